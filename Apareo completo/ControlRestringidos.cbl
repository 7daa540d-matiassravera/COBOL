      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlRestringidos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Lista vigente de personas restringidas (CargaRestringidos).
       SELECT RESTRINGIDOS ASSIGN TO "RESTRINGIDOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RESTRINGIDOS.

      * Toda la cartera se vuelve a controlar cada noche contra la
      * lista tal como este, asi una lista nueva alcanza tambien a
      * los clientes viejos.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

      * Datos complementarios: el documento de cada IDN.
       SELECT CLIENTES-DATOS ASSIGN TO "CLIENTES-DATOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CDAT-IDN
       FILE STATUS IS FS-DATOS.

      * Decisiones de cumplimiento: una coincidencia despejada no
      * vuelve a salir; una nueva se registra pendiente.
       SELECT DECISIONES ASSIGN TO "RESTRINGIDOS-DECISIONES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS DEC-CLAVE
       FILE STATUS IS FS-DECISIONES.

      * Coincidencias para revisar: todas las pendientes y las
      * confirmadas, halladas esta noche o arrastradas de antes.
       SELECT COINCIDENCIAS ASSIGN TO "RESTRINGIDOS-COINCIDENCIAS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-COINCIDENCIAS.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  RESTRINGIDOS.

       01  REGISTRO-RESTRINGIDO.
           03  RST-ID           PIC X(8).
           03  RST-TIPO-DOC     PIC X(01).
           03  RST-DOCUMENTO    PIC X(11).
           03  RST-APELLIDO     PIC X(20).
           03  RST-NOMBRE       PIC X(20).
           03  RST-ORIGEN       PIC X(10).
           03  RST-FECHA-CARGA  PIC 9(8).

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  CLIENTES-DATOS.

       01  REGISTRO-CLIENTE-DATOS.
           03  CDAT-IDN        PIC 9(7).
           03  CDAT-DOMICILIO  PIC X(20).
           03  CDAT-LOCALIDAD  PIC X(15).
           03  CDAT-DOCUMENTO  PIC X(11).
           03  CDAT-TELEFONO   PIC X(12).
           03  CDAT-EXENCIONES.
               05  CDAT-EXENTO-GANANCIAS PIC X(01).
               05  CDAT-EXENTO-DEBCRED   PIC X(01).
               05  FILLER          PIC X(04).

      * DEC-TIPO: D coincidencia por documento, N por nombre.
      * DEC-ESTADO: P pendiente, D despejada (falso positivo), C
      * confirmada. DEC-ORIGEN: M rechazo de mantenimiento, N control
      * nocturno. DEC-FECHA-CONTROL es la ultima noche en que el
      * control la volvio a encontrar.
       FD  DECISIONES.

       01  REGISTRO-DECISION.
           03  DEC-CLAVE.
               05  DEC-IDN          PIC 9(7).
               05  DEC-RST-ID       PIC X(8).
               05  DEC-TIPO         PIC X(01).
           03  DEC-ESTADO           PIC X(01).
               88 DEC-PENDIENTE     VALUE 'P'.
               88 DEC-DESPEJADA     VALUE 'D'.
               88 DEC-CONFIRMADA    VALUE 'C'.
           03  DEC-ORIGEN           PIC X(01).
           03  DEC-APELLIDO         PIC X(10).
           03  DEC-NOMBRE           PIC X(10).
           03  DEC-DOCUMENTO        PIC X(11).
           03  DEC-FECHA-DETECCION  PIC 9(8).
           03  DEC-FECHA-CONTROL    PIC 9(8).
           03  DEC-FECHA-DECISION   PIC 9(8).
           03  DEC-OPERADOR         PIC X(8).

      * COI-NOCHE: S hallada en este control, N arrastrada (rechazo
      * de mantenimiento, o una entrada que ya no coincide y espera
      * la decision de cumplimiento).
       FD  COINCIDENCIAS.

       01  REGISTRO-COINCIDENCIA.
           03  COI-IDN             PIC 9(7).
           03  COI-APELLIDO        PIC X(10).
           03  COI-NOMBRE          PIC X(10).
           03  COI-DOCUMENTO       PIC X(11).
           03  COI-RST-ID          PIC X(8).
           03  COI-TIPO            PIC X(01).
           03  COI-ESTADO          PIC X(01).
           03  COI-ORIGEN          PIC X(01).
           03  COI-NOCHE           PIC X(01).
           03  COI-FECHA-DETECCION PIC 9(8).
           03  COI-LISTA-APELLIDO  PIC X(20).
           03  COI-LISTA-NOMBRE    PIC X(20).
           03  COI-LISTA-DOCUMENTO PIC X(11).
           03  COI-LISTA-ORIGEN    PIC X(10).

       FD  ARCHIVO-ERRORES.
       01  REGISTRO-ERROR.
           03  ERR-PROGRAMA     PIC X(20).
           03  ERR-ARCHIVO      PIC X(20).
           03  ERR-FILE-STATUS  PIC X(2).
           03  ERR-PARRAFO      PIC X(30).
           03  ERR-ULTIMA-CLAVE PIC X(20).

       WORKING-STORAGE SECTION.

       01  FS-ERRORES          PIC X(2).
           88 FS-ERRORES-OK    VALUE "00".
           88 FS-ERRORES-NOEX  VALUE "35".
       01  DATOS-ABEND.
           03  ABE-ARCHIVO      PIC X(20).
           03  ABE-FILE-STATUS  PIC X(2).
           03  ABE-PARRAFO      PIC X(30).
           03  ABE-RETORNO      PIC 9(2).

       01  FS-RESTRINGIDOS     PIC X(2).
           88 FS-RESTRINGIDOS-OK VALUE "00".
           88 FS-RESTRINGIDOS-EOF VALUE "10".

       01  FS-IDX              PIC X(2).
           88 FS-IDX-OK        VALUE "00".
           88 FS-IDX-EOF       VALUE "10".

       01  FS-DATOS            PIC X(2).
           88 FS-DATOS-OK      VALUE "00".

       01  FS-DECISIONES       PIC X(2).
           88 FS-DECISIONES-OK VALUE "00".
           88 FS-DECISIONES-EOF VALUE "10".

       01  FS-COINCIDENCIAS    PIC X(2).
           88 FS-COINCIDENCIAS-OK VALUE "00".

       01  WS-SIN-DATOS        PIC X(01) VALUE "N".
           88 SIN-DATOS        VALUE "S".

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

       01  CONTADORES.
           03  WS-CLIENTES      PIC 9(7) VALUE ZERO.
           03  WS-NUEVAS        PIC 9(5) VALUE ZERO.
           03  WS-PENDIENTES    PIC 9(5) VALUE ZERO.
           03  WS-CONFIRMADAS   PIC 9(5) VALUE ZERO.
           03  WS-DESPEJADAS    PIC 9(5) VALUE ZERO.
           03  WS-ARRASTRADAS   PIC 9(5) VALUE ZERO.
           03  WS-GRABADAS      PIC 9(5) VALUE ZERO.

      * Lista de restringidos en memoria con la clave fonetica de
      * apellido y nombre ya armada (las primeras 10 posiciones, el
      * mismo largo que guarda el maestro de clientes).
       01  TABLA-RESTRINGIDOS.
           03  TAB-RST-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-RST-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-IDX-BUSCA.
               05  TAB-RST-ID        PIC X(8).
               05  TAB-RST-TIPO-DOC  PIC X(01).
               05  TAB-RST-DOCUMENTO PIC X(11).
               05  TAB-RST-APELLIDO  PIC X(20).
               05  TAB-RST-NOMBRE    PIC X(20).
               05  TAB-RST-ORIGEN    PIC X(10).
               05  TAB-RST-CLAVE-APE PIC X(10).
               05  TAB-RST-LARGO-APE PIC 9(2).
               05  TAB-RST-CLAVE-NOM PIC X(10).
               05  TAB-RST-LARGO-NOM PIC 9(2).
       01  WS-IDX-RST          PIC 9(4).

       01  WS-COINCIDE         PIC X(01).
           88 HAY-COINCIDENCIA VALUE "S".

      * Datos del cliente que se controla contra la lista.
       01  WS-CONTROL-CLIENTE.
           03  WS-CTL-IDN       PIC 9(7).
           03  WS-CTL-APELLIDO  PIC X(10).
           03  WS-CTL-NOMBRE    PIC X(10).
           03  WS-CTL-DOCUMENTO PIC X(11).
           03  WS-CTL-TIPO      PIC X(01).
           03  WS-CTL-CLAVE-APE PIC X(10).
           03  WS-CTL-LARGO-APE PIC 9(2).
           03  WS-CTL-CLAVE-NOM PIC X(10).
           03  WS-CTL-LARGO-NOM PIC 9(2).

      * Clave fonetica: mayusculas, sin espacios ni signos, sin H
      * muda, con V=B, Z=S, Y=I, W=U, C/Q=K (C y G suaves como S y
      * J) y sin letras repetidas seguidas. Es la misma que arma
      * MantenimientoClientes para controlar las altas.
       01  NORMALIZACION.
           03  NOR-TEXTO        PIC X(10).
           03  NOR-TEXTO-R REDEFINES NOR-TEXTO.
               05  NOR-LETRA    PIC X(01) OCCURS 10 TIMES.
           03  NOR-CLAVE        PIC X(10).
           03  NOR-CLAVE-R REDEFINES NOR-CLAVE.
               05  NOR-CLAVE-LETRA PIC X(01) OCCURS 10 TIMES.
           03  NOR-LARGO        PIC 9(2).
           03  NOR-POS          PIC 9(2).
           03  NOR-ACTUAL       PIC X(01).
           03  NOR-ANTERIOR     PIC X(01).
           03  NOR-SIGUIENTE    PIC X(01).
           03  NOR-FONEMA       PIC X(01).

      * Comparacion tolerante de dos claves: iguales, o del mismo
      * largo (4 o mas) con una sola letra distinta, o, para el
      * nombre de pila, una prefijo de la otra (JUAN / JUAN CARLOS).
       01  COMPARACION.
           03  CMP-CLAVE-1      PIC X(10).
           03  CMP-CLAVE-1-R REDEFINES CMP-CLAVE-1.
               05  CMP-LETRA-1  PIC X(01) OCCURS 10 TIMES.
           03  CMP-LARGO-1      PIC 9(2).
           03  CMP-CLAVE-2      PIC X(10).
           03  CMP-CLAVE-2-R REDEFINES CMP-CLAVE-2.
               05  CMP-LETRA-2  PIC X(01) OCCURS 10 TIMES.
           03  CMP-LARGO-2      PIC 9(2).
           03  CMP-PREFIJO      PIC X(01).
           03  CMP-RESULTADO    PIC X(01).
               88 CLAVES-COINCIDEN VALUE "S".
           03  CMP-POS          PIC 9(2).
           03  CMP-DIFERENCIAS  PIC 9(2).
           03  CMP-MENOR        PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 1100-CARGAR-RESTRINGIDOS.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           PERFORM 2000-LEER-CLIENTE.
           PERFORM 3000-PROCESO UNTIL FS-IDX-EOF.
           PERFORM 6000-ARRASTRAR-PENDIENTES.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
      * RC 4 avisa que cumplimiento tiene coincidencias nuevas.
           IF WS-NUEVAS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-TOMAR-PARAMETROS.
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

      * Sin lista cargada no hay contra que controlar: se termina
      * normalmente y el archivo de coincidencias queda como estaba.
       1100-CARGAR-RESTRINGIDOS.
           OPEN INPUT RESTRINGIDOS
           EVALUATE FS-RESTRINGIDOS
               WHEN "00"
                   PERFORM 1150-LEER-RESTRINGIDO
                      UNTIL FS-RESTRINGIDOS-EOF
                   CLOSE RESTRINGIDOS
               WHEN "35"
                   DISPLAY "SIN LISTA RESTRINGIDOS, NADA QUE CONTROLAR"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR RESTRINGIDOS"
                   DISPLAY "FILE STATUS ERROR" FS-RESTRINGIDOS
                   MOVE "RESTRINGIDOS" TO ABE-ARCHIVO
                   MOVE FS-RESTRINGIDOS TO ABE-FILE-STATUS
                   MOVE "1100-CARGAR-RESTRINGIDOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1100-FIN-CARGAR-RESTRINGIDOS.
           EXIT.

       1150-LEER-RESTRINGIDO.
           READ RESTRINGIDOS
           EVALUATE FS-RESTRINGIDOS
               WHEN "00"
                   IF TAB-RST-CANT LESS THAN 3000
                       PERFORM 1160-AGREGAR-RESTRINGIDO
                   ELSE
                       DISPLAY "TABLA DE RESTRINGIDOS DESBORDADA"
                       MOVE "10" TO FS-RESTRINGIDOS
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RESTRINGIDOS"
               DISPLAY "FILE STATUS ERROR" FS-RESTRINGIDOS
               MOVE "RESTRINGIDOS" TO ABE-ARCHIVO
               MOVE FS-RESTRINGIDOS TO ABE-FILE-STATUS
               MOVE "1150-LEER-RESTRINGIDO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1150-FIN-LEER-RESTRINGIDO.
           EXIT.

       1160-AGREGAR-RESTRINGIDO.
           ADD 1 TO TAB-RST-CANT.
           MOVE RST-ID        TO TAB-RST-ID (TAB-RST-CANT).
           MOVE RST-TIPO-DOC  TO TAB-RST-TIPO-DOC (TAB-RST-CANT).
           MOVE RST-DOCUMENTO TO TAB-RST-DOCUMENTO (TAB-RST-CANT).
           MOVE RST-APELLIDO  TO TAB-RST-APELLIDO (TAB-RST-CANT).
           MOVE RST-NOMBRE    TO TAB-RST-NOMBRE (TAB-RST-CANT).
           MOVE RST-ORIGEN    TO TAB-RST-ORIGEN (TAB-RST-CANT).
           MOVE RST-APELLIDO  TO NOR-TEXTO.
           PERFORM 7100-ARMAR-CLAVE.
           MOVE NOR-CLAVE TO TAB-RST-CLAVE-APE (TAB-RST-CANT).
           MOVE NOR-LARGO TO TAB-RST-LARGO-APE (TAB-RST-CANT).
           MOVE RST-NOMBRE    TO NOR-TEXTO.
           PERFORM 7100-ARMAR-CLAVE.
           MOVE NOR-CLAVE TO TAB-RST-CLAVE-NOM (TAB-RST-CANT).
           MOVE NOR-LARGO TO TAB-RST-LARGO-NOM (TAB-RST-CANT).
       1160-FIN-AGREGAR-RESTRINGIDO.
           EXIT.

       1500-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-IDX"
               DISPLAY "FILE STATUS ERROR" FS-IDX
               MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
               MOVE FS-IDX TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin datos complementarios el control se hace solo por nombre.
           OPEN INPUT CLIENTES-DATOS
           EVALUATE FS-DATOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               DISPLAY "SIN CLIENTES-DATOS, CONTROL SOLO POR NOMBRE"
               MOVE "S" TO WS-SIN-DATOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-DATOS"
               DISPLAY "FILE STATUS ERROR" FS-DATOS
               MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
               MOVE FS-DATOS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN I-O DECISIONES
           EVALUATE FS-DECISIONES
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT DECISIONES
               EVALUATE FS-DECISIONES
                   WHEN "00"
                   CLOSE DECISIONES
                   OPEN I-O DECISIONES
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS-DECISIONES"
               DISPLAY "FILE STATUS ERROR" FS-DECISIONES
               MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
               MOVE FS-DECISIONES TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT COINCIDENCIAS
           EVALUATE FS-COINCIDENCIAS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS-COINCIDENCIAS"
               DISPLAY "FILE STATUS ERROR" FS-COINCIDENCIAS
               MOVE "RESTRINGIDOS-COINCID" TO ABE-ARCHIVO
               MOVE FS-COINCIDENCIAS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       2000-LEER-CLIENTE.
           READ CLIENTES-IDX NEXT RECORD
           EVALUATE FS-IDX
               WHEN "00"
               ADD 1 TO WS-CLIENTES
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
               DISPLAY "FILE STATUS ERROR" FS-IDX
               MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
               MOVE FS-IDX TO ABE-FILE-STATUS
               MOVE "2000-LEER-CLIENTE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-CLIENTE.
           EXIT.

      * Cada cliente se compara contra toda la lista, por nombre y,
      * si tiene documento cargado, por documento.
       3000-PROCESO.
           MOVE CIDX-IDN      TO WS-CTL-IDN.
           MOVE CIDX-APELLIDO TO WS-CTL-APELLIDO.
           MOVE CIDX-NOMBRE   TO WS-CTL-NOMBRE.
           PERFORM 3100-LEER-DOCUMENTO.
           MOVE WS-CTL-APELLIDO TO NOR-TEXTO.
           PERFORM 7100-ARMAR-CLAVE.
           MOVE NOR-CLAVE TO WS-CTL-CLAVE-APE.
           MOVE NOR-LARGO TO WS-CTL-LARGO-APE.
           MOVE WS-CTL-NOMBRE TO NOR-TEXTO.
           PERFORM 7100-ARMAR-CLAVE.
           MOVE NOR-CLAVE TO WS-CTL-CLAVE-NOM.
           MOVE NOR-LARGO TO WS-CTL-LARGO-NOM.
           PERFORM 3200-CONTROLAR-ENTRADA
               VARYING WS-IDX-RST FROM 1 BY 1
               UNTIL WS-IDX-RST GREATER THAN TAB-RST-CANT.
           PERFORM 2000-LEER-CLIENTE.
       3000-FIN-PROCESO.
           EXIT.

       3100-LEER-DOCUMENTO.
           MOVE SPACES TO WS-CTL-DOCUMENTO.
           IF NOT SIN-DATOS
               MOVE CIDX-IDN TO CDAT-IDN
               READ CLIENTES-DATOS
               EVALUATE FS-DATOS
                   WHEN "00"
                       MOVE CDAT-DOCUMENTO TO WS-CTL-DOCUMENTO
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-DATOS"
                       DISPLAY "FILE STATUS ERROR" FS-DATOS
                       MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
                       MOVE FS-DATOS TO ABE-FILE-STATUS
                       MOVE "3100-LEER-DOCUMENTO" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3100-FIN-LEER-DOCUMENTO.
           EXIT.

       3200-CONTROLAR-ENTRADA.
           PERFORM 7020-COMPARAR-NOMBRE.
           IF HAY-COINCIDENCIA
               MOVE "N" TO WS-CTL-TIPO
               PERFORM 3400-REGISTRAR-COINCIDENCIA
           END-IF.
           PERFORM 7050-COMPARAR-DOCUMENTO.
           IF HAY-COINCIDENCIA
               MOVE "D" TO WS-CTL-TIPO
               PERFORM 3400-REGISTRAR-COINCIDENCIA
           END-IF.
       3200-FIN-CONTROLAR-ENTRADA.
           EXIT.

      * Una coincidencia conocida se marca como vista esta noche; una
      * despejada no se lista. Una nueva queda pendiente.
       3400-REGISTRAR-COINCIDENCIA.
           MOVE WS-CTL-IDN TO DEC-IDN.
           MOVE TAB-RST-ID (WS-IDX-RST) TO DEC-RST-ID.
           MOVE WS-CTL-TIPO TO DEC-TIPO.
           READ DECISIONES
           EVALUATE FS-DECISIONES
               WHEN "00"
                   PERFORM 3450-MARCAR-CONTROL
               WHEN "23"
                   PERFORM 3500-GRABAR-PENDIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "3400-REGISTRAR-COINCIDENCIA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3400-FIN-REGISTRAR-COINCIDENCIA.
           EXIT.

       3450-MARCAR-CONTROL.
           MOVE WS-FECHA-PROCESO TO DEC-FECHA-CONTROL.
           MOVE WS-CTL-APELLIDO  TO DEC-APELLIDO.
           MOVE WS-CTL-NOMBRE    TO DEC-NOMBRE.
           MOVE WS-CTL-DOCUMENTO TO DEC-DOCUMENTO.
           REWRITE REGISTRO-DECISION
           EVALUATE FS-DECISIONES
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "3450-MARCAR-CONTROL" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DEC-DESPEJADA
                   ADD 1 TO WS-DESPEJADAS
               WHEN DEC-CONFIRMADA
                   ADD 1 TO WS-CONFIRMADAS
                   MOVE "S" TO COI-NOCHE
                   PERFORM 3800-GRABAR-COINCIDENCIA
               WHEN OTHER
                   ADD 1 TO WS-PENDIENTES
                   MOVE "S" TO COI-NOCHE
                   PERFORM 3800-GRABAR-COINCIDENCIA
           END-EVALUATE.
       3450-FIN-MARCAR-CONTROL.
           EXIT.

       3500-GRABAR-PENDIENTE.
           MOVE "P"              TO DEC-ESTADO.
           MOVE "N"              TO DEC-ORIGEN.
           MOVE WS-CTL-APELLIDO  TO DEC-APELLIDO.
           MOVE WS-CTL-NOMBRE    TO DEC-NOMBRE.
           MOVE WS-CTL-DOCUMENTO TO DEC-DOCUMENTO.
           MOVE WS-FECHA-PROCESO TO DEC-FECHA-DETECCION.
           MOVE WS-FECHA-PROCESO TO DEC-FECHA-CONTROL.
           MOVE ZERO             TO DEC-FECHA-DECISION.
           MOVE SPACES           TO DEC-OPERADOR.
           WRITE REGISTRO-DECISION
           EVALUATE FS-DECISIONES
               WHEN "00"
                   ADD 1 TO WS-NUEVAS
                   MOVE "S" TO COI-NOCHE
                   PERFORM 3800-GRABAR-COINCIDENCIA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "3500-GRABAR-PENDIENTE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3500-FIN-GRABAR-PENDIENTE.
           EXIT.

      * Arma la linea de revision con la decision en el registro y
      * la entrada de la lista en WS-IDX-RST (en cero si la entrada
      * ya no figura en la lista vigente).
       3800-GRABAR-COINCIDENCIA.
           MOVE DEC-IDN             TO COI-IDN.
           MOVE DEC-APELLIDO        TO COI-APELLIDO.
           MOVE DEC-NOMBRE          TO COI-NOMBRE.
           MOVE DEC-DOCUMENTO       TO COI-DOCUMENTO.
           MOVE DEC-RST-ID          TO COI-RST-ID.
           MOVE DEC-TIPO            TO COI-TIPO.
           MOVE DEC-ESTADO          TO COI-ESTADO.
           MOVE DEC-ORIGEN          TO COI-ORIGEN.
           MOVE DEC-FECHA-DETECCION TO COI-FECHA-DETECCION.
           IF WS-IDX-RST EQUAL ZERO
               MOVE SPACES          TO COI-LISTA-APELLIDO
               MOVE SPACES          TO COI-LISTA-NOMBRE
               MOVE SPACES          TO COI-LISTA-DOCUMENTO
               MOVE "FUERA LIST"    TO COI-LISTA-ORIGEN
           ELSE
               MOVE TAB-RST-APELLIDO (WS-IDX-RST)
                    TO COI-LISTA-APELLIDO
               MOVE TAB-RST-NOMBRE (WS-IDX-RST)
                    TO COI-LISTA-NOMBRE
               MOVE TAB-RST-DOCUMENTO (WS-IDX-RST)
                    TO COI-LISTA-DOCUMENTO
               MOVE TAB-RST-ORIGEN (WS-IDX-RST)
                    TO COI-LISTA-ORIGEN
           END-IF.
           WRITE REGISTRO-COINCIDENCIA.
           EVALUATE FS-COINCIDENCIAS
               WHEN "00"
                   ADD 1 TO WS-GRABADAS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RESTRINGIDOS-COINCIDENCIAS"
                   DISPLAY "FILE STATUS ERROR" FS-COINCIDENCIAS
                   MOVE "RESTRINGIDOS-COINCID" TO ABE-ARCHIVO
                   MOVE FS-COINCIDENCIAS TO ABE-FILE-STATUS
                   MOVE "3800-GRABAR-COINCIDENCIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3800-FIN-GRABAR-COINCIDENCIA.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE CLIENTES-IDX
           IF NOT SIN-DATOS
               CLOSE CLIENTES-DATOS
           END-IF
           CLOSE DECISIONES
           CLOSE COINCIDENCIAS.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "CLIENTES CONTROLADOS      : " WS-CLIENTES.
           DISPLAY "ENTRADAS EN LA LISTA      : " TAB-RST-CANT.
           DISPLAY "COINCIDENCIAS NUEVAS      : " WS-NUEVAS.
           DISPLAY "PENDIENTES YA CONOCIDAS   : " WS-PENDIENTES.
           DISPLAY "CONFIRMADAS               : " WS-CONFIRMADAS.
           DISPLAY "DESPEJADAS (NO SE LISTAN) : " WS-DESPEJADAS.
           DISPLAY "ARRASTRADAS SIN HALLAZGO  : " WS-ARRASTRADAS.
           DISPLAY "LINEAS EN COINCIDENCIAS   : " WS-GRABADAS.
       5000-FIN-MOSTRAR-RESUMEN.
           EXIT.

      * Las pendientes y confirmadas que esta noche no aparecieron
      * (altas rechazadas en mantenimiento, que todavia no son
      * clientes, o coincidencias con una entrada que cambio) siguen
      * en la revision hasta que cumplimiento decida.
       6000-ARRASTRAR-PENDIENTES.
           MOVE LOW-VALUES TO DEC-CLAVE.
           START DECISIONES KEY IS NOT LESS THAN DEC-CLAVE
           EVALUATE FS-DECISIONES
               WHEN "00"
                   PERFORM 6100-LEER-DECISION
                   PERFORM 6200-ARRASTRAR-DECISION
                      UNTIL FS-DECISIONES-EOF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN START DE RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "6000-ARRASTRAR-PENDIENTES" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6000-FIN-ARRASTRAR-PENDIENTES.
           EXIT.

       6100-LEER-DECISION.
           READ DECISIONES NEXT RECORD
           EVALUATE FS-DECISIONES
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RESTRINGIDOS-DECISIONES"
               DISPLAY "FILE STATUS ERROR" FS-DECISIONES
               MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
               MOVE FS-DECISIONES TO ABE-FILE-STATUS
               MOVE "6100-LEER-DECISION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       6100-FIN-LEER-DECISION.
           EXIT.

       6200-ARRASTRAR-DECISION.
           IF NOT DEC-DESPEJADA
              AND DEC-FECHA-CONTROL NOT EQUAL WS-FECHA-PROCESO
               MOVE ZERO TO WS-IDX-RST
               SET WS-IDX-BUSCA TO 1
               SEARCH TAB-RST-ENTRY
                   AT END
                       CONTINUE
                   WHEN TAB-RST-ID (WS-IDX-BUSCA) EQUAL DEC-RST-ID
                    AND WS-IDX-BUSCA NOT GREATER TAB-RST-CANT
                       SET WS-IDX-RST TO WS-IDX-BUSCA
               END-SEARCH
               ADD 1 TO WS-ARRASTRADAS
               MOVE "N" TO COI-NOCHE
               PERFORM 3800-GRABAR-COINCIDENCIA
           END-IF.
           PERFORM 6100-LEER-DECISION.
       6200-FIN-ARRASTRAR-DECISION.
           EXIT.

      * Apellido contra apellido y nombre contra nombre; si la lista
      * no trae nombre (entidades) alcanza con el apellido. Tambien
      * se prueba cruzado, por si se cargaron invertidos.
       7020-COMPARAR-NOMBRE.
           MOVE "N" TO WS-COINCIDE.
           IF TAB-RST-LARGO-APE (WS-IDX-RST) GREATER THAN ZERO
               PERFORM 7030-NOMBRE-DIRECTO
               IF NOT HAY-COINCIDENCIA
                  AND TAB-RST-LARGO-NOM (WS-IDX-RST) GREATER THAN ZERO
                   PERFORM 7040-NOMBRE-CRUZADO
               END-IF
           END-IF.
       7020-FIN-COMPARAR-NOMBRE.
           EXIT.

       7030-NOMBRE-DIRECTO.
           MOVE WS-CTL-CLAVE-APE TO CMP-CLAVE-1.
           MOVE WS-CTL-LARGO-APE TO CMP-LARGO-1.
           MOVE TAB-RST-CLAVE-APE (WS-IDX-RST) TO CMP-CLAVE-2.
           MOVE TAB-RST-LARGO-APE (WS-IDX-RST) TO CMP-LARGO-2.
           MOVE "N" TO CMP-PREFIJO.
           PERFORM 7200-COMPARAR-CLAVES.
           IF CLAVES-COINCIDEN
               IF TAB-RST-LARGO-NOM (WS-IDX-RST) EQUAL ZERO
                   MOVE "S" TO WS-COINCIDE
               ELSE
                   MOVE WS-CTL-CLAVE-NOM TO CMP-CLAVE-1
                   MOVE WS-CTL-LARGO-NOM TO CMP-LARGO-1
                   MOVE TAB-RST-CLAVE-NOM (WS-IDX-RST) TO CMP-CLAVE-2
                   MOVE TAB-RST-LARGO-NOM (WS-IDX-RST) TO CMP-LARGO-2
                   MOVE "S" TO CMP-PREFIJO
                   PERFORM 7200-COMPARAR-CLAVES
                   MOVE CMP-RESULTADO TO WS-COINCIDE
               END-IF
           END-IF.
       7030-FIN-NOMBRE-DIRECTO.
           EXIT.

       7040-NOMBRE-CRUZADO.
           MOVE WS-CTL-CLAVE-APE TO CMP-CLAVE-1.
           MOVE WS-CTL-LARGO-APE TO CMP-LARGO-1.
           MOVE TAB-RST-CLAVE-NOM (WS-IDX-RST) TO CMP-CLAVE-2.
           MOVE TAB-RST-LARGO-NOM (WS-IDX-RST) TO CMP-LARGO-2.
           MOVE "N" TO CMP-PREFIJO.
           PERFORM 7200-COMPARAR-CLAVES.
           IF CLAVES-COINCIDEN
               MOVE WS-CTL-CLAVE-NOM TO CMP-CLAVE-1
               MOVE WS-CTL-LARGO-NOM TO CMP-LARGO-1
               MOVE TAB-RST-CLAVE-APE (WS-IDX-RST) TO CMP-CLAVE-2
               MOVE TAB-RST-LARGO-APE (WS-IDX-RST) TO CMP-LARGO-2
               MOVE "S" TO CMP-PREFIJO
               PERFORM 7200-COMPARAR-CLAVES
               MOVE CMP-RESULTADO TO WS-COINCIDE
           END-IF.
       7040-FIN-NOMBRE-CRUZADO.
           EXIT.

      * CUIT contra CUIT completo; un DNI de la lista contra las
      * posiciones 3 a 10 del CUIT del cliente.
       7050-COMPARAR-DOCUMENTO.
           MOVE "N" TO WS-COINCIDE.
           IF WS-CTL-DOCUMENTO NOT EQUAL SPACES
               EVALUATE TRUE
                   WHEN TAB-RST-TIPO-DOC (WS-IDX-RST) EQUAL "C"
                    AND TAB-RST-DOCUMENTO (WS-IDX-RST)
                        EQUAL WS-CTL-DOCUMENTO
                       MOVE "S" TO WS-COINCIDE
                   WHEN TAB-RST-TIPO-DOC (WS-IDX-RST) EQUAL "D"
                    AND TAB-RST-DOCUMENTO (WS-IDX-RST) (1:8)
                        EQUAL WS-CTL-DOCUMENTO (3:8)
                       MOVE "S" TO WS-COINCIDE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       7050-FIN-COMPARAR-DOCUMENTO.
           EXIT.

       7100-ARMAR-CLAVE.
           MOVE SPACES TO NOR-CLAVE.
           MOVE ZERO   TO NOR-LARGO.
           MOVE SPACE  TO NOR-ANTERIOR.
           INSPECT NOR-TEXTO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 7110-FONEMA
               VARYING NOR-POS FROM 1 BY 1
               UNTIL NOR-POS GREATER THAN 10.
       7100-FIN-ARMAR-CLAVE.
           EXIT.

       7110-FONEMA.
           MOVE NOR-LETRA (NOR-POS) TO NOR-ACTUAL.
           IF NOR-POS LESS THAN 10
               MOVE NOR-LETRA (NOR-POS + 1) TO NOR-SIGUIENTE
           ELSE
               MOVE SPACE TO NOR-SIGUIENTE
           END-IF.
           MOVE SPACE TO NOR-FONEMA.
           EVALUATE TRUE
               WHEN NOR-ACTUAL EQUAL "H"
                   CONTINUE
               WHEN NOR-ACTUAL EQUAL "U"
                AND (NOR-ANTERIOR EQUAL "Q" OR NOR-ANTERIOR EQUAL "G")
                AND (NOR-SIGUIENTE EQUAL "E" OR NOR-SIGUIENTE EQUAL "I")
                   CONTINUE
               WHEN NOR-ACTUAL EQUAL "C"
                AND (NOR-SIGUIENTE EQUAL "E" OR NOR-SIGUIENTE EQUAL "I")
                   MOVE "S" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "G"
                AND (NOR-SIGUIENTE EQUAL "E" OR NOR-SIGUIENTE EQUAL "I")
                   MOVE "J" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "C" OR NOR-ACTUAL EQUAL "Q"
                   MOVE "K" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "V"
                   MOVE "B" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "Z"
                   MOVE "S" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "Y"
                   MOVE "I" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "W"
                   MOVE "U" TO NOR-FONEMA
               WHEN NOR-ACTUAL NOT LESS THAN "A"
                AND NOR-ACTUAL NOT GREATER THAN "Z"
                   MOVE NOR-ACTUAL TO NOR-FONEMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOR-FONEMA NOT EQUAL SPACE
               PERFORM 7120-AGREGAR-FONEMA
           END-IF.
           MOVE NOR-ACTUAL TO NOR-ANTERIOR.
       7110-FIN-FONEMA.
           EXIT.

       7120-AGREGAR-FONEMA.
           IF NOR-LARGO EQUAL ZERO
               ADD 1 TO NOR-LARGO
               MOVE NOR-FONEMA TO NOR-CLAVE-LETRA (NOR-LARGO)
           ELSE
               IF NOR-FONEMA NOT EQUAL NOR-CLAVE-LETRA (NOR-LARGO)
                   ADD 1 TO NOR-LARGO
                   MOVE NOR-FONEMA TO NOR-CLAVE-LETRA (NOR-LARGO)
               END-IF
           END-IF.
       7120-FIN-AGREGAR-FONEMA.
           EXIT.

       7200-COMPARAR-CLAVES.
           MOVE "N"  TO CMP-RESULTADO.
           MOVE ZERO TO CMP-DIFERENCIAS.
           EVALUATE TRUE
               WHEN CMP-LARGO-1 EQUAL ZERO OR CMP-LARGO-2 EQUAL ZERO
                   CONTINUE
               WHEN CMP-CLAVE-1 EQUAL CMP-CLAVE-2
                   MOVE "S" TO CMP-RESULTADO
               WHEN CMP-LARGO-1 EQUAL CMP-LARGO-2
                AND CMP-LARGO-1 NOT LESS THAN 4
                   PERFORM 7210-CONTAR-DIFERENCIA
                       VARYING CMP-POS FROM 1 BY 1
                       UNTIL CMP-POS GREATER THAN CMP-LARGO-1
                   IF CMP-DIFERENCIAS NOT GREATER THAN 1
                       MOVE "S" TO CMP-RESULTADO
                   END-IF
               WHEN CMP-PREFIJO EQUAL "S"
                   PERFORM 7220-COMPARAR-PREFIJO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       7200-FIN-COMPARAR-CLAVES.
           EXIT.

       7210-CONTAR-DIFERENCIA.
           IF CMP-LETRA-1 (CMP-POS) NOT EQUAL CMP-LETRA-2 (CMP-POS)
               ADD 1 TO CMP-DIFERENCIAS
           END-IF.
       7210-FIN-CONTAR-DIFERENCIA.
           EXIT.

       7220-COMPARAR-PREFIJO.
           IF CMP-LARGO-1 LESS THAN CMP-LARGO-2
               MOVE CMP-LARGO-1 TO CMP-MENOR
           ELSE
               MOVE CMP-LARGO-2 TO CMP-MENOR
           END-IF.
           IF CMP-MENOR NOT LESS THAN 3
               IF CMP-CLAVE-1 (1:CMP-MENOR)
                  EQUAL CMP-CLAVE-2 (1:CMP-MENOR)
                   MOVE "S" TO CMP-RESULTADO
               END-IF
           END-IF.
       7220-FIN-COMPARAR-PREFIJO.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
               OPEN OUTPUT ARCHIVO-ERRORES
           END-IF.
           IF FS-ERRORES-OK
               MOVE "CONTROLRESTRINGIDOS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-CTL-IDN      TO ERR-ULTIMA-CLAVE
               WRITE REGISTRO-ERROR
               CLOSE ARCHIVO-ERRORES
           ELSE
               DISPLAY "NO SE PUDO GRABAR ERRORES"
               DISPLAY "FILE STATUS ERROR " FS-ERRORES
           END-IF.
           MOVE ABE-RETORNO TO RETURN-CODE.
           STOP RUN.
       9900-FIN-ABEND.
           EXIT.

       END PROGRAM ControlRestringidos.
