      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequesRechazados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cheques que CortesDeControl observo sin fondos en la corrida
      * del dia; si hoy no hubo ninguno el archivo puede faltar.
       SELECT RECHAZADOS-FONDOS ASSIGN TO "RECHAZADOS-FONDOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FONDOS.

      * Diferencias de ConciliacionCamara: los pares sucursal/fecha
      * que la camara devolvio en estado R vienen como RECHAZADO.
       SELECT DIFERENCIAS ASSIGN TO "CAMARA-DIFERENCIAS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-DIFERENCIAS.

      * Registro de presentados de CortesDeControl, para abrir un
      * rechazo de camara (sucursal y fecha) en sus cheques.
       SELECT PRESENTADOS ASSIGN TO "CHEQUES-PRESENTADOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PRES-CLAVE
       FILE STATUS IS FS-PRESENTADOS.

      * Maestro de clientes: nombre, sucursal, estado y limite para
      * armar la transaccion de cambio de estado completa.
       SELECT CLIENTES ASSIGN TO "CLIENTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CLIENTES.

      * Registro permanente de cheques rechazados, por IDN: un cheque
      * ya registrado no se revierte ni se cobra dos veces, aunque
      * llegue por fondos y por camara o en una recorrida.
       SELECT REGISTRO-RECHAZOS ASSIGN TO "CHEQUES-RECHAZADOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS RCH-CLAVE
       FILE STATUS IS FS-REGISTRO.

      * Reversiones para el modo incremental de ValidadorSaldo; se
      * agregan a lo que otros pasos ya hayan dejado.
       SELECT SALDO-MOVIMIENTOS ASSIGN TO "SALDO-MOVIMIENTOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-MOVIMIENTOS.

      * Comisiones del dia en el layout de SALDO-CARGOS; al final se
      * intercalan por IDN con los cargos ya grabados.
       SELECT CARGOS-RECHAZOS ASSIGN TO "CARGOS-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CARGOS-RECH.

       SELECT SALDO-CARGOS ASSIGN TO "SALDO-CARGOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CARGOS.

       SELECT ORDEN-TRABAJO ASSIGN TO "RECHAZOS-SORTWORK".

      * Transacciones 'C' en el layout de CLIENTES-MANT que dejan en
      * estado B al cliente que llego al tope de rechazos; igual que
      * DEUDOR-BLOQUEOS, el supervisor las pasa al mantenimiento.
       SELECT CAMBIOS-ESTADO ASSIGN TO "RECHAZOS-BLOQUEOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CAMBIOS.

       SELECT REPORTE ASSIGN TO "RECHAZOS-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  RECHAZADOS-FONDOS.

       01  REGISTRO-SIN-FONDOS.
           03  SFO-FECHA           PIC 9(8).
           03  SFO-NRO-SUCURSAL    PIC 9(2).
           03  SFO-CLIENTE         PIC 9(7).
           03  SFO-NRO-CHEQUE      PIC 9(8).
           03  SFO-IMPORTE         PIC 9(7)V99.
           03  SFO-SALDO           PIC S9(9)V99.
           03  SFO-LIMITE          PIC 9(9)V99.

       FD  DIFERENCIAS.

       01  REGISTRO-DIFERENCIA.
           03  DIF-TIPO            PIC X(15).
               88 DIF-RECHAZADO    VALUE "RECHAZADO".
           03  DIF-SECUENCIA       PIC 9(7).
           03  DIF-SUCURSAL        PIC 9(2).
           03  DIF-FECHA           PIC 9(8).
           03  DIF-DETALLE         PIC X(30).

       FD  PRESENTADOS.

       01  REGISTRO-PRESENTADO.
           03  PRES-CLAVE.
               05  PRES-SUCURSAL   PIC 9(2).
               05  PRES-CLIENTE    PIC 9(7).
               05  PRES-NRO-CHEQUE PIC 9(8).
           03  PRES-FECHA-PRES     PIC 9(8).
           03  PRES-IMPORTE        PIC 9(7)V99.
           03  PRES-FECHA-PROC     PIC 9(8).

       FD  CLIENTES.

       01  REGISTRO-A.
           03  FILLER          PIC X(5).
           03  IDN             PIC 9(7).
           03  NOMBRE          PIC X(10).
           03  APELLIDO        PIC X(10).
           03  FILLER          PIC X(3).
           03  CLI-SUCURSAL    PIC 9(2).
           03  CLI-ESTADO      PIC X(01).
           03  CLI-LIMITE      PIC 9(9)V99.
       01  REGISTRO-A-TRAILER.
           03  TRAILER-ID-A    PIC X(10).
           03  TRAILER-CANT-A  PIC 9(07).

      * RCH-ORIGEN: FO sin fondos (CortesDeControl), CA camara.
       FD  REGISTRO-RECHAZOS.

       01  REGISTRO-RECHAZO.
           03  RCH-CLAVE.
               05  RCH-IDN         PIC 9(7).
               05  RCH-SUCURSAL    PIC 9(2).
               05  RCH-NRO-CHEQUE  PIC 9(8).
           03  RCH-FECHA-CHEQUE    PIC 9(8).
           03  RCH-FECHA-PROCESO   PIC 9(8).
           03  RCH-IMPORTE         PIC 9(7)V99.
           03  RCH-COMISION        PIC 9(9)V99.
           03  RCH-ORIGEN          PIC X(2).
           03  RCH-MOTIVO          PIC X(20).
           03  RCH-REVERTIDO       PIC X(01).

       FD  SALDO-MOVIMIENTOS.

       01  REGISTRO-MOVIMIENTO.
           03  MOV-IDN         PIC 9(7).
           03  MOV-TIPO        PIC X(01).
               88 MOV-DEBITO     VALUE 'D'.
               88 MOV-CREDITO    VALUE 'C'.
           03  MOV-MONTO       PIC 9(9)V99.
           03  MOV-MONEDA      PIC X(3).

      * CARGO-CONCEPTO usa el relleno inicial del layout de
      * SALDO-CRUDO: CR comision por cheque rechazado (en blanco son
      * los intereses punitorios de InteresDeudor).
       FD  CARGOS-RECHAZOS.

       01  REGISTRO-CARGO-RECH.
           03  CARGO-CONCEPTO   PIC X(2).
           03  FILLER           PIC X(13).
           03  CARGO-IDN        PIC 9(7).
           03  FILLER           PIC X(12).
           03  CARGO-SALDOS     PIC S9(9)V99.
           03  CARGO-MONEDA     PIC X(3).

       FD  SALDO-CARGOS.

       01  REGISTRO-CARGO      PIC X(48).

       SD  ORDEN-TRABAJO.

       01  SD-REGISTRO.
           03  FILLER          PIC X(15).
           03  SD-IDN          PIC 9(7).
           03  FILLER          PIC X(26).

       FD  CAMBIOS-ESTADO.

       01  REGISTRO-MANT.
           03  MANT-OPCION     PIC X(01).
           03  MANT-IDN        PIC 9(7).
           03  MANT-NOMBRE     PIC X(10).
           03  MANT-APELLIDO   PIC X(10).
           03  MANT-SUCURSAL   PIC 9(2).
           03  MANT-ESTADO     PIC X(01).
           03  MANT-LIMITE     PIC 9(9)V99.
           03  FILLER          PIC X(24).

       FD  REPORTE.

       01  LINEA-REPORTE        PIC X(80).

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

       01  FS-FONDOS            PIC X(2).
           88 FS-FONDOS-OK      VALUE "00".
           88 FS-FONDOS-EOF     VALUE "10".
           88 FS-FONDOS-NOEX    VALUE "35".

       01  FS-DIFERENCIAS       PIC X(2).
           88 FS-DIFERENCIAS-OK   VALUE "00".
           88 FS-DIFERENCIAS-EOF  VALUE "10".
           88 FS-DIFERENCIAS-NOEX VALUE "35".

       01  FS-PRESENTADOS       PIC X(2).
           88 FS-PRES-OK        VALUE "00".
           88 FS-PRES-EOF       VALUE "10".
           88 FS-PRES-NOEX      VALUE "35".

       01  FS-CLIENTES          PIC X(2).
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".
           88 FS-CLIENTES-NOEX  VALUE "35".

       01  FS-REGISTRO          PIC X(2).
           88 FS-REGISTRO-OK    VALUE "00".
           88 FS-REGISTRO-EOF   VALUE "10".
           88 FS-REGISTRO-NOHAY VALUE "23".
           88 FS-REGISTRO-NOEX  VALUE "35".

       01  FS-MOVIMIENTOS       PIC X(2).
           88 FS-MOVIMIENTOS-OK   VALUE "00".
           88 FS-MOVIMIENTOS-NOEX VALUE "35".

       01  FS-CARGOS-RECH       PIC X(2).
           88 FS-CARGOS-RECH-OK VALUE "00".

       01  FS-CARGOS            PIC X(2).
           88 FS-CARGOS-OK      VALUE "00".
           88 FS-CARGOS-NOEX    VALUE "35".

       01  FS-CAMBIOS           PIC X(2).
           88 FS-CAMBIOS-OK     VALUE "00".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-FONDOS        PIC X(01) VALUE "N".
           88 SIN-FONDOS        VALUE "S".
       01  WS-SIN-CAMARA        PIC X(01) VALUE "N".
           88 SIN-CAMARA        VALUE "S".
       01  WS-SIN-PRESENTADOS   PIC X(01) VALUE "N".
           88 SIN-PRESENTADOS   VALUE "S".

       01  CONTADORES.
           03  WS-LEIDOS-FONDOS     PIC 9(7) VALUE ZERO.
           03  WS-LEIDOS-CAMARA     PIC 9(7) VALUE ZERO.
           03  WS-CHEQUES-CAMARA    PIC 9(7) VALUE ZERO.
           03  WS-YA-REGISTRADOS    PIC 9(7) VALUE ZERO.
           03  WS-REGISTRADOS       PIC 9(7) VALUE ZERO.
           03  WS-REVERSIONES       PIC 9(7) VALUE ZERO.
           03  WS-COMISIONES        PIC 9(7) VALUE ZERO.
           03  WS-CAMARA-SIN-CHEQUE PIC 9(7) VALUE ZERO.
           03  WS-CAMBIOS-EMITIDOS  PIC 9(7) VALUE ZERO.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).
      * Los rechazos que cuentan para el tope son los de los ultimos
      * doce meses contados desde la fecha de proceso.
       01  WS-FECHA-DESDE       PIC 9(8).

      * Comision por cheque rechazado, del ambiente como once
      * digitos sin coma (00000050000 = 500,00); si no viene o no es
      * numerica se usa el valor por omision.
       01  WS-COMISION-AMBIENTE PIC X(11).
       01  WS-COMISION-AMBIENTE-NUM REDEFINES WS-COMISION-AMBIENTE
                                PIC 9(9)V99.
       01  WS-COMISION          PIC 9(9)V99 VALUE 500,00.

      * Cantidad de rechazos en doce meses que lleva al cliente a
      * estado B (RECHAZOS-LIMITE, dos digitos).
       01  WS-LIMITE-AMBIENTE   PIC X(2).
       01  WS-LIMITE-AMBIENTE-NUM REDEFINES WS-LIMITE-AMBIENTE
                                PIC 9(2).
       01  WS-TOPE-RECHAZOS     PIC 9(2) VALUE 3.

      * Cheque en curso, venga de fondos o de camara.
       01  WS-RECHAZO-EN-CURSO.
           03  WS-RCH-IDN        PIC 9(7).
           03  WS-RCH-SUCURSAL   PIC 9(2).
           03  WS-RCH-CHEQUE     PIC 9(8).
           03  WS-RCH-FECHA      PIC 9(8).
           03  WS-RCH-IMPORTE    PIC 9(7)V99.
           03  WS-RCH-ORIGEN     PIC X(2).
           03  WS-RCH-MOTIVO     PIC X(20).

      * Un maestro que no entra en la tabla corta la corrida: el
      * cliente que quedara afuera perderia su cambio de estado.
       01  TABLA-CLIENTES.
           03  TAB-CLI-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-CLI-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-IDX-CLI.
               05  TAB-CLI-IDN      PIC 9(7).
               05  TAB-CLI-NOMBRE   PIC X(10).
               05  TAB-CLI-APELLIDO PIC X(10).
               05  TAB-CLI-SUCURSAL PIC 9(2).
               05  TAB-CLI-ESTADO   PIC X(01).
               05  TAB-CLI-LIMITE   PIC 9(9)V99.

       01  WS-CLIENTE-HALLADO   PIC X(01).
           88 CLIENTE-HALLADO   VALUE "S".

      * Clientes con algun rechazo nuevo hoy: solo a ellos se les
      * recuenta la ventana de doce meses.
       01  TABLA-AFECTADOS.
           03  TAB-AFE-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-AFE-ENTRY OCCURS 500 TIMES.
               05  TAB-AFE-IDN      PIC 9(7).
       01  WS-IDX-AFE           PIC 9(4).
       01  WS-AFECTADO-YA       PIC X(01).
           88 AFECTADO-YA       VALUE "S".

       01  WS-CANT-12-MESES     PIC 9(4).
       01  WS-IDN-CONTEO        PIC 9(7).
       01  WS-FIN-BARRIDO       PIC X(01).
           88 FIN-DE-BARRIDO    VALUE "S".

       01  LINEA-TITULO         PIC X(80)
               VALUE "CHEQUES RECHAZADOS: REVERSIONES Y COMISIONES".
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(4)  VALUE "SUC".
           03  FILLER           PIC X(10) VALUE "CHEQUE".
           03  FILLER           PIC X(10) VALUE "FECHA".
           03  FILLER           PIC X(14) VALUE "IMPORTE".
           03  FILLER           PIC X(8)  VALUE "ORIGEN".
           03  FILLER           PIC X(25) VALUE "OBSERVACION".

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-SUCURSAL     PIC 9(2).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-CHEQUE       PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-FECHA        PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-IMPORTE      PIC Z.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-ORIGEN       PIC X(6).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-OBSERVACION  PIC X(25).

       01  LINEA-TITULO-ESTADO  PIC X(80)
               VALUE "CLIENTES QUE LLEGARON AL TOPE DE RECHAZOS".

       01  LINEA-ESTADO.
           03  EST-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EST-APELLIDO     PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EST-CANTIDAD     PIC ZZZ9.
           03  FILLER           PIC X(22)
                       VALUE " RECHAZOS EN 12 MESES ".
           03  EST-OBSERVACION  PIC X(33).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-CARGAR-CLIENTES.
           PERFORM 1500-TOMAR-PARAMETROS.
           PERFORM 2000-PROCESAR-FONDOS.
           PERFORM 2500-PROCESAR-CAMARA.
           PERFORM 3800-CONTROLAR-TOPES.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 4500-INTERCALAR-CARGOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-FECHA-DESDE = WS-FECHA-PROCESO - 10000.

           OPEN INPUT RECHAZADOS-FONDOS
           EVALUATE FS-FONDOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-FONDOS
               DISPLAY "SIN RECHAZADOS-FONDOS HOY"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECHAZADOS-FONDOS"
               DISPLAY "FILE STATUS ERROR" FS-FONDOS
               MOVE "RECHAZADOS-FONDOS" TO ABE-ARCHIVO
               MOVE FS-FONDOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT DIFERENCIAS
           EVALUATE FS-DIFERENCIAS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-CAMARA
               DISPLAY "SIN CAMARA-DIFERENCIAS HOY"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CAMARA-DIFERENCIAS"
               DISPLAY "FILE STATUS ERROR" FS-DIFERENCIAS
               MOVE "CAMARA-DIFERENCIAS" TO ABE-ARCHIVO
               MOVE FS-DIFERENCIAS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT PRESENTADOS
           EVALUATE FS-PRESENTADOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-PRESENTADOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-PRESENTADOS"
               DISPLAY "FILE STATUS ERROR" FS-PRESENTADOS
               MOVE "CHEQUES-PRESENTADOS" TO ABE-ARCHIVO
               MOVE FS-PRESENTADOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * El registro se conserva corrida a corrida; la primera vez se
      * crea vacio y se reabre I-O para poder recorrerlo por clave.
           OPEN I-O REGISTRO-RECHAZOS
           EVALUATE FS-REGISTRO
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT REGISTRO-RECHAZOS
               CLOSE REGISTRO-RECHAZOS
               OPEN I-O REGISTRO-RECHAZOS
               EVALUATE FS-REGISTRO
                   WHEN "00"
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR CHEQUES-RECHAZADOS"
                   DISPLAY "FILE STATUS ERROR" FS-REGISTRO
                   MOVE "CHEQUES-RECHAZADOS" TO ABE-ARCHIVO
                   MOVE FS-REGISTRO TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-RECHAZADOS"
               DISPLAY "FILE STATUS ERROR" FS-REGISTRO
               MOVE "CHEQUES-RECHAZADOS" TO ABE-ARCHIVO
               MOVE FS-REGISTRO TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN EXTEND SALDO-MOVIMIENTOS
           EVALUATE FS-MOVIMIENTOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT SALDO-MOVIMIENTOS
               EVALUATE FS-MOVIMIENTOS
                   WHEN "00"
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR SALDO-MOVIMIENTOS"
                   DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
                   MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                   MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-MOVIMIENTOS"
               DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
               MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
               MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT CARGOS-RECHAZOS
           EVALUATE FS-CARGOS-RECH
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CARGOS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-CARGOS-RECH
               MOVE "CARGOS-RECHAZOS" TO ABE-ARCHIVO
               MOVE FS-CARGOS-RECH TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT CAMBIOS-ESTADO
           EVALUATE FS-CAMBIOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECHAZOS-BLOQUEOS"
               DISPLAY "FILE STATUS ERROR" FS-CAMBIOS
               MOVE "RECHAZOS-BLOQUEOS" TO ABE-ARCHIVO
               MOVE FS-CAMBIOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               WRITE LINEA-REPORTE FROM LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
               WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECHAZOS-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "RECHAZOS-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       1100-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   PERFORM 1150-LEER-CLIENTE
                      UNTIL FS-CLIENTES-EOF
                   CLOSE CLIENTES
               WHEN "35"
                   DISPLAY "CLIENTES AUSENTE, SIN CAMBIOS DE ESTADO"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CLIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-CLIENTES
                   MOVE "CLIENTES" TO ABE-ARCHIVO
                   MOVE FS-CLIENTES TO ABE-FILE-STATUS
                   MOVE "1100-CARGAR-CLIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1100-FIN-CARGAR-CLIENTES.
           EXIT.

       1150-LEER-CLIENTE.
           READ CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   IF TRAILER-ID-A OF REGISTRO-A-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE "10" TO FS-CLIENTES
                   ELSE
                       IF TAB-CLI-CANT LESS THAN 2000
                           ADD 1 TO TAB-CLI-CANT
                           MOVE IDN OF REGISTRO-A
                                TO TAB-CLI-IDN (TAB-CLI-CANT)
                           MOVE NOMBRE OF REGISTRO-A
                                TO TAB-CLI-NOMBRE (TAB-CLI-CANT)
                           MOVE APELLIDO OF REGISTRO-A
                                TO TAB-CLI-APELLIDO (TAB-CLI-CANT)
                           MOVE CLI-SUCURSAL OF REGISTRO-A
                                TO TAB-CLI-SUCURSAL (TAB-CLI-CANT)
                           MOVE CLI-ESTADO OF REGISTRO-A
                                TO TAB-CLI-ESTADO (TAB-CLI-CANT)
                           MOVE CLI-LIMITE OF REGISTRO-A
                                TO TAB-CLI-LIMITE (TAB-CLI-CANT)
                       ELSE
                           DISPLAY "TABLA DE CLIENTES DESBORDADA"
                           MOVE "CLIENTES" TO ABE-ARCHIVO
                           MOVE FS-CLIENTES TO ABE-FILE-STATUS
                           MOVE "1150-LEER-CLIENTE" TO ABE-PARRAFO
                           MOVE 17 TO ABE-RETORNO
                           PERFORM 9900-ABEND
                       END-IF
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES"
               DISPLAY "FILE STATUS ERROR" FS-CLIENTES
               MOVE "CLIENTES" TO ABE-ARCHIVO
               MOVE FS-CLIENTES TO ABE-FILE-STATUS
               MOVE "1150-LEER-CLIENTE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1150-FIN-LEER-CLIENTE.
           EXIT.

       1500-TOMAR-PARAMETROS.
           ACCEPT WS-COMISION-AMBIENTE
                  FROM ENVIRONMENT "COMISION-RECHAZO".
           IF WS-COMISION-AMBIENTE NOT EQUAL SPACES
               IF WS-COMISION-AMBIENTE-NUM NUMERIC
                   MOVE WS-COMISION-AMBIENTE-NUM TO WS-COMISION
               ELSE
                   DISPLAY "COMISION-RECHAZO NO NUMERICA: "
                           WS-COMISION-AMBIENTE
                   DISPLAY "SE USA LA COMISION POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-LIMITE-AMBIENTE
                  FROM ENVIRONMENT "RECHAZOS-LIMITE".
           IF WS-LIMITE-AMBIENTE NOT EQUAL SPACES
               IF WS-LIMITE-AMBIENTE-NUM NUMERIC
                  AND WS-LIMITE-AMBIENTE-NUM GREATER THAN ZERO
                   MOVE WS-LIMITE-AMBIENTE-NUM TO WS-TOPE-RECHAZOS
               ELSE
                   DISPLAY "RECHAZOS-LIMITE INVALIDO: "
                           WS-LIMITE-AMBIENTE
                   DISPLAY "SE USA EL TOPE POR OMISION"
               END-IF
           END-IF.
           DISPLAY "COMISION POR RECHAZO  : " WS-COMISION.
           DISPLAY "TOPE DE RECHAZOS 12M  : " WS-TOPE-RECHAZOS.
       1500-FIN-TOMAR-PARAMETROS.
           EXIT.

       2000-PROCESAR-FONDOS.
           IF NOT SIN-FONDOS
               PERFORM 2100-LEER-FONDOS UNTIL FS-FONDOS-EOF
           END-IF.
       2000-FIN-PROCESAR-FONDOS.
           EXIT.

       2100-LEER-FONDOS.
           READ RECHAZADOS-FONDOS
           EVALUATE FS-FONDOS
               WHEN "00"
                   ADD 1 TO WS-LEIDOS-FONDOS
                   MOVE SFO-CLIENTE      TO WS-RCH-IDN
                   MOVE SFO-NRO-SUCURSAL TO WS-RCH-SUCURSAL
                   MOVE SFO-NRO-CHEQUE   TO WS-RCH-CHEQUE
                   MOVE SFO-FECHA        TO WS-RCH-FECHA
                   MOVE SFO-IMPORTE      TO WS-RCH-IMPORTE
                   MOVE "FO"             TO WS-RCH-ORIGEN
                   MOVE "SIN FONDOS"     TO WS-RCH-MOTIVO
                   PERFORM 3000-PROCESAR-RECHAZO
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RECHAZADOS-FONDOS"
               DISPLAY "FILE STATUS ERROR" FS-FONDOS
               MOVE "RECHAZADOS-FONDOS" TO ABE-ARCHIVO
               MOVE FS-FONDOS TO ABE-FILE-STATUS
               MOVE "2100-LEER-FONDOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2100-FIN-LEER-FONDOS.
           EXIT.

       2500-PROCESAR-CAMARA.
           IF NOT SIN-CAMARA
               PERFORM 2600-LEER-DIFERENCIA UNTIL FS-DIFERENCIAS-EOF
           END-IF.
       2500-FIN-PROCESAR-CAMARA.
           EXIT.

       2600-LEER-DIFERENCIA.
           READ DIFERENCIAS
           EVALUATE FS-DIFERENCIAS
               WHEN "00"
                   IF DIF-RECHAZADO
                       ADD 1 TO WS-LEIDOS-CAMARA
                       PERFORM 2700-ABRIR-RECHAZO-CAMARA
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CAMARA-DIFERENCIAS"
               DISPLAY "FILE STATUS ERROR" FS-DIFERENCIAS
               MOVE "CAMARA-DIFERENCIAS" TO ABE-ARCHIVO
               MOVE FS-DIFERENCIAS TO ABE-FILE-STATUS
               MOVE "2600-LEER-DIFERENCIA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2600-FIN-LEER-DIFERENCIA.
           EXIT.

      * La camara rechaza el par sucursal/fecha entero: se recorren
      * los presentados de esa sucursal y se toman los de esa fecha.
      * Un rechazo que no abre en ningun cheque queda en el reporte
      * para que la sucursal lo persiga a mano.
       2700-ABRIR-RECHAZO-CAMARA.
           MOVE ZERO TO WS-CHEQUES-CAMARA.
           IF NOT SIN-PRESENTADOS
               MOVE DIF-SUCURSAL TO PRES-SUCURSAL
               MOVE ZERO         TO PRES-CLIENTE
               MOVE ZERO         TO PRES-NRO-CHEQUE
               MOVE "N" TO WS-FIN-BARRIDO
               START PRESENTADOS KEY NOT LESS THAN PRES-CLAVE
               EVALUATE FS-PRESENTADOS
                   WHEN "00"
                       PERFORM 2750-BARRER-PRESENTADOS
                          UNTIL FIN-DE-BARRIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-CHEQUES-CAMARA EQUAL ZERO
               ADD 1 TO WS-CAMARA-SIN-CHEQUE
               MOVE ZERO            TO DET-IDN
               MOVE DIF-SUCURSAL    TO DET-SUCURSAL
               MOVE ZERO            TO DET-CHEQUE
               MOVE DIF-FECHA       TO DET-FECHA
               MOVE ZERO            TO DET-IMPORTE
               MOVE "CAMARA"        TO DET-ORIGEN
               MOVE "SIN CHEQUES PRESENTADOS" TO DET-OBSERVACION
               PERFORM 3700-GRABAR-DETALLE
           END-IF.
       2700-FIN-ABRIR-RECHAZO-CAMARA.
           EXIT.

       2750-BARRER-PRESENTADOS.
           READ PRESENTADOS NEXT RECORD
           EVALUATE FS-PRESENTADOS
               WHEN "00"
                   IF PRES-SUCURSAL NOT EQUAL DIF-SUCURSAL
                       MOVE "S" TO WS-FIN-BARRIDO
                   ELSE
                       IF PRES-FECHA-PRES EQUAL DIF-FECHA
                           ADD 1 TO WS-CHEQUES-CAMARA
                           MOVE PRES-CLIENTE    TO WS-RCH-IDN
                           MOVE PRES-SUCURSAL   TO WS-RCH-SUCURSAL
                           MOVE PRES-NRO-CHEQUE TO WS-RCH-CHEQUE
                           MOVE PRES-FECHA-PRES TO WS-RCH-FECHA
                           MOVE PRES-IMPORTE    TO WS-RCH-IMPORTE
                           MOVE "CA"            TO WS-RCH-ORIGEN
                           MOVE DIF-DETALLE     TO WS-RCH-MOTIVO
                           PERFORM 3000-PROCESAR-RECHAZO
                       END-IF
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-FIN-BARRIDO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CHEQUES-PRESENTADOS"
                   DISPLAY "FILE STATUS ERROR" FS-PRESENTADOS
                   MOVE "CHEQUES-PRESENTADOS" TO ABE-ARCHIVO
                   MOVE FS-PRESENTADOS TO ABE-FILE-STATUS
                   MOVE "2750-BARRER-PRESENTADOS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       2750-FIN-BARRER-PRESENTADOS.
           EXIT.

      * Un cheque ya registrado (por la otra via o en una recorrida)
      * no vuelve a generar reversion ni comision.
       3000-PROCESAR-RECHAZO.
           MOVE WS-RCH-IDN      TO RCH-IDN.
           MOVE WS-RCH-SUCURSAL TO RCH-SUCURSAL.
           MOVE WS-RCH-CHEQUE   TO RCH-NRO-CHEQUE.
           READ REGISTRO-RECHAZOS
           EVALUATE FS-REGISTRO
               WHEN "00"
                   ADD 1 TO WS-YA-REGISTRADOS
               WHEN "23"
                   PERFORM 3100-REGISTRAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CHEQUES-RECHAZADOS"
                   DISPLAY "FILE STATUS ERROR" FS-REGISTRO
                   MOVE "CHEQUES-RECHAZADOS" TO ABE-ARCHIVO
                   MOVE FS-REGISTRO TO ABE-FILE-STATUS
                   MOVE "3000-PROCESAR-RECHAZO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3000-FIN-PROCESAR-RECHAZO.
           EXIT.

      * El cheque se debito al librador al compensar: la reversion
      * es un credito por el mismo importe, en pesos como la camara.
       3100-REGISTRAR-RECHAZO.
           MOVE SPACES TO DET-OBSERVACION.
           PERFORM 3200-GRABAR-REVERSION.
           MOVE "S" TO RCH-REVERTIDO.
           PERFORM 3300-GRABAR-COMISION.
           MOVE WS-RCH-FECHA     TO RCH-FECHA-CHEQUE.
           MOVE WS-FECHA-PROCESO TO RCH-FECHA-PROCESO.
           MOVE WS-RCH-IMPORTE   TO RCH-IMPORTE.
           MOVE WS-COMISION      TO RCH-COMISION.
           MOVE WS-RCH-ORIGEN    TO RCH-ORIGEN.
           MOVE WS-RCH-MOTIVO    TO RCH-MOTIVO.
           WRITE REGISTRO-RECHAZO
           EVALUATE FS-REGISTRO
               WHEN "00"
                   ADD 1 TO WS-REGISTRADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CHEQUES-RECHAZADOS"
                   DISPLAY "FILE STATUS ERROR" FS-REGISTRO
                   MOVE "CHEQUES-RECHAZADOS" TO ABE-ARCHIVO
                   MOVE FS-REGISTRO TO ABE-FILE-STATUS
                   MOVE "3100-REGISTRAR-RECHAZO" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 3400-MARCAR-AFECTADO.
           MOVE WS-RCH-IDN      TO DET-IDN.
           MOVE WS-RCH-SUCURSAL TO DET-SUCURSAL.
           MOVE WS-RCH-CHEQUE   TO DET-CHEQUE.
           MOVE WS-RCH-FECHA    TO DET-FECHA.
           MOVE WS-RCH-IMPORTE  TO DET-IMPORTE.
           IF WS-RCH-ORIGEN EQUAL "FO"
               MOVE "FONDOS" TO DET-ORIGEN
           ELSE
               MOVE "CAMARA" TO DET-ORIGEN
           END-IF.
           IF DET-OBSERVACION EQUAL SPACES
               MOVE WS-RCH-MOTIVO TO DET-OBSERVACION
           END-IF.
           PERFORM 3700-GRABAR-DETALLE.
       3100-FIN-REGISTRAR-RECHAZO.
           EXIT.

       3200-GRABAR-REVERSION.
           MOVE WS-RCH-IDN     TO MOV-IDN.
           MOVE "C"            TO MOV-TIPO.
           MOVE WS-RCH-IMPORTE TO MOV-MONTO.
           MOVE "PES"          TO MOV-MONEDA.
           WRITE REGISTRO-MOVIMIENTO
           EVALUATE FS-MOVIMIENTOS
               WHEN "00"
                   ADD 1 TO WS-REVERSIONES
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR SALDO-MOVIMIENTOS"
                   DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
                   MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                   MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
                   MOVE "3200-GRABAR-REVERSION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3200-FIN-GRABAR-REVERSION.
           EXIT.

      * La comision es un cargo negativo en pesos, como los intereses
      * punitorios, con su propio concepto para la interfaz contable.
       3300-GRABAR-COMISION.
           MOVE SPACES         TO REGISTRO-CARGO-RECH.
           MOVE "CR"           TO CARGO-CONCEPTO.
           MOVE WS-RCH-IDN     TO CARGO-IDN.
           COMPUTE CARGO-SALDOS = ZERO - WS-COMISION.
           MOVE "PES"          TO CARGO-MONEDA.
           WRITE REGISTRO-CARGO-RECH
           EVALUATE FS-CARGOS-RECH
               WHEN "00"
                   ADD 1 TO WS-COMISIONES
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CARGOS-RECHAZOS"
                   DISPLAY "FILE STATUS ERROR" FS-CARGOS-RECH
                   MOVE "CARGOS-RECHAZOS" TO ABE-ARCHIVO
                   MOVE FS-CARGOS-RECH TO ABE-FILE-STATUS
                   MOVE "3300-GRABAR-COMISION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-GRABAR-COMISION.
           EXIT.

       3400-MARCAR-AFECTADO.
           MOVE "N" TO WS-AFECTADO-YA.
           PERFORM 3450-BUSCAR-AFECTADO
               VARYING WS-IDX-AFE FROM 1 BY 1
               UNTIL WS-IDX-AFE GREATER THAN TAB-AFE-CANT
                  OR AFECTADO-YA.
           IF NOT AFECTADO-YA
               IF TAB-AFE-CANT LESS THAN 500
                   ADD 1 TO TAB-AFE-CANT
                   MOVE WS-RCH-IDN TO TAB-AFE-IDN (TAB-AFE-CANT)
               ELSE
                   DISPLAY "TABLA DE AFECTADOS DESBORDADA, IDN "
                           WS-RCH-IDN " SIN CONTROL DE TOPE"
               END-IF
           END-IF.
       3400-FIN-MARCAR-AFECTADO.
           EXIT.

       3450-BUSCAR-AFECTADO.
           IF TAB-AFE-IDN (WS-IDX-AFE) EQUAL WS-RCH-IDN
               MOVE "S" TO WS-AFECTADO-YA
           END-IF.
       3450-FIN-BUSCAR-AFECTADO.
           EXIT.

       3700-GRABAR-DETALLE.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RECHAZOS-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
       3700-FIN-GRABAR-DETALLE.
           EXIT.

      * Con todo el dia ya registrado se recuenta, para cada cliente
      * con rechazos nuevos, cuantos tiene en los ultimos doce meses.
       3800-CONTROLAR-TOPES.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-TITULO-ESTADO.
           PERFORM 3850-CONTROLAR-UN-CLIENTE
               VARYING WS-IDX-AFE FROM 1 BY 1
               UNTIL WS-IDX-AFE GREATER THAN TAB-AFE-CANT.
           IF WS-CAMBIOS-EMITIDOS EQUAL ZERO
               MOVE "SIN CLIENTES EN EL TOPE" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
       3800-FIN-CONTROLAR-TOPES.
           EXIT.

       3850-CONTROLAR-UN-CLIENTE.
           MOVE TAB-AFE-IDN (WS-IDX-AFE) TO WS-IDN-CONTEO.
           MOVE ZERO TO WS-CANT-12-MESES.
           MOVE WS-IDN-CONTEO TO RCH-IDN.
           MOVE ZERO TO RCH-SUCURSAL.
           MOVE ZERO TO RCH-NRO-CHEQUE.
           MOVE "N" TO WS-FIN-BARRIDO.
           START REGISTRO-RECHAZOS KEY NOT LESS THAN RCH-CLAVE
           EVALUATE FS-REGISTRO
               WHEN "00"
                   PERFORM 3870-CONTAR-RECHAZOS
                      UNTIL FIN-DE-BARRIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CANT-12-MESES NOT LESS THAN WS-TOPE-RECHAZOS
               PERFORM 3900-EMITIR-CAMBIO-ESTADO
           END-IF.
       3850-FIN-CONTROLAR-UN-CLIENTE.
           EXIT.

       3870-CONTAR-RECHAZOS.
           READ REGISTRO-RECHAZOS NEXT RECORD
           EVALUATE FS-REGISTRO
               WHEN "00"
                   IF RCH-IDN NOT EQUAL WS-IDN-CONTEO
                       MOVE "S" TO WS-FIN-BARRIDO
                   ELSE
                       IF RCH-FECHA-PROCESO GREATER THAN WS-FECHA-DESDE
                           ADD 1 TO WS-CANT-12-MESES
                       END-IF
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-FIN-BARRIDO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CHEQUES-RECHAZADOS"
                   DISPLAY "FILE STATUS ERROR" FS-REGISTRO
                   MOVE "CHEQUES-RECHAZADOS" TO ABE-ARCHIVO
                   MOVE FS-REGISTRO TO ABE-FILE-STATUS
                   MOVE "3870-CONTAR-RECHAZOS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       3870-FIN-CONTAR-RECHAZOS.
           EXIT.

      * Un cliente ya en estado B no necesita otra transaccion y uno
      * cerrado (C) no la admite; uno que no esta en CLIENTES queda
      * solo informado.
       3900-EMITIR-CAMBIO-ESTADO.
           PERFORM 3950-BUSCAR-CLIENTE.
           MOVE WS-IDN-CONTEO    TO EST-IDN.
           MOVE WS-CANT-12-MESES TO EST-CANTIDAD.
           IF NOT CLIENTE-HALLADO
               MOVE SPACES TO EST-APELLIDO
               MOVE "CLIENTE NO ENCONTRADO" TO EST-OBSERVACION
           ELSE
               MOVE TAB-CLI-APELLIDO (WS-IDX-CLI) TO EST-APELLIDO
               EVALUATE TAB-CLI-ESTADO (WS-IDX-CLI)
                   WHEN "B"
                       MOVE "YA BLOQUEADO" TO EST-OBSERVACION
                   WHEN "C"
                       MOVE "CUENTA CERRADA" TO EST-OBSERVACION
                   WHEN OTHER
                       PERFORM 3960-GRABAR-TRANSACCION
                       MOVE "TRANSACCION DE BLOQUEO EMITIDA"
                            TO EST-OBSERVACION
               END-EVALUATE
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-ESTADO.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RECHAZOS-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
       3900-FIN-EMITIR-CAMBIO-ESTADO.
           EXIT.

       3950-BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-HALLADO.
           SET WS-IDX-CLI TO 1.
           SEARCH TAB-CLI-ENTRY
               AT END
                   CONTINUE
               WHEN TAB-CLI-IDN (WS-IDX-CLI) EQUAL WS-IDN-CONTEO
                AND WS-IDX-CLI NOT GREATER TAB-CLI-CANT
                   MOVE "S" TO WS-CLIENTE-HALLADO
           END-SEARCH.
       3950-FIN-BUSCAR-CLIENTE.
           EXIT.

       3960-GRABAR-TRANSACCION.
           MOVE SPACES        TO REGISTRO-MANT.
           MOVE "C"           TO MANT-OPCION.
           MOVE WS-IDN-CONTEO TO MANT-IDN.
           MOVE TAB-CLI-NOMBRE (WS-IDX-CLI)   TO MANT-NOMBRE.
           MOVE TAB-CLI-APELLIDO (WS-IDX-CLI) TO MANT-APELLIDO.
           MOVE TAB-CLI-SUCURSAL (WS-IDX-CLI) TO MANT-SUCURSAL.
           MOVE "B"           TO MANT-ESTADO.
           MOVE TAB-CLI-LIMITE (WS-IDX-CLI)   TO MANT-LIMITE.
           WRITE REGISTRO-MANT
           EVALUATE FS-CAMBIOS
               WHEN "00"
                   ADD 1 TO WS-CAMBIOS-EMITIDOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RECHAZOS-BLOQUEOS"
                   DISPLAY "FILE STATUS ERROR" FS-CAMBIOS
                   MOVE "RECHAZOS-BLOQUEOS" TO ABE-ARCHIVO
                   MOVE FS-CAMBIOS TO ABE-FILE-STATUS
                   MOVE "3960-GRABAR-TRANSACCION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3960-FIN-GRABAR-TRANSACCION.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF NOT SIN-FONDOS
               CLOSE RECHAZADOS-FONDOS
           END-IF
           IF NOT SIN-CAMARA
               CLOSE DIFERENCIAS
           END-IF
           IF NOT SIN-PRESENTADOS
               CLOSE PRESENTADOS
           END-IF
           CLOSE REGISTRO-RECHAZOS
           CLOSE SALDO-MOVIMIENTOS
           CLOSE CARGOS-RECHAZOS
           CLOSE CAMBIOS-ESTADO
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

      * ValidadorSaldo exige SALDO-CARGOS en orden ascendente de IDN:
      * las comisiones se intercalan con los cargos que ya dejo
      * InteresDeudor en lugar de agregarse al final.
       4500-INTERCALAR-CARGOS.
           OPEN INPUT SALDO-CARGOS
           EVALUATE FS-CARGOS
               WHEN "00"
               CLOSE SALDO-CARGOS
               WHEN "35"
               OPEN OUTPUT SALDO-CARGOS
               CLOSE SALDO-CARGOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-CARGOS"
               DISPLAY "FILE STATUS ERROR" FS-CARGOS
               MOVE "SALDO-CARGOS" TO ABE-ARCHIVO
               MOVE FS-CARGOS TO ABE-FILE-STATUS
               MOVE "4500-INTERCALAR-CARGOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SD-IDN
               WITH DUPLICATES IN ORDER
               USING SALDO-CARGOS CARGOS-RECHAZOS
               GIVING SALDO-CARGOS.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE SALDO-CARGOS"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "SALDO-CARGOS" TO ABE-ARCHIVO
               MOVE SPACES TO ABE-FILE-STATUS
               MOVE "4500-INTERCALAR-CARGOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       4500-FIN-INTERCALAR-CARGOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "SIN FONDOS LEIDOS      : " WS-LEIDOS-FONDOS.
           DISPLAY "RECHAZOS DE CAMARA     : " WS-LEIDOS-CAMARA.
           DISPLAY "CAMARA SIN CHEQUES     : " WS-CAMARA-SIN-CHEQUE.
           DISPLAY "YA REGISTRADOS         : " WS-YA-REGISTRADOS.
           DISPLAY "RECHAZOS REGISTRADOS   : " WS-REGISTRADOS.
           DISPLAY "REVERSIONES GRABADAS   : " WS-REVERSIONES.
           DISPLAY "COMISIONES GRABADAS    : " WS-COMISIONES.
           DISPLAY "CAMBIOS DE ESTADO      : " WS-CAMBIOS-EMITIDOS.
       5000-FIN-MOSTRAR-RESUMEN.
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
               MOVE "CHEQUESRECHAZADOS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-RCH-IDN TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ChequesRechazados.
