      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AprobacionCambios.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Aprobaciones y rechazos del dia sobre los cambios que dejaron
      * pendientes MantenimientoClientes y RevisionCredito. Si no hay
      * archivo de la fecha solo se vencen y se listan pendientes.
       SELECT TRANAPR ASSIGN TO "CAMBIOS-MANT"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRANAPR.

       SELECT PENDIENTES ASSIGN TO "CAMBIOS-PENDIENTES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PEN-CLAVE
       FILE STATUS IS FS-PENDIENTES.

      * El cambio aprobado recien aca llega al maestro de clientes.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

      * Misma auditoria acumulativa del mantenimiento de clientes:
      * AUD-OPERADOR es quien aprueba o rechaza y AUD-OPERADOR-CARGA
      * quien cargo el cambio.
       SELECT AUDITORIA ASSIGN TO "CLIENTES-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

       SELECT RECHAZOS ASSIGN TO "CAMBIOS-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RECHAZOS.

      * Lo que sigue pendiente al final de la corrida, para que los
      * supervisores sepan que les queda por resolver.
       SELECT LISTADO ASSIGN TO "CAMBIOS-A-APROBAR"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-LISTADO.

      * Maestro de operadores cargado por seguridad: id y nivel de
      * permiso (S supervisor, O operador). Aprobar o rechazar exige
      * nivel S y un operador distinto del que cargo el cambio.
       SELECT OPERADORES ASSIGN TO "OPERADORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-OPERADORES.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANAPR.

       01  REGISTRO-TRANAPR.
           03  APRT-OPCION     PIC X(01).
               88 APRT-APROBAR   VALUE 'A'.
               88 APRT-RECHAZAR  VALUE 'R'.
           03  APRT-IDN        PIC 9(7).
           03  APRT-NUMERO     PIC 9(6).
      * Motivo del rechazo; en la aprobacion no se usa.
           03  APRT-MOTIVO     PIC X(20).

      * PEN-ORIGEN: M mantenimiento de clientes, A alta de
      * mantenimiento con limite por encima del monto de autorizacion
      * (imagen anterior vacia), R propuesta de RevisionCredito.
      * PEN-ESTADO: P pendiente, A aprobado, R
      * rechazado, V vencido sin aprobar.
       FD  PENDIENTES.

       01  REGISTRO-PENDIENTE.
           03  PEN-CLAVE.
               05  PEN-IDN          PIC 9(7).
               05  PEN-NUMERO       PIC 9(6).
           03  PEN-ORIGEN           PIC X(01).
           03  PEN-ESTADO           PIC X(01).
               88 PEN-PENDIENTE     VALUE 'P'.
           03  PEN-FECHA-ALTA       PIC 9(8).
           03  PEN-OPERADOR-ALTA    PIC X(8).
           03  PEN-IMAGEN-ANTERIOR.
               05  PEN-NOMBRE-ANT   PIC X(10).
               05  PEN-APELLIDO-ANT PIC X(10).
               05  PEN-SUCURSAL-ANT PIC 9(2).
               05  PEN-ESTADO-ANT   PIC X(01).
               05  PEN-LIMITE-ANT   PIC 9(9)V99.
           03  PEN-IMAGEN-NUEVA.
               05  PEN-NOMBRE-NVO   PIC X(10).
               05  PEN-APELLIDO-NVO PIC X(10).
               05  PEN-SUCURSAL-NVO PIC 9(2).
               05  PEN-ESTADO-NVO   PIC X(01).
               05  PEN-LIMITE-NVO   PIC 9(9)V99.
           03  PEN-FECHA-RESOLUCION PIC 9(8).
           03  PEN-OPERADOR-RESOL   PIC X(8).
           03  PEN-MOTIVO           PIC X(20).

      * CIDX-DATOS tiene la misma forma que la imagen del pedido: se
      * compara entera para saber si el maestro cambio desde el alta.
       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-DATOS.
               05  CIDX-NOMBRE     PIC X(10).
               05  CIDX-APELLIDO   PIC X(10).
               05  CIDX-SUCURSAL   PIC 9(2).
               05  CIDX-ESTADO     PIC X(01).
               05  CIDX-LIMITE     PIC 9(9)V99.

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-NOMBRE-ANT   PIC X(10).
               05  AUD-APELLIDO-ANT PIC X(10).
               05  AUD-SUCURSAL-ANT PIC 9(2).
               05  AUD-ESTADO-ANT   PIC X(01).
               05  AUD-LIMITE-ANT   PIC 9(9)V99.
           03  AUD-IMAGEN-NUEVA.
               05  AUD-NOMBRE-NVO   PIC X(10).
               05  AUD-APELLIDO-NVO PIC X(10).
               05  AUD-SUCURSAL-NVO PIC 9(2).
               05  AUD-ESTADO-NVO   PIC X(01).
               05  AUD-LIMITE-NVO   PIC 9(9)V99.
           03  AUD-OPERADOR-CARGA   PIC X(8).

       FD  RECHAZOS.

       01  REGISTRO-RECHAZO.
           03  RECH-OPCION     PIC X(01).
           03  RECH-IDN        PIC 9(7).
           03  RECH-NUMERO     PIC 9(6).
           03  RECH-MOTIVO     PIC X(20).

       FD  LISTADO.

       01  REGISTRO-LISTADO.
           03  LIST-IDN            PIC 9(7).
           03  LIST-NUMERO         PIC 9(6).
           03  LIST-ORIGEN         PIC X(01).
           03  LIST-FECHA-ALTA     PIC 9(8).
           03  LIST-OPERADOR-ALTA  PIC X(8).
           03  LIST-ESTADO-ANT     PIC X(01).
           03  LIST-ESTADO-NVO     PIC X(01).
           03  LIST-LIMITE-ANT     PIC 9(9)V99.
           03  LIST-LIMITE-NVO     PIC 9(9)V99.

       FD  OPERADORES.

       01  REGISTRO-OPERADOR.
           03  OPE-ID          PIC X(8).
           03  OPE-NIVEL       PIC X(01).

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

       01  FS-TRANAPR          PIC X(2).
           88 FS-TRANAPR-OK    VALUE "00".
           88 FS-TRANAPR-EOF   VALUE "10".

       01  FS-PENDIENTES       PIC X(2).
           88 FS-PENDIENTES-OK VALUE "00".
           88 FS-PENDIENTES-EOF VALUE "10".

       01  FS-IDX              PIC X(2).
           88 FS-IDX-OK        VALUE "00".

       01  FS-AUDITORIA        PIC X(2).
           88 FS-AUDITORIA-OK  VALUE "00".

       01  FS-RECHAZOS         PIC X(2).
           88 FS-RECHAZOS-OK   VALUE "00".

       01  FS-LISTADO          PIC X(2).
           88 FS-LISTADO-OK    VALUE "00".

       01  FS-OPERADORES       PIC X(2).
           88 FS-OPER-OK       VALUE "00".
           88 FS-OPER-EOF      VALUE "10".
           88 FS-OPER-NOEX     VALUE "35".

      * Sin CAMBIOS-MANT de la fecha la corrida igual vence y lista.
       01  WS-HAY-TRANSACCIONES PIC X(01) VALUE "S".
           88 HAY-TRANSACCIONES VALUE "S".

      * Identidad del operador y fecha de la corrida, tomadas del
      * ambiente igual que MantenimientoClientes.
       01  WS-OPERADOR         PIC X(8).

       01  TABLA-OPERADORES.
           03  TAB-OPE-CANT    PIC 9(2) VALUE ZERO.
           03  TAB-OPE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-IDX-OPE.
               05  TAB-OPE-ID     PIC X(8).
               05  TAB-OPE-NIVEL  PIC X(01).

       01  WS-NIVEL-OPERADOR   PIC X(01) VALUE "N".
           88 ES-SUPERVISOR    VALUE "S".
           88 OPERADOR-NO-REGISTRADO VALUE "N".

       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-FECHA-AMB    PIC X(8).
       01  WS-AUD-FECHA-AMB-N REDEFINES WS-AUD-FECHA-AMB
                               PIC 9(8).
       01  WS-AUD-HORA8        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(6).

      * Dias corridos que un cambio puede esperar la aprobacion
      * (CAMBIOS-DIAS, tres digitos); pasado ese plazo vence y hay
      * que volver a cargarlo.
       01  WS-DIAS-AMBIENTE    PIC X(3).
       01  WS-DIAS-AMBIENTE-N REDEFINES WS-DIAS-AMBIENTE
                               PIC 9(3).
       01  WS-DIAS-VIGENCIA    PIC 9(3) VALUE 5.
       01  WS-ENTERO-PROCESO   PIC 9(8).
       01  WS-ENTERO-ALTA      PIC 9(8).
       01  WS-DIAS-ESPERA      PIC S9(8).

       01  CONTADORES.
           03  WS-LEIDAS       PIC 9(5) VALUE ZERO.
           03  WS-APROBADOS    PIC 9(5) VALUE ZERO.
           03  WS-NO-APROBADOS PIC 9(5) VALUE ZERO.
           03  WS-VENCIDOS     PIC 9(5) VALUE ZERO.
           03  WS-RECHAZADOS   PIC 9(5) VALUE ZERO.
           03  WS-QUEDAN       PIC 9(5) VALUE ZERO.

       01  WS-ACCION           PIC X(10).
       01  WS-MOTIVO           PIC X(20).

       01  WS-DATOS-VALIDOS    PIC X(01).
           88 DATOS-NUEVOS-VALIDOS VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-CARGAR-OPERADORES.
           PERFORM 1300-VENCER-PENDIENTES.
           IF HAY-TRANSACCIONES
               PERFORM 2000-LEER-TRANSACCION
               PERFORM 3000-PROCESO UNTIL FS-TRANAPR-EOF
           END-IF.
           PERFORM 6000-LISTAR-PENDIENTES.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT TRANAPR
           EVALUATE FS-TRANAPR
               WHEN "00"
               CONTINUE
               WHEN "35"
               DISPLAY "SIN CAMBIOS-MANT, SOLO SE VENCE Y SE LISTA"
               MOVE "N" TO WS-HAY-TRANSACCIONES
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CAMBIOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANAPR
               MOVE "CAMBIOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANAPR TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * La cola la crea MantenimientoClientes o RevisionCredito; sin
      * ella no hay nada pendiente y la corrida no tiene sentido.
           OPEN I-O PENDIENTES
           EVALUATE FS-PENDIENTES
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CAMBIOS-PENDIENTES"
               DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
               MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
               MOVE FS-PENDIENTES TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN I-O CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-IDX"
               DISPLAY "FILE STATUS ERROR" FS-IDX
               MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
               MOVE FS-IDX TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN EXTEND AUDITORIA
           EVALUATE FS-AUDITORIA
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT AUDITORIA
               EVALUATE FS-AUDITORIA
                   WHEN "00"
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR CLIENTES-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "CLIENTES-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "CLIENTES-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT RECHAZOS
           EVALUATE FS-RECHAZOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CAMBIOS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "CAMBIOS-RECHAZOS" TO ABE-ARCHIVO
               MOVE FS-RECHAZOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT LISTADO
           EVALUATE FS-LISTADO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CAMBIOS-A-APROBAR"
               DISPLAY "FILE STATUS ERROR" FS-LISTADO
               MOVE "CAMBIOS-A-APROBAR" TO ABE-ARCHIVO
               MOVE FS-LISTADO TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "CAMBIOS-OPERADOR"
           IF WS-OPERADOR EQUAL SPACES
               MOVE "SINOPER" TO WS-OPERADOR
           END-IF
           ACCEPT WS-AUD-FECHA-AMB FROM ENVIRONMENT "FECHA-PROCESO"
           IF WS-AUD-FECHA-AMB-N NUMERIC
              AND WS-AUD-FECHA-AMB NOT EQUAL SPACES
               MOVE WS-AUD-FECHA-AMB-N TO WS-AUD-FECHA
           ELSE
               ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-DIAS-AMBIENTE FROM ENVIRONMENT "CAMBIOS-DIAS"
           IF WS-DIAS-AMBIENTE NOT EQUAL SPACES
               IF WS-DIAS-AMBIENTE-N NUMERIC
                  AND WS-DIAS-AMBIENTE-N GREATER THAN ZERO
                   MOVE WS-DIAS-AMBIENTE-N TO WS-DIAS-VIGENCIA
               ELSE
                   DISPLAY "CAMBIOS-DIAS INVALIDO: "
                           WS-DIAS-AMBIENTE
                   DISPLAY "SE USA EL PLAZO POR OMISION"
               END-IF
           END-IF
           COMPUTE WS-ENTERO-PROCESO =
                   FUNCTION INTEGER-OF-DATE (WS-AUD-FECHA)
           .
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       1100-CARGAR-OPERADORES.
           OPEN INPUT OPERADORES
           EVALUATE FS-OPERADORES
               WHEN "00"
                   PERFORM 1150-LEER-OPERADOR
                      UNTIL FS-OPER-EOF
                   CLOSE OPERADORES
               WHEN "35"
                   DISPLAY "SIN MAESTRO OPERADORES, NADIE AUTORIZADO"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR OPERADORES"
                   DISPLAY "FILE STATUS ERROR" FS-OPERADORES
                   MOVE "OPERADORES" TO ABE-ARCHIVO
                   MOVE FS-OPERADORES TO ABE-FILE-STATUS
                   MOVE "1100-CARGAR-OPERADORES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE "N" TO WS-NIVEL-OPERADOR.
           IF TAB-OPE-CANT GREATER THAN ZERO
               SET WS-IDX-OPE TO 1
               SEARCH TAB-OPE-ENTRY
                   AT END
                       CONTINUE
                   WHEN TAB-OPE-ID (WS-IDX-OPE) EQUAL WS-OPERADOR
                    AND WS-IDX-OPE NOT GREATER TAB-OPE-CANT
                       MOVE TAB-OPE-NIVEL (WS-IDX-OPE)
                            TO WS-NIVEL-OPERADOR
               END-SEARCH
           END-IF.
           IF HAY-TRANSACCIONES AND NOT ES-SUPERVISOR
               DISPLAY "OPERADOR " WS-OPERADOR " SIN NIVEL DE "
                       "SUPERVISOR: TODAS LAS TRANSACCIONES SE "
                       "RECHAZAN"
           END-IF.
       1100-FIN-CARGAR-OPERADORES.
           EXIT.

       1150-LEER-OPERADOR.
           READ OPERADORES
           EVALUATE FS-OPERADORES
               WHEN "00"
                   IF TAB-OPE-CANT LESS THAN 50
                       ADD 1 TO TAB-OPE-CANT
                       MOVE OPE-ID
                            TO TAB-OPE-ID (TAB-OPE-CANT)
                       MOVE OPE-NIVEL
                            TO TAB-OPE-NIVEL (TAB-OPE-CANT)
                   ELSE
                       DISPLAY "TABLA DE OPERADORES DESBORDADA"
                       MOVE "10" TO FS-OPERADORES
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE OPERADORES"
               DISPLAY "FILE STATUS ERROR" FS-OPERADORES
               MOVE "OPERADORES" TO ABE-ARCHIVO
               MOVE FS-OPERADORES TO ABE-FILE-STATUS
               MOVE "1150-LEER-OPERADOR" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1150-FIN-LEER-OPERADOR.
           EXIT.

      * Antes de aprobar nada se vencen los pendientes que pasaron
      * el plazo: un cambio vencido ya no se puede aprobar.
       1300-VENCER-PENDIENTES.
           MOVE LOW-VALUES TO PEN-CLAVE.
           START PENDIENTES KEY NOT LESS THAN PEN-CLAVE
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   PERFORM 1350-VENCER-UNO
                      UNTIL FS-PENDIENTES-EOF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "1300-VENCER-PENDIENTES" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1300-FIN-VENCER-PENDIENTES.
           EXIT.

       1350-VENCER-UNO.
           READ PENDIENTES NEXT RECORD
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   IF PEN-PENDIENTE
                       COMPUTE WS-ENTERO-ALTA =
                           FUNCTION INTEGER-OF-DATE (PEN-FECHA-ALTA)
                       COMPUTE WS-DIAS-ESPERA =
                           WS-ENTERO-PROCESO - WS-ENTERO-ALTA
                       IF WS-DIAS-ESPERA GREATER THAN WS-DIAS-VIGENCIA
                           MOVE "V" TO PEN-ESTADO
                           MOVE "VENCIDO SIN APROBAR" TO PEN-MOTIVO
                           PERFORM 3450-REGRABAR-PENDIENTE
                           ADD 1 TO WS-VENCIDOS
                           MOVE "VENCIDO" TO WS-ACCION
                           PERFORM 3550-GRABAR-AUDITORIA
                       END-IF
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CAMBIOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "1350-VENCER-UNO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1350-FIN-VENCER-UNO.
           EXIT.

       2000-LEER-TRANSACCION.
           READ TRANAPR.
           EVALUATE FS-TRANAPR
               WHEN "00"
               ADD 1 TO WS-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CAMBIOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANAPR
               MOVE "CAMBIOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANAPR TO ABE-FILE-STATUS
               MOVE "2000-LEER-TRANSACCION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-TRANSACCION.
           EXIT.

      * Doble autorizacion: resuelve un supervisor registrado y nunca
      * el mismo operador que cargo el cambio.
       3000-PROCESO.
           PERFORM 2500-VALIDAR-TRANSACCION.
           EVALUATE TRUE
               WHEN OPERADOR-NO-REGISTRADO
                   MOVE "OPERADOR NO REGISTR" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN NOT ES-SUPERVISOR
                   MOVE "APROB SIN SUPERVISOR" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN NOT DATOS-NUEVOS-VALIDOS
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   PERFORM 3050-RESOLVER-PENDIENTE
           END-EVALUATE.
           PERFORM 2000-LEER-TRANSACCION.
       3000-FIN-PROCESO.
           EXIT.

       2500-VALIDAR-TRANSACCION.
           MOVE "S" TO WS-DATOS-VALIDOS.
           IF NOT APRT-APROBAR AND NOT APRT-RECHAZAR
               MOVE "OPCION INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF APRT-IDN NOT NUMERIC
               MOVE "IDN INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF APRT-NUMERO NOT NUMERIC
               MOVE "NUMERO INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF APRT-RECHAZAR AND APRT-MOTIVO EQUAL SPACES
               MOVE "SIN MOTIVO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
       2500-FIN-VALIDAR-TRANSACCION.
           EXIT.

       3050-RESOLVER-PENDIENTE.
           MOVE APRT-IDN    TO PEN-IDN.
           MOVE APRT-NUMERO TO PEN-NUMERO.
           READ PENDIENTES
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   EVALUATE TRUE
                       WHEN NOT PEN-PENDIENTE
                           MOVE "CAMBIO NO PENDIENTE" TO WS-MOTIVO
                           PERFORM 3900-GRABAR-RECHAZO
                       WHEN PEN-OPERADOR-ALTA EQUAL WS-OPERADOR
                           MOVE "MISMO OPERADOR" TO WS-MOTIVO
                           PERFORM 3900-GRABAR-RECHAZO
                       WHEN APRT-APROBAR AND PEN-ORIGEN EQUAL "A"
                           PERFORM 3200-APROBAR-ALTA
                       WHEN APRT-APROBAR
                           PERFORM 3100-APROBAR-CAMBIO
                       WHEN OTHER
                           PERFORM 3300-RECHAZAR-CAMBIO
                   END-EVALUATE
               WHEN "23"
                   MOVE "CAMBIO NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CAMBIOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "3050-RESOLVER-PENDIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3050-FIN-RESOLVER-PENDIENTE.
           EXIT.

      * Si el maestro ya no es el que vio quien cargo el cambio (otro
      * cambio, un cierre), aprobarlo pisaria eso: queda rechazado y
      * se vuelve a cargar sobre el maestro actual.
       3100-APROBAR-CAMBIO.
           MOVE PEN-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   IF CIDX-DATOS NOT EQUAL PEN-IMAGEN-ANTERIOR
                       MOVE "R" TO PEN-ESTADO
                       MOVE "MAESTRO MODIFICADO" TO PEN-MOTIVO
                       PERFORM 3400-RESOLVER
                       ADD 1 TO WS-NO-APROBADOS
                       MOVE "RECHAZADO" TO WS-ACCION
                       PERFORM 3550-GRABAR-AUDITORIA
                       MOVE "MAESTRO MODIFICADO" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   ELSE
                       PERFORM 3150-APLICAR-AL-MAESTRO
                   END-IF
               WHEN "23"
                   MOVE "CLIENTE NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "3100-APROBAR-CAMBIO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-APROBAR-CAMBIO.
           EXIT.

       3150-APLICAR-AL-MAESTRO.
           MOVE PEN-IMAGEN-NUEVA TO CIDX-DATOS.
           REWRITE REGISTRO-CLIENTE-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   MOVE "A" TO PEN-ESTADO
                   MOVE SPACES TO PEN-MOTIVO
                   PERFORM 3400-RESOLVER
                   ADD 1 TO WS-APROBADOS
                   MOVE "APROBADO" TO WS-ACCION
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "3150-APLICAR-AL-MAESTRO" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3150-FIN-APLICAR-AL-MAESTRO.
           EXIT.

      * El alta pendiente se graba recien al aprobarla. Si el IDN ya
      * esta en el maestro (otra alta entro mientras tanto) aprobarla
      * lo pisaria: queda rechazada como el cambio sobre un maestro
      * modificado.
       3200-APROBAR-ALTA.
           MOVE PEN-IDN          TO CIDX-IDN.
           MOVE PEN-IMAGEN-NUEVA TO CIDX-DATOS.
           WRITE REGISTRO-CLIENTE-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   MOVE "A" TO PEN-ESTADO
                   MOVE SPACES TO PEN-MOTIVO
                   PERFORM 3400-RESOLVER
                   ADD 1 TO WS-APROBADOS
                   MOVE "APROBADO" TO WS-ACCION
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN "22"
                   MOVE "R" TO PEN-ESTADO
                   MOVE "IDN YA EXISTE" TO PEN-MOTIVO
                   PERFORM 3400-RESOLVER
                   ADD 1 TO WS-NO-APROBADOS
                   MOVE "RECHAZADO" TO WS-ACCION
                   PERFORM 3550-GRABAR-AUDITORIA
                   MOVE "IDN YA EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "3200-APROBAR-ALTA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3200-FIN-APROBAR-ALTA.
           EXIT.

       3300-RECHAZAR-CAMBIO.
           MOVE "R" TO PEN-ESTADO.
           MOVE APRT-MOTIVO TO PEN-MOTIVO.
           PERFORM 3400-RESOLVER.
           ADD 1 TO WS-NO-APROBADOS.
           MOVE "RECHAZADO" TO WS-ACCION.
           PERFORM 3550-GRABAR-AUDITORIA.
       3300-FIN-RECHAZAR-CAMBIO.
           EXIT.

       3400-RESOLVER.
           MOVE WS-AUD-FECHA TO PEN-FECHA-RESOLUCION.
           MOVE WS-OPERADOR  TO PEN-OPERADOR-RESOL.
           PERFORM 3450-REGRABAR-PENDIENTE.
       3400-FIN-RESOLVER.
           EXIT.

       3450-REGRABAR-PENDIENTE.
           REWRITE REGISTRO-PENDIENTE
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR CAMBIOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "3450-REGRABAR-PENDIENTE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3450-FIN-REGRABAR-PENDIENTE.
           EXIT.

      * La imagen nueva es la pedida, se haya aplicado o no: la
      * accion dice que paso con ella.
       3550-GRABAR-AUDITORIA.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           COMPUTE WS-AUD-HORA = WS-AUD-HORA8 / 100.
           MOVE WS-AUD-HORA   TO AUD-HORA.
           MOVE WS-OPERADOR   TO AUD-OPERADOR.
           MOVE WS-NIVEL-OPERADOR TO AUD-NIVEL.
           MOVE WS-ACCION     TO AUD-ACCION.
           MOVE PEN-IDN       TO AUD-IDN.
           MOVE PEN-IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
           MOVE PEN-IMAGEN-NUEVA    TO AUD-IMAGEN-NUEVA.
           MOVE PEN-OPERADOR-ALTA   TO AUD-OPERADOR-CARGA.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CLIENTES-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "CLIENTES-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "3550-GRABAR-AUDITORIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3550-FIN-GRABAR-AUDITORIA.
           EXIT.

       3900-GRABAR-RECHAZO.
           MOVE APRT-OPCION TO RECH-OPCION.
           MOVE APRT-IDN    TO RECH-IDN.
           MOVE APRT-NUMERO TO RECH-NUMERO.
           MOVE WS-MOTIVO   TO RECH-MOTIVO.
           WRITE REGISTRO-RECHAZO.
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   ADD 1 TO WS-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CAMBIOS-RECHAZOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
           END-EVALUATE.
       3900-FIN-GRABAR-RECHAZO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF HAY-TRANSACCIONES
               CLOSE TRANAPR
           END-IF
           CLOSE PENDIENTES
           CLOSE CLIENTES-IDX
           CLOSE AUDITORIA
           CLOSE RECHAZOS
           CLOSE LISTADO.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "TRANSACCIONES LEIDAS    : " WS-LEIDAS.
           DISPLAY "CAMBIOS APROBADOS       : " WS-APROBADOS.
           DISPLAY "CAMBIOS NO APROBADOS    : " WS-NO-APROBADOS.
           DISPLAY "CAMBIOS VENCIDOS        : " WS-VENCIDOS.
           DISPLAY "SIGUEN PENDIENTES       : " WS-QUEDAN.
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-RECHAZADOS.
       5000-FIN-MOSTRAR-RESUMEN.
           EXIT.

       6000-LISTAR-PENDIENTES.
           MOVE LOW-VALUES TO PEN-CLAVE.
           START PENDIENTES KEY NOT LESS THAN PEN-CLAVE
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   PERFORM 6100-LISTAR-UNO
                      UNTIL FS-PENDIENTES-EOF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "6000-LISTAR-PENDIENTES" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6000-FIN-LISTAR-PENDIENTES.
           EXIT.

       6100-LISTAR-UNO.
           READ PENDIENTES NEXT RECORD
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   IF PEN-PENDIENTE
                       PERFORM 6200-GRABAR-LISTADO
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CAMBIOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "6100-LISTAR-UNO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6100-FIN-LISTAR-UNO.
           EXIT.

       6200-GRABAR-LISTADO.
           MOVE PEN-IDN           TO LIST-IDN.
           MOVE PEN-NUMERO        TO LIST-NUMERO.
           MOVE PEN-ORIGEN        TO LIST-ORIGEN.
           MOVE PEN-FECHA-ALTA    TO LIST-FECHA-ALTA.
           MOVE PEN-OPERADOR-ALTA TO LIST-OPERADOR-ALTA.
           MOVE PEN-ESTADO-ANT    TO LIST-ESTADO-ANT.
           MOVE PEN-ESTADO-NVO    TO LIST-ESTADO-NVO.
           MOVE PEN-LIMITE-ANT    TO LIST-LIMITE-ANT.
           MOVE PEN-LIMITE-NVO    TO LIST-LIMITE-NVO.
           WRITE REGISTRO-LISTADO.
           EVALUATE FS-LISTADO
               WHEN "00"
                   ADD 1 TO WS-QUEDAN
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CAMBIOS-A-APROBAR"
                   DISPLAY "FILE STATUS ERROR" FS-LISTADO
                   MOVE "CAMBIOS-A-APROBAR" TO ABE-ARCHIVO
                   MOVE FS-LISTADO TO ABE-FILE-STATUS
                   MOVE "6200-GRABAR-LISTADO" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6200-FIN-GRABAR-LISTADO.
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
               MOVE "APROBACIONCAMBIOS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE PEN-CLAVE TO ERR-ULTIMA-CLAVE
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

       END PROGRAM AprobacionCambios.
