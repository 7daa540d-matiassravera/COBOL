      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoRestringidos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Decisiones de cumplimiento sobre las coincidencias con la
      * lista de restringidos que revisaron del dia: despejar (falso
      * positivo) o confirmar.
       SELECT TRANRST ASSIGN TO "RESTRINGIDOS-MANT"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRANRST.

      * Coincidencias registradas por MantenimientoClientes y por el
      * control nocturno; aca solo se decide sobre las existentes.
       SELECT DECISIONES ASSIGN TO "RESTRINGIDOS-DECISIONES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS DEC-CLAVE
       FILE STATUS IS FS-DECISIONES.

       SELECT RECHAZOS ASSIGN TO "RESTRINGIDOS-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RECHAZOS.

      * Auditoria acumulativa: quien decidio, cuando, y el estado
      * anterior junto al nuevo. No se pisa por corrida.
       SELECT AUDITORIA ASSIGN TO "RESTRINGIDOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

      * Maestro de operadores cargado por seguridad: id y nivel de
      * permiso (S supervisor, O operador). Decidir sobre la lista
      * de restringidos exige nivel S.
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

       FD  TRANRST.

       01  REGISTRO-TRANRST.
           03  RSTT-OPCION     PIC X(01).
               88 RSTT-DESPEJAR  VALUE 'D'.
               88 RSTT-CONFIRMAR VALUE 'C'.
           03  RSTT-IDN        PIC 9(7).
           03  RSTT-RST-ID     PIC X(8).
           03  RSTT-TIPO       PIC X(01).
               88 RSTT-TIPO-VALIDO VALUE 'D' 'N'.

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

       FD  RECHAZOS.

       01  REGISTRO-RECHAZO.
           03  RECH-OPCION     PIC X(01).
           03  RECH-IDN        PIC 9(7).
           03  RECH-RST-ID     PIC X(8).
           03  RECH-TIPO       PIC X(01).
           03  RECH-MOTIVO     PIC X(20).

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-RST-ID       PIC X(8).
           03  AUD-TIPO         PIC X(01).
           03  AUD-ESTADO-ANT   PIC X(01).
           03  AUD-ESTADO-NVO   PIC X(01).

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

       01  FS-TRANRST          PIC X(2).
           88 FS-TRANRST-OK    VALUE "00".
           88 FS-TRANRST-EOF   VALUE "10".

       01  FS-DECISIONES       PIC X(2).
           88 FS-DECISIONES-OK VALUE "00".

       01  FS-RECHAZOS         PIC X(2).
           88 FS-RECHAZOS-OK   VALUE "00".

       01  FS-AUDITORIA        PIC X(2).
           88 FS-AUDITORIA-OK  VALUE "00".
           88 FS-AUDITORIA-NOEX VALUE "35".

       01  FS-OPERADORES       PIC X(2).
           88 FS-OPER-OK       VALUE "00".
           88 FS-OPER-EOF      VALUE "10".
           88 FS-OPER-NOEX     VALUE "35".

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

       01  WS-ESTADO-ANTERIOR  PIC X(01).

       01  CONTADORES.
           03  WS-LEIDAS       PIC 9(5) VALUE ZERO.
           03  WS-DESPEJADAS   PIC 9(5) VALUE ZERO.
           03  WS-CONFIRMADAS  PIC 9(5) VALUE ZERO.
           03  WS-RECHAZADOS   PIC 9(5) VALUE ZERO.

       01  WS-ACCION           PIC X(10).
       01  WS-MOTIVO           PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-CARGAR-OPERADORES.
           PERFORM 2000-LEER-TRANSACCION.
           PERFORM 3000-PROCESO UNTIL FS-TRANRST-EOF.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT TRANRST
           EVALUATE FS-TRANRST
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANRST
               MOVE "RESTRINGIDOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANRST TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin coincidencias registradas no hay nada sobre que decidir:
      * el archivo se crea vacio y todas las decisiones se rechazan.
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
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS-DECISIONES"
               DISPLAY "FILE STATUS ERROR" FS-DECISIONES
               MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
               MOVE FS-DECISIONES TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT RECHAZOS
           EVALUATE FS-RECHAZOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "RESTRINGIDOS-RECHAZO" TO ABE-ARCHIVO
               MOVE FS-RECHAZOS TO ABE-FILE-STATUS
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
                   DISPLAY "ERROR AL CREAR RESTRINGIDOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "RESTRINGIDOS-AUDITOR" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "RESTRINGIDOS-AUDITOR" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "RESTRINGIDOS-OPERADOR"
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
           IF OPERADOR-NO-REGISTRADO
               DISPLAY "OPERADOR " WS-OPERADOR " NO REGISTRADO: "
                       "TODAS LAS TRANSACCIONES SE RECHAZAN"
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

       2000-LEER-TRANSACCION.
           READ TRANRST.
           EVALUATE FS-TRANRST
               WHEN "00"
               ADD 1 TO WS-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RESTRINGIDOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANRST
               MOVE "RESTRINGIDOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANRST TO ABE-FILE-STATUS
               MOVE "2000-LEER-TRANSACCION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-TRANSACCION.
           EXIT.

      * Despejar o confirmar una coincidencia exige supervisor.
       3000-PROCESO.
           EVALUATE TRUE
               WHEN OPERADOR-NO-REGISTRADO
                   MOVE "OPERADOR NO REGISTR" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN NOT ES-SUPERVISOR
                   MOVE "DECISION SIN SUPERV" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN RSTT-IDN NOT NUMERIC
                   MOVE "IDN INVALIDO" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN NOT RSTT-TIPO-VALIDO
                   MOVE "TIPO INVALIDO" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN RSTT-DESPEJAR OR RSTT-CONFIRMAR
                   PERFORM 3100-APLICAR-DECISION
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
           END-EVALUATE.
           PERFORM 2000-LEER-TRANSACCION.
       3000-FIN-PROCESO.
           EXIT.

      * Se decide solo sobre una coincidencia ya registrada. Una
      * decision puede revertirse (un despejado que resulta ser la
      * persona, o al reves); queda en la auditoria.
       3100-APLICAR-DECISION.
           MOVE RSTT-IDN    TO DEC-IDN.
           MOVE RSTT-RST-ID TO DEC-RST-ID.
           MOVE RSTT-TIPO   TO DEC-TIPO.
           READ DECISIONES
           EVALUATE FS-DECISIONES
               WHEN "00"
                   IF DEC-ESTADO EQUAL RSTT-OPCION
                       MOVE "ESTADO SIN CAMBIO" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   ELSE
                       PERFORM 3150-REGRABAR-DECISION
                   END-IF
               WHEN "23"
                   MOVE "SIN COINCIDENCIA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "3100-APLICAR-DECISION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-APLICAR-DECISION.
           EXIT.

       3150-REGRABAR-DECISION.
           MOVE DEC-ESTADO   TO WS-ESTADO-ANTERIOR.
           MOVE RSTT-OPCION  TO DEC-ESTADO.
           MOVE WS-AUD-FECHA TO DEC-FECHA-DECISION.
           MOVE WS-OPERADOR  TO DEC-OPERADOR.
           REWRITE REGISTRO-DECISION
           EVALUATE FS-DECISIONES
               WHEN "00"
                   IF RSTT-DESPEJAR
                       ADD 1 TO WS-DESPEJADAS
                       MOVE "DESPEJA" TO WS-ACCION
                   ELSE
                       ADD 1 TO WS-CONFIRMADAS
                       MOVE "CONFIRMA" TO WS-ACCION
                   END-IF
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "3150-REGRABAR-DECISION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3150-FIN-REGRABAR-DECISION.
           EXIT.

       3550-GRABAR-AUDITORIA.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           COMPUTE WS-AUD-HORA = WS-AUD-HORA8 / 100.
           MOVE WS-AUD-HORA        TO AUD-HORA.
           MOVE WS-OPERADOR        TO AUD-OPERADOR.
           MOVE WS-NIVEL-OPERADOR  TO AUD-NIVEL.
           MOVE WS-ACCION          TO AUD-ACCION.
           MOVE DEC-IDN            TO AUD-IDN.
           MOVE DEC-RST-ID         TO AUD-RST-ID.
           MOVE DEC-TIPO           TO AUD-TIPO.
           MOVE WS-ESTADO-ANTERIOR TO AUD-ESTADO-ANT.
           MOVE DEC-ESTADO         TO AUD-ESTADO-NVO.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RESTRINGIDOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "RESTRINGIDOS-AUDITOR" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "3550-GRABAR-AUDITORIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3550-FIN-GRABAR-AUDITORIA.
           EXIT.

       3900-GRABAR-RECHAZO.
           MOVE RSTT-OPCION TO RECH-OPCION.
           MOVE RSTT-IDN    TO RECH-IDN.
           MOVE RSTT-RST-ID TO RECH-RST-ID.
           MOVE RSTT-TIPO   TO RECH-TIPO.
           MOVE WS-MOTIVO   TO RECH-MOTIVO.
           WRITE REGISTRO-RECHAZO.
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   ADD 1 TO WS-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RESTRINGIDOS-RECHAZOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
           END-EVALUATE.
       3900-FIN-GRABAR-RECHAZO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE TRANRST
           CLOSE DECISIONES
           CLOSE RECHAZOS
           CLOSE AUDITORIA.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "DECISIONES LEIDAS    : " WS-LEIDAS.
           DISPLAY "COINCIDENCIAS DESPEJADAS : " WS-DESPEJADAS.
           DISPLAY "COINCIDENCIAS CONFIRMADAS: " WS-CONFIRMADAS.
           DISPLAY "DECISIONES RECHAZADAS: " WS-RECHAZADOS.
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
               MOVE "MANTENIMIENTORESTRIN" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE RSTT-IDN TO ERR-ULTIMA-CLAVE
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

       END PROGRAM MantenimientoRestringidos.
