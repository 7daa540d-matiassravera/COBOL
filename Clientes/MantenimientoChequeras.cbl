      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoChequeras.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Chequeras entregadas (E) y anuladas (N) en el dia, cargadas por
      * la sucursal: cliente, primer y ultimo numero del talonario.
       SELECT TRANCHQ ASSIGN TO "CHEQUERAS-MANT"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRANCHQ.

      * Registro de chequeras por cliente y primer numero. Una chequera
      * anulada no se borra: sus numeros siguen siendo invalidos para
      * el control de CortesDeControl.
       SELECT CHEQUERAS ASSIGN TO "CHEQUERAS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CHQ-CLAVE
       FILE STATUS IS FS-CHEQUERAS.

      * Maestro de clientes: solo se entrega chequera a un IDN
      * existente.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

       SELECT RECHAZOS ASSIGN TO "CHEQUERAS-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RECHAZOS.

      * Auditoria acumulativa: quien, cuando, y la imagen anterior
      * junto a la nueva. No se pisa por corrida.
       SELECT AUDITORIA ASSIGN TO "CHEQUERAS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

      * Maestro de operadores cargado por seguridad: id y nivel de
      * permiso (S supervisor, O operador). Un operador que no esta
      * registrado no puede tocar el registro de chequeras.
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

       FD  TRANCHQ.

       01  REGISTRO-TRANCHQ.
           03  CHQT-OPCION     PIC X(01).
               88 CHQT-EMISION   VALUE 'E'.
               88 CHQT-ANULACION VALUE 'N'.
           03  CHQT-IDN        PIC 9(7).
           03  CHQT-DESDE      PIC 9(8).
           03  CHQT-HASTA      PIC 9(8).
      * Fecha de entrega o de anulacion; en cero se toma la
      * FECHA-PROCESO de la corrida.
           03  CHQT-FECHA      PIC 9(8).

       FD  CHEQUERAS.

       01  REGISTRO-CHEQUERA.
           03  CHQ-CLAVE.
               05  CHQ-IDN         PIC 9(7).
               05  CHQ-DESDE       PIC 9(8).
           03  CHQ-HASTA           PIC 9(8).
           03  CHQ-FECHA-EMISION   PIC 9(8).
           03  CHQ-ESTADO          PIC X(01).
               88 CHQ-VIGENTE      VALUE 'A'.
               88 CHQ-ANULADA      VALUE 'N'.
           03  CHQ-FECHA-ANULACION PIC 9(8).

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  RECHAZOS.

       01  REGISTRO-RECHAZO.
           03  RECH-OPCION     PIC X(01).
           03  RECH-IDN        PIC 9(7).
           03  RECH-DESDE      PIC 9(8).
           03  RECH-MOTIVO     PIC X(20).

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-DESDE        PIC 9(8).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-HASTA-ANT      PIC 9(8).
               05  AUD-EMISION-ANT    PIC 9(8).
               05  AUD-ESTADO-ANT     PIC X(01).
               05  AUD-ANULACION-ANT  PIC 9(8).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-HASTA-NVO      PIC 9(8).
               05  AUD-EMISION-NVO    PIC 9(8).
               05  AUD-ESTADO-NVO     PIC X(01).
               05  AUD-ANULACION-NVO  PIC 9(8).

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

       01  FS-TRANCHQ          PIC X(2).
           88 FS-TRANCHQ-OK    VALUE "00".
           88 FS-TRANCHQ-EOF   VALUE "10".

       01  FS-CHEQUERAS        PIC X(2).
           88 FS-CHEQUERAS-OK  VALUE "00".
           88 FS-CHEQUERAS-NOHAY VALUE "23".
           88 FS-CHEQUERAS-NOEX VALUE "35".

       01  FS-IDX              PIC X(2).
           88 FS-IDX-OK        VALUE "00".
           88 FS-IDX-NOHAY     VALUE "23".

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

       01  WS-FECHA-MOVIMIENTO PIC 9(8).

      * Imagenes para la auditoria: la anterior se captura antes de
      * aplicar la transaccion.
       01  WS-IMAGEN-ANTERIOR.
           03  WS-IMG-ANT-HASTA     PIC 9(8).
           03  WS-IMG-ANT-EMISION   PIC 9(8).
           03  WS-IMG-ANT-ESTADO    PIC X(01).
           03  WS-IMG-ANT-ANULACION PIC 9(8).
       01  WS-IMAGEN-NUEVA.
           03  WS-IMG-NVO-HASTA     PIC 9(8).
           03  WS-IMG-NVO-EMISION   PIC 9(8).
           03  WS-IMG-NVO-ESTADO    PIC X(01).
           03  WS-IMG-NVO-ANULACION PIC 9(8).

      * Control de superposicion: los rangos de un mismo cliente no
      * pueden pisarse, ni siquiera con una chequera anulada.
       01  WS-FIN-CHEQUERAS    PIC X(01).
           88 FIN-DE-CHEQUERAS VALUE "S".
       01  WS-SUPERPUESTA      PIC X(01).
           88 HAY-SUPERPOSICION VALUE "S".

       01  CONTADORES.
           03  WS-LEIDAS       PIC 9(5) VALUE ZERO.
           03  WS-EMITIDAS     PIC 9(5) VALUE ZERO.
           03  WS-ANULADAS     PIC 9(5) VALUE ZERO.
           03  WS-RECHAZADAS   PIC 9(5) VALUE ZERO.

       01  WS-ACCION           PIC X(10).
       01  WS-MOTIVO           PIC X(20).

       01  WS-DATOS-VALIDOS    PIC X(01).
           88 DATOS-NUEVOS-VALIDOS VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-CARGAR-OPERADORES.
           PERFORM 2000-LEER-TRANSACCION.
           PERFORM 3000-PROCESO UNTIL FS-TRANCHQ-EOF.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT TRANCHQ
           EVALUATE FS-TRANCHQ
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUERAS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANCHQ
               MOVE "CHEQUERAS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANCHQ TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * El maestro se conserva corrida a corrida; solo se crea desde
      * cero la primera vez (file status 35).
           OPEN I-O CHEQUERAS
           EVALUATE FS-CHEQUERAS
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT CHEQUERAS
               EVALUATE FS-CHEQUERAS
                   WHEN "00"
                   CLOSE CHEQUERAS
                   OPEN I-O CHEQUERAS
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUERAS"
               DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
               MOVE "CHEQUERAS" TO ABE-ARCHIVO
               MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT CLIENTES-IDX
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

           OPEN OUTPUT RECHAZOS
           EVALUATE FS-RECHAZOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUERAS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "CHEQUERAS-RECHAZOS" TO ABE-ARCHIVO
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
                   DISPLAY "ERROR AL CREAR CHEQUERAS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "CHEQUERAS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUERAS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "CHEQUERAS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "CHEQUERAS-OPERADOR"
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

       2000-LEER-TRANSACCION.
           READ TRANCHQ.
           EVALUATE FS-TRANCHQ
               WHEN "00"
               ADD 1 TO WS-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUERAS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANCHQ
               MOVE "CHEQUERAS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANCHQ TO ABE-FILE-STATUS
               MOVE "2000-LEER-TRANSACCION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-TRANSACCION.

       3000-PROCESO.
           PERFORM 2500-VALIDAR-TRANSACCION.
           EVALUATE TRUE
               WHEN OPERADOR-NO-REGISTRADO
                   MOVE "OPERADOR NO REGISTR" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN NOT DATOS-NUEVOS-VALIDOS
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN CHQT-EMISION
                   PERFORM 3100-APLICAR-EMISION
               WHEN CHQT-ANULACION
                   PERFORM 3300-APLICAR-ANULACION
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
           END-EVALUATE.
           PERFORM 2000-LEER-TRANSACCION.
       3000-FIN-PROCESO.
           EXIT.

       2500-VALIDAR-TRANSACCION.
           MOVE "S" TO WS-DATOS-VALIDOS.
           IF CHQT-FECHA NOT NUMERIC OR CHQT-FECHA EQUAL ZERO
               MOVE WS-AUD-FECHA TO WS-FECHA-MOVIMIENTO
           ELSE
               MOVE CHQT-FECHA TO WS-FECHA-MOVIMIENTO
           END-IF.
           IF CHQT-IDN NOT NUMERIC
               MOVE "IDN INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF CHQT-DESDE NOT NUMERIC OR CHQT-DESDE EQUAL ZERO
               MOVE "NUMERO DESDE INVALID" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF CHQT-EMISION
               IF CHQT-HASTA NOT NUMERIC
                  OR CHQT-HASTA LESS THAN CHQT-DESDE
                   MOVE "RANGO INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
       2500-FIN-VALIDAR-TRANSACCION.
           EXIT.

      * La entrega exige un cliente existente y un rango que no pise
      * ninguna otra chequera del mismo cliente.
       3100-APLICAR-EMISION.
           MOVE CHQT-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   PERFORM 3120-CONTROLAR-SUPERPOSICION
                   IF HAY-SUPERPOSICION
                       MOVE "RANGO SUPERPUESTO" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   ELSE
                       PERFORM 3150-GRABAR-EMISION
                   END-IF
               WHEN "23"
                   MOVE "IDN NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "3100-APLICAR-EMISION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-APLICAR-EMISION.
           EXIT.

       3120-CONTROLAR-SUPERPOSICION.
           MOVE "N" TO WS-SUPERPUESTA.
           MOVE "N" TO WS-FIN-CHEQUERAS.
           MOVE CHQT-IDN TO CHQ-IDN.
           MOVE ZERO     TO CHQ-DESDE.
           START CHEQUERAS KEY NOT LESS THAN CHQ-CLAVE
           EVALUATE FS-CHEQUERAS
               WHEN "00"
                   PERFORM 3130-LEER-CHEQUERA-CLIENTE
                      UNTIL FIN-DE-CHEQUERAS
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "3120-CONTROLAR-SUPERPOSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3120-FIN-CONTROLAR-SUPERPOSICION.
           EXIT.

       3130-LEER-CHEQUERA-CLIENTE.
           READ CHEQUERAS NEXT RECORD
           EVALUATE FS-CHEQUERAS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN CHQ-IDN NOT EQUAL CHQT-IDN
                           MOVE "S" TO WS-FIN-CHEQUERAS
                       WHEN CHQ-DESDE GREATER THAN CHQT-HASTA
                           MOVE "S" TO WS-FIN-CHEQUERAS
                       WHEN CHQ-HASTA NOT LESS THAN CHQT-DESDE
                           MOVE "S" TO WS-SUPERPUESTA
                           MOVE "S" TO WS-FIN-CHEQUERAS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "10"
                   MOVE "S" TO WS-FIN-CHEQUERAS
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "3130-LEER-CHEQUERA-CLIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       3130-FIN-LEER-CHEQUERA-CLIENTE.
           EXIT.

       3150-GRABAR-EMISION.
           INITIALIZE WS-IMAGEN-ANTERIOR.
           MOVE CHQT-IDN            TO CHQ-IDN.
           MOVE CHQT-DESDE          TO CHQ-DESDE.
           MOVE CHQT-HASTA          TO CHQ-HASTA.
           MOVE WS-FECHA-MOVIMIENTO TO CHQ-FECHA-EMISION.
           MOVE "A"                 TO CHQ-ESTADO.
           MOVE ZERO                TO CHQ-FECHA-ANULACION.
           WRITE REGISTRO-CHEQUERA
           EVALUATE FS-CHEQUERAS
               WHEN "00"
                   ADD 1 TO WS-EMITIDAS
                   MOVE "EMISION" TO WS-ACCION
                   PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "3150-GRABAR-EMISION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3150-FIN-GRABAR-EMISION.
           EXIT.

      * La anulacion va sobre la chequera entera (cliente y primer
      * numero); queda en el registro con su fecha de anulacion.
       3300-APLICAR-ANULACION.
           MOVE CHQT-IDN   TO CHQ-IDN.
           MOVE CHQT-DESDE TO CHQ-DESDE.
           READ CHEQUERAS
           EVALUATE FS-CHEQUERAS
               WHEN "00"
                   IF CHQ-ANULADA
                       MOVE "CHEQUERA YA ANULADA" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   ELSE
                       PERFORM 3350-REGRABAR-ANULACION
                   END-IF
               WHEN "23"
                   MOVE "CHEQUERA NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "3300-APLICAR-ANULACION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-APLICAR-ANULACION.
           EXIT.

       3350-REGRABAR-ANULACION.
           PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE "N"                 TO CHQ-ESTADO.
           MOVE WS-FECHA-MOVIMIENTO TO CHQ-FECHA-ANULACION.
           REWRITE REGISTRO-CHEQUERA
           EVALUATE FS-CHEQUERAS
               WHEN "00"
                   ADD 1 TO WS-ANULADAS
                   MOVE "ANULACION" TO WS-ACCION
                   PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "3350-REGRABAR-ANULACION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3350-FIN-REGRABAR-ANULACION.
           EXIT.

       3550-GRABAR-AUDITORIA.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           COMPUTE WS-AUD-HORA = WS-AUD-HORA8 / 100.
           MOVE WS-AUD-HORA   TO AUD-HORA.
           MOVE WS-OPERADOR   TO AUD-OPERADOR.
           MOVE WS-NIVEL-OPERADOR TO AUD-NIVEL.
           MOVE WS-ACCION     TO AUD-ACCION.
           MOVE CHQT-IDN      TO AUD-IDN.
           MOVE CHQT-DESDE    TO AUD-DESDE.
           MOVE WS-IMG-ANT-HASTA     TO AUD-HASTA-ANT.
           MOVE WS-IMG-ANT-EMISION   TO AUD-EMISION-ANT.
           MOVE WS-IMG-ANT-ESTADO    TO AUD-ESTADO-ANT.
           MOVE WS-IMG-ANT-ANULACION TO AUD-ANULACION-ANT.
           MOVE WS-IMG-NVO-HASTA     TO AUD-HASTA-NVO.
           MOVE WS-IMG-NVO-EMISION   TO AUD-EMISION-NVO.
           MOVE WS-IMG-NVO-ESTADO    TO AUD-ESTADO-NVO.
           MOVE WS-IMG-NVO-ANULACION TO AUD-ANULACION-NVO.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CHEQUERAS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "CHEQUERAS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "3550-GRABAR-AUDITORIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3550-FIN-GRABAR-AUDITORIA.
           EXIT.

       3560-IMAGEN-NUEVA-DESDE-MAESTRO.
           MOVE CHQ-HASTA           TO WS-IMG-NVO-HASTA.
           MOVE CHQ-FECHA-EMISION   TO WS-IMG-NVO-EMISION.
           MOVE CHQ-ESTADO          TO WS-IMG-NVO-ESTADO.
           MOVE CHQ-FECHA-ANULACION TO WS-IMG-NVO-ANULACION.
       3560-FIN-IMAGEN-NUEVA-DESDE-MAESTRO.
           EXIT.

       3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE CHQ-HASTA           TO WS-IMG-ANT-HASTA.
           MOVE CHQ-FECHA-EMISION   TO WS-IMG-ANT-EMISION.
           MOVE CHQ-ESTADO          TO WS-IMG-ANT-ESTADO.
           MOVE CHQ-FECHA-ANULACION TO WS-IMG-ANT-ANULACION.
       3580-FIN-IMAGEN-ANT-DESDE-MAESTRO.
           EXIT.

       3900-GRABAR-RECHAZO.
           MOVE CHQT-OPCION TO RECH-OPCION.
           MOVE CHQT-IDN    TO RECH-IDN.
           MOVE CHQT-DESDE  TO RECH-DESDE.
           MOVE WS-MOTIVO   TO RECH-MOTIVO.
           WRITE REGISTRO-RECHAZO.
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   ADD 1 TO WS-RECHAZADAS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CHEQUERAS-RECHAZOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
           END-EVALUATE.
       3900-FIN-GRABAR-RECHAZO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE TRANCHQ
           CLOSE CHEQUERAS
           CLOSE CLIENTES-IDX
           CLOSE RECHAZOS
           CLOSE AUDITORIA.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "TRANSACCIONES LEIDAS: " WS-LEIDAS.
           DISPLAY "CHEQUERAS EMITIDAS  : " WS-EMITIDAS.
           DISPLAY "CHEQUERAS ANULADAS  : " WS-ANULADAS.
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-RECHAZADAS.
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
               MOVE "MANTENIMIENTOCHEQUER" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE CHQT-IDN TO ERR-ULTIMA-CLAVE
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

       END PROGRAM MantenimientoChequeras.
