      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoAcuerdos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Acuerdos en descubierto cargados por el oficial de cuenta:
      * alta (A), cambio (C) y baja (B). El acuerdo se identifica por
      * IDN, moneda y fecha desde.
       SELECT TRANACU ASSIGN TO "ACUERDOS-MANT"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRANACU.

      * Maestro de acuerdos por cliente, moneda y fecha desde. La baja
      * no borra: el acuerdo queda cancelado para la auditoria y deja
      * de regir para Apareo1 e InteresDeudor.
       SELECT ACUERDOS ASSIGN TO "ACUERDOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ACU-CLAVE
       FILE STATUS IS FS-ACU.

      * Maestro de clientes: solo se acuerda descubierto a un IDN
      * existente y con la cuenta abierta.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

       SELECT RECHAZOS ASSIGN TO "ACUERDOS-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RECHAZOS.

      * Auditoria acumulativa: quien, cuando, y la imagen anterior
      * junto a la nueva. No se pisa por corrida.
       SELECT AUDITORIA ASSIGN TO "ACUERDOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

      * Maestro de operadores: el alta y el cambio de un acuerdo son
      * decisiones de credito y exigen supervisor; la baja la puede
      * cargar cualquier operador registrado.
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

       FD  TRANACU.

       01  REGISTRO-TRANACU.
           03  ACUT-OPCION     PIC X(01).
               88 ACUT-ALTA      VALUE 'A'.
               88 ACUT-CAMBIO    VALUE 'C'.
               88 ACUT-BAJA      VALUE 'B'.
           03  ACUT-IDN        PIC 9(7).
           03  ACUT-MONEDA     PIC X(3).
               88 ACUT-MONEDA-VALIDA VALUE 'PES' 'DOL'.
           03  ACUT-FECHA-DESDE PIC 9(8).
      * En el cambio: nuevo vencimiento, monto y tasa del acuerdo
      * (la renovacion es un cambio que corre la fecha hasta).
           03  ACUT-FECHA-HASTA PIC 9(8).
           03  ACUT-MONTO      PIC 9(9)V99.
      * Tasa mensual en porciento, como TASA-PUNITORIA.
           03  ACUT-TASA       PIC 9(2)V99.
      * Fecha de la transaccion; en cero se toma la FECHA-PROCESO de
      * la corrida.
           03  ACUT-FECHA      PIC 9(8).

      * ACU-TASA es mensual en porciento, como la punitoria.
       FD  ACUERDOS.

       01  REGISTRO-ACUERDO.
           03  ACU-CLAVE.
               05  ACU-IDN          PIC 9(7).
               05  ACU-MONEDA       PIC X(3).
               05  ACU-FECHA-DESDE  PIC 9(8).
           03  ACU-FECHA-HASTA      PIC 9(8).
           03  ACU-MONTO            PIC 9(9)V99.
           03  ACU-TASA             PIC 9(2)V99.
           03  ACU-ESTADO           PIC X(01).
               88 ACU-VIGENTE       VALUE 'V'.
               88 ACU-CANCELADO     VALUE 'C'.
           03  ACU-FECHA-ALTA       PIC 9(8).
           03  ACU-OPERADOR         PIC X(8).

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
           03  RECH-MONEDA     PIC X(3).
           03  RECH-FECHA-DESDE PIC 9(8).
           03  RECH-MOTIVO     PIC X(20).

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-MONEDA       PIC X(3).
           03  AUD-FECHA-DESDE  PIC 9(8).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-HASTA-ANT      PIC 9(8).
               05  AUD-MONTO-ANT      PIC 9(9)V99.
               05  AUD-TASA-ANT       PIC 9(2)V99.
               05  AUD-ESTADO-ANT     PIC X(01).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-HASTA-NVO      PIC 9(8).
               05  AUD-MONTO-NVO      PIC 9(9)V99.
               05  AUD-TASA-NVO       PIC 9(2)V99.
               05  AUD-ESTADO-NVO     PIC X(01).

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

       01  FS-TRANACU          PIC X(2).
           88 FS-TRANACU-OK    VALUE "00".
           88 FS-TRANACU-EOF   VALUE "10".

       01  FS-ACU              PIC X(2).
           88 FS-ACU-OK        VALUE "00".
           88 FS-ACU-NOHAY     VALUE "23".
           88 FS-ACU-NOEX      VALUE "35".

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

      * Control de las fechas de la transaccion (AAAAMMDD).
       01  WS-FECHA-CONTROL    PIC 9(8).
       01  WS-FECHA-CONTROL-R REDEFINES WS-FECHA-CONTROL.
           03  WS-FC-ANIO      PIC 9(4).
           03  WS-FC-MES       PIC 9(2).
           03  WS-FC-DIA       PIC 9(2).
       01  WS-FECHA-OK         PIC X(01).
           88 FECHA-CORRECTA   VALUE "S".

      * Acuerdo a grabar: se arma aca porque el control de
      * superposicion recorre el maestro y pisa el area del registro.
       01  WS-ACUERDO-NUEVO    PIC X(52).

      * Control de superposicion con los demas acuerdos vigentes del
      * cliente en la misma moneda.
       01  WS-SUP-IDN          PIC 9(7).
       01  WS-SUP-MONEDA       PIC X(3).
       01  WS-SUP-DESDE        PIC 9(8).
       01  WS-SUP-HASTA        PIC 9(8).
       01  WS-SUP-FIN          PIC X(01).
           88 FIN-ACUERDOS-CLIENTE VALUE "S".
       01  WS-SUPERPUESTO      PIC X(01).
           88 HAY-SUPERPOSICION VALUE "S".

      * Imagenes para la auditoria: la anterior se captura antes de
      * aplicar la transaccion.
       01  WS-IMAGEN-ANTERIOR.
           03  WS-IMG-ANT-HASTA      PIC 9(8).
           03  WS-IMG-ANT-MONTO      PIC 9(9)V99.
           03  WS-IMG-ANT-TASA       PIC 9(2)V99.
           03  WS-IMG-ANT-ESTADO     PIC X(01).
       01  WS-IMAGEN-NUEVA.
           03  WS-IMG-NVO-HASTA      PIC 9(8).
           03  WS-IMG-NVO-MONTO      PIC 9(9)V99.
           03  WS-IMG-NVO-TASA       PIC 9(2)V99.
           03  WS-IMG-NVO-ESTADO     PIC X(01).

       01  CONTADORES.
           03  WS-LEIDAS       PIC 9(5) VALUE ZERO.
           03  WS-ALTAS        PIC 9(5) VALUE ZERO.
           03  WS-CAMBIOS      PIC 9(5) VALUE ZERO.
           03  WS-BAJAS        PIC 9(5) VALUE ZERO.
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
           PERFORM 3000-PROCESO UNTIL FS-TRANACU-EOF.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT TRANACU
           EVALUATE FS-TRANACU
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANACU
               MOVE "ACUERDOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANACU TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * El maestro se conserva corrida a corrida; solo se crea desde
      * cero la primera vez (file status 35).
           OPEN I-O ACUERDOS
           EVALUATE FS-ACU
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT ACUERDOS
               EVALUATE FS-ACU
                   WHEN "00"
                   CLOSE ACUERDOS
                   OPEN I-O ACUERDOS
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR ACUERDOS"
                   DISPLAY "FILE STATUS ERROR" FS-ACU
                   MOVE "ACUERDOS" TO ABE-ARCHIVO
                   MOVE FS-ACU TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS"
               DISPLAY "FILE STATUS ERROR" FS-ACU
               MOVE "ACUERDOS" TO ABE-ARCHIVO
               MOVE FS-ACU TO ABE-FILE-STATUS
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
               DISPLAY "ERROR AL ABRIR ACUERDOS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "ACUERDOS-RECHAZOS" TO ABE-ARCHIVO
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
                   DISPLAY "ERROR AL CREAR ACUERDOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "ACUERDOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "ACUERDOS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "ACUERDOS-OPERADOR"
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
           READ TRANACU.
           EVALUATE FS-TRANACU
               WHEN "00"
               ADD 1 TO WS-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ACUERDOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANACU
               MOVE "ACUERDOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANACU TO ABE-FILE-STATUS
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
               WHEN (ACUT-ALTA OR ACUT-CAMBIO) AND NOT ES-SUPERVISOR
                   MOVE "ACUERDO SIN SUPERV" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN ACUT-ALTA
                   PERFORM 3100-APLICAR-ALTA
               WHEN ACUT-CAMBIO
                   PERFORM 3200-APLICAR-CAMBIO
               WHEN ACUT-BAJA
                   PERFORM 3300-APLICAR-BAJA
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
           END-EVALUATE.
           PERFORM 2000-LEER-TRANSACCION.
       3000-FIN-PROCESO.
           EXIT.

       2500-VALIDAR-TRANSACCION.
           MOVE "S" TO WS-DATOS-VALIDOS.
           IF ACUT-FECHA NOT NUMERIC OR ACUT-FECHA EQUAL ZERO
               MOVE WS-AUD-FECHA TO WS-FECHA-MOVIMIENTO
           ELSE
               MOVE ACUT-FECHA TO WS-FECHA-MOVIMIENTO
           END-IF.
           IF ACUT-IDN NOT NUMERIC
               MOVE "IDN INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF NOT ACUT-MONEDA-VALIDA
               MOVE "MONEDA INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF ACUT-FECHA-DESDE NOT NUMERIC
               MOVE "FECHA DESDE INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               MOVE ACUT-FECHA-DESDE TO WS-FECHA-CONTROL
               PERFORM 2580-CONTROLAR-FECHA
               IF NOT FECHA-CORRECTA
                   MOVE "FECHA DESDE INVALIDA" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF ACUT-ALTA OR ACUT-CAMBIO
               PERFORM 2550-VALIDAR-DATOS-ACUERDO
           END-IF.
       2500-FIN-VALIDAR-TRANSACCION.
           EXIT.

      * El alta y el cambio traen el acuerdo completo: vencimiento,
      * monto acordado y tasa. El vencimiento no puede ser anterior
      * a la fecha desde.
       2550-VALIDAR-DATOS-ACUERDO.
           IF ACUT-FECHA-HASTA NOT NUMERIC
               MOVE "FECHA HASTA INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               MOVE ACUT-FECHA-HASTA TO WS-FECHA-CONTROL
               PERFORM 2580-CONTROLAR-FECHA
               IF NOT FECHA-CORRECTA
                  OR (ACUT-FECHA-DESDE NUMERIC
                      AND ACUT-FECHA-HASTA LESS THAN
                          ACUT-FECHA-DESDE)
                   MOVE "FECHA HASTA INVALIDA" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF ACUT-MONTO NOT NUMERIC OR ACUT-MONTO EQUAL ZERO
               MOVE "MONTO INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF ACUT-TASA NOT NUMERIC
               MOVE "TASA INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
       2550-FIN-VALIDAR-DATOS-ACUERDO.
           EXIT.

       2580-CONTROLAR-FECHA.
           MOVE "S" TO WS-FECHA-OK.
           IF WS-FC-ANIO LESS THAN 1900
              OR WS-FC-MES LESS THAN 1
              OR WS-FC-MES GREATER THAN 12
              OR WS-FC-DIA LESS THAN 1
              OR WS-FC-DIA GREATER THAN 31
               MOVE "N" TO WS-FECHA-OK
           END-IF.
       2580-FIN-CONTROLAR-FECHA.
           EXIT.

      * El alta exige un cliente existente con la cuenta abierta y
      * que el periodo no se superponga con otro acuerdo vigente del
      * cliente en la misma moneda.
       3100-APLICAR-ALTA.
           MOVE ACUT-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   IF CIDX-ESTADO EQUAL "C"
                       MOVE "CUENTA CERRADA" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   ELSE
                       PERFORM 3150-GRABAR-ALTA
                   END-IF
               WHEN "23"
                   MOVE "IDN NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "3100-APLICAR-ALTA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-APLICAR-ALTA.
           EXIT.

       3150-GRABAR-ALTA.
           INITIALIZE WS-IMAGEN-ANTERIOR.
           MOVE ACUT-IDN            TO ACU-IDN.
           MOVE ACUT-MONEDA         TO ACU-MONEDA.
           MOVE ACUT-FECHA-DESDE    TO ACU-FECHA-DESDE.
           MOVE ACUT-FECHA-HASTA    TO ACU-FECHA-HASTA.
           MOVE ACUT-MONTO          TO ACU-MONTO.
           MOVE ACUT-TASA           TO ACU-TASA.
           MOVE "V"                 TO ACU-ESTADO.
           MOVE WS-FECHA-MOVIMIENTO TO ACU-FECHA-ALTA.
           MOVE WS-OPERADOR         TO ACU-OPERADOR.
           MOVE REGISTRO-ACUERDO    TO WS-ACUERDO-NUEVO.
           PERFORM 3400-CONTROLAR-SUPERPOSICION.
           MOVE WS-ACUERDO-NUEVO    TO REGISTRO-ACUERDO.
           IF HAY-SUPERPOSICION
               MOVE "ACUERDO SUPERPUESTO" TO WS-MOTIVO
               PERFORM 3900-GRABAR-RECHAZO
           ELSE
               WRITE REGISTRO-ACUERDO
               EVALUATE FS-ACU
                   WHEN "00"
                       ADD 1 TO WS-ALTAS
                       MOVE "ALTA" TO WS-ACCION
                       PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                       PERFORM 3550-GRABAR-AUDITORIA
                   WHEN "22"
                       MOVE "ACUERDO YA EXISTE" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   WHEN OTHER
                       DISPLAY "ERROR AL GRABAR ACUERDOS"
                       DISPLAY "FILE STATUS ERROR" FS-ACU
                       MOVE "ACUERDOS" TO ABE-ARCHIVO
                       MOVE FS-ACU TO ABE-FILE-STATUS
                       MOVE "3150-GRABAR-ALTA" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3150-FIN-GRABAR-ALTA.
           EXIT.

      * El cambio solo va sobre un acuerdo vigente y es como se
      * renueva: corre el vencimiento y puede pactar otro monto o
      * tasa. La fecha desde no se cambia (es parte de la clave).
       3200-APLICAR-CAMBIO.
           MOVE ACUT-IDN         TO ACU-IDN.
           MOVE ACUT-MONEDA      TO ACU-MONEDA.
           MOVE ACUT-FECHA-DESDE TO ACU-FECHA-DESDE.
           READ ACUERDOS
           EVALUATE FS-ACU
               WHEN "00"
                   IF ACU-VIGENTE
                       PERFORM 3250-REGRABAR-CAMBIO
                   ELSE
                       MOVE "ACUERDO NO VIGENTE" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   END-IF
               WHEN "23"
                   MOVE "ACUERDO NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE ACUERDOS"
                   DISPLAY "FILE STATUS ERROR" FS-ACU
                   MOVE "ACUERDOS" TO ABE-ARCHIVO
                   MOVE FS-ACU TO ABE-FILE-STATUS
                   MOVE "3200-APLICAR-CAMBIO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3200-FIN-APLICAR-CAMBIO.
           EXIT.

       3250-REGRABAR-CAMBIO.
           PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE ACUT-FECHA-HASTA TO ACU-FECHA-HASTA.
           MOVE ACUT-MONTO       TO ACU-MONTO.
           MOVE ACUT-TASA        TO ACU-TASA.
           MOVE WS-OPERADOR      TO ACU-OPERADOR.
           MOVE REGISTRO-ACUERDO TO WS-ACUERDO-NUEVO.
           PERFORM 3400-CONTROLAR-SUPERPOSICION.
           MOVE WS-ACUERDO-NUEVO TO REGISTRO-ACUERDO.
           IF HAY-SUPERPOSICION
               MOVE "ACUERDO SUPERPUESTO" TO WS-MOTIVO
               PERFORM 3900-GRABAR-RECHAZO
           ELSE
               REWRITE REGISTRO-ACUERDO
               EVALUATE FS-ACU
                   WHEN "00"
                       ADD 1 TO WS-CAMBIOS
                       MOVE "CAMBIO" TO WS-ACCION
                       PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                       PERFORM 3550-GRABAR-AUDITORIA
                   WHEN OTHER
                       DISPLAY "ERROR AL REGRABAR ACUERDOS"
                       DISPLAY "FILE STATUS ERROR" FS-ACU
                       MOVE "ACUERDOS" TO ABE-ARCHIVO
                       MOVE FS-ACU TO ABE-FILE-STATUS
                       MOVE "3250-REGRABAR-CAMBIO" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3250-FIN-REGRABAR-CAMBIO.
           EXIT.

      * La baja cancela el acuerdo: queda en el maestro con estado C
      * y deja de regir desde la corrida siguiente.
       3300-APLICAR-BAJA.
           MOVE ACUT-IDN         TO ACU-IDN.
           MOVE ACUT-MONEDA      TO ACU-MONEDA.
           MOVE ACUT-FECHA-DESDE TO ACU-FECHA-DESDE.
           READ ACUERDOS
           EVALUATE FS-ACU
               WHEN "00"
                   IF ACU-VIGENTE
                       PERFORM 3350-REGRABAR-BAJA
                   ELSE
                       MOVE "ACUERDO YA CANCELADO" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   END-IF
               WHEN "23"
                   MOVE "ACUERDO NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE ACUERDOS"
                   DISPLAY "FILE STATUS ERROR" FS-ACU
                   MOVE "ACUERDOS" TO ABE-ARCHIVO
                   MOVE FS-ACU TO ABE-FILE-STATUS
                   MOVE "3300-APLICAR-BAJA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-APLICAR-BAJA.
           EXIT.

       3350-REGRABAR-BAJA.
           PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE "C"         TO ACU-ESTADO.
           MOVE WS-OPERADOR TO ACU-OPERADOR.
           REWRITE REGISTRO-ACUERDO
           EVALUATE FS-ACU
               WHEN "00"
                   ADD 1 TO WS-BAJAS
                   MOVE "BAJA" TO WS-ACCION
                   PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR ACUERDOS"
                   DISPLAY "FILE STATUS ERROR" FS-ACU
                   MOVE "ACUERDOS" TO ABE-ARCHIVO
                   MOVE FS-ACU TO ABE-FILE-STATUS
                   MOVE "3350-REGRABAR-BAJA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3350-FIN-REGRABAR-BAJA.
           EXIT.

      * Recorre los acuerdos del cliente en la moneda (vienen juntos
      * por la clave) y marca superposicion si algun otro acuerdo
      * vigente comparte al menos un dia con el periodo nuevo.
       3400-CONTROLAR-SUPERPOSICION.
           MOVE "N" TO WS-SUPERPUESTO.
           MOVE "N" TO WS-SUP-FIN.
           MOVE ACU-IDN         TO WS-SUP-IDN.
           MOVE ACU-MONEDA      TO WS-SUP-MONEDA.
           MOVE ACU-FECHA-DESDE TO WS-SUP-DESDE.
           MOVE ACU-FECHA-HASTA TO WS-SUP-HASTA.
           MOVE ZERO TO ACU-FECHA-DESDE.
           START ACUERDOS KEY NOT LESS THAN ACU-CLAVE
           EVALUATE FS-ACU
               WHEN "00"
                   PERFORM 3450-LEER-ACUERDO-CLIENTE
                      UNTIL FIN-ACUERDOS-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE ACUERDOS"
                   DISPLAY "FILE STATUS ERROR" FS-ACU
                   MOVE "ACUERDOS" TO ABE-ARCHIVO
                   MOVE FS-ACU TO ABE-FILE-STATUS
                   MOVE "3400-CONTROLAR-SUPERPOSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3400-FIN-CONTROLAR-SUPERPOSICION.
           EXIT.

       3450-LEER-ACUERDO-CLIENTE.
           READ ACUERDOS NEXT RECORD
           EVALUATE FS-ACU
               WHEN "00"
                   IF ACU-IDN NOT EQUAL WS-SUP-IDN
                      OR ACU-MONEDA NOT EQUAL WS-SUP-MONEDA
                      OR ACU-FECHA-DESDE GREATER THAN WS-SUP-HASTA
                       MOVE "S" TO WS-SUP-FIN
                   ELSE
                       IF ACU-VIGENTE
                          AND ACU-FECHA-DESDE NOT EQUAL WS-SUP-DESDE
                          AND ACU-FECHA-HASTA NOT LESS THAN
                              WS-SUP-DESDE
                           MOVE "S" TO WS-SUPERPUESTO
                           MOVE "S" TO WS-SUP-FIN
                       END-IF
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-SUP-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE ACUERDOS"
                   DISPLAY "FILE STATUS ERROR" FS-ACU
                   MOVE "ACUERDOS" TO ABE-ARCHIVO
                   MOVE FS-ACU TO ABE-FILE-STATUS
                   MOVE "3450-LEER-ACUERDO-CLIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3450-FIN-LEER-ACUERDO-CLIENTE.
           EXIT.

       3550-GRABAR-AUDITORIA.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           COMPUTE WS-AUD-HORA = WS-AUD-HORA8 / 100.
           MOVE WS-AUD-HORA   TO AUD-HORA.
           MOVE WS-OPERADOR   TO AUD-OPERADOR.
           MOVE WS-NIVEL-OPERADOR TO AUD-NIVEL.
           MOVE WS-ACCION     TO AUD-ACCION.
           MOVE ACUT-IDN         TO AUD-IDN.
           MOVE ACUT-MONEDA      TO AUD-MONEDA.
           MOVE ACUT-FECHA-DESDE TO AUD-FECHA-DESDE.
           MOVE WS-IMG-ANT-HASTA      TO AUD-HASTA-ANT.
           MOVE WS-IMG-ANT-MONTO      TO AUD-MONTO-ANT.
           MOVE WS-IMG-ANT-TASA       TO AUD-TASA-ANT.
           MOVE WS-IMG-ANT-ESTADO     TO AUD-ESTADO-ANT.
           MOVE WS-IMG-NVO-HASTA      TO AUD-HASTA-NVO.
           MOVE WS-IMG-NVO-MONTO      TO AUD-MONTO-NVO.
           MOVE WS-IMG-NVO-TASA       TO AUD-TASA-NVO.
           MOVE WS-IMG-NVO-ESTADO     TO AUD-ESTADO-NVO.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ACUERDOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "ACUERDOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "3550-GRABAR-AUDITORIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3550-FIN-GRABAR-AUDITORIA.
           EXIT.

       3560-IMAGEN-NUEVA-DESDE-MAESTRO.
           MOVE ACU-FECHA-HASTA TO WS-IMG-NVO-HASTA.
           MOVE ACU-MONTO       TO WS-IMG-NVO-MONTO.
           MOVE ACU-TASA        TO WS-IMG-NVO-TASA.
           MOVE ACU-ESTADO      TO WS-IMG-NVO-ESTADO.
       3560-FIN-IMAGEN-NUEVA-DESDE-MAESTRO.
           EXIT.

       3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE ACU-FECHA-HASTA TO WS-IMG-ANT-HASTA.
           MOVE ACU-MONTO       TO WS-IMG-ANT-MONTO.
           MOVE ACU-TASA        TO WS-IMG-ANT-TASA.
           MOVE ACU-ESTADO      TO WS-IMG-ANT-ESTADO.
       3580-FIN-IMAGEN-ANT-DESDE-MAESTRO.
           EXIT.

       3900-GRABAR-RECHAZO.
           MOVE ACUT-OPCION      TO RECH-OPCION.
           MOVE ACUT-IDN         TO RECH-IDN.
           MOVE ACUT-MONEDA      TO RECH-MONEDA.
           MOVE ACUT-FECHA-DESDE TO RECH-FECHA-DESDE.
           MOVE WS-MOTIVO        TO RECH-MOTIVO.
           WRITE REGISTRO-RECHAZO.
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   ADD 1 TO WS-RECHAZADAS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ACUERDOS-RECHAZOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
           END-EVALUATE.
       3900-FIN-GRABAR-RECHAZO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE TRANACU
           CLOSE ACUERDOS
           CLOSE CLIENTES-IDX
           CLOSE RECHAZOS
           CLOSE AUDITORIA.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "TRANSACCIONES LEIDAS: " WS-LEIDAS.
           DISPLAY "ACUERDOS DADOS DE ALTA: " WS-ALTAS.
           DISPLAY "ACUERDOS CAMBIADOS   : " WS-CAMBIOS.
           DISPLAY "ACUERDOS CANCELADOS  : " WS-BAJAS.
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
               MOVE "MANTENIMIENTOACUERDO" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE ACUT-IDN TO ERR-ULTIMA-CLAVE
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

       END PROGRAM MantenimientoAcuerdos.
