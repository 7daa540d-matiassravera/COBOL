
      * Modo incremental: movimientos debito/credito que se aplican
      * con acceso por clave contra el maestro SALDO ya existente,
      * en lugar de recargarlo entero desde SALDO-CRUDO. Cada
      * movimiento va a la linea de su IDN y moneda.
       SELECT SALDO-MOVIMIENTOS ASSIGN TO "SALDO-MOVIMIENTOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS IDN OF REGISTRO-MAESTRO WITH DUPLICATES
       FILE STATUS IS FS-MAESTRO.

      * Journal de los movimientos aplicados. Cada registro lleva el
      * numero de ciclo incremental y su fecha de proceso; el archivo
      * se acumula ciclo tras ciclo y se vacia recien cuando sus dos
      * consumidores, ImpuestoDebCred y MonitoreoPLD, ya tomaron todos
      * los ciclos que tiene.
       SELECT SALDO-JOURNAL ASSIGN TO "SALDO-JOURNAL"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-JOURNAL.

      * Controles de los consumidores del journal: ultimo ciclo
      * liquidado por ImpuestoDebCred y ciclos tomados por
      * MonitoreoPLD en su ultima fecha. Aca solo se leen.
       SELECT CONTROL-IMPUESTO ASSIGN TO "IMPUESTO-CONTROL"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CTL-IMPUESTO.

       SELECT CONTROL-PLD ASSIGN TO "PLD-CONTROL"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CTL-PLD.

      * Manifiesto de entregas entre pasos del batch: una entrada por
      * archivo con la fecha de proceso, la cantidad de registros, la
      * suma de importes y el programa que lo grabo.
       SELECT MANIFIESTO ASSIGN TO "MANIFIESTO-ENTREGAS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS MAN-ARCHIVO
       FILE STATUS IS FS-MANIFIESTO.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL

       01  REGISTRO-CRUDO.
           03  FILLER          PIC X(15).
           03  IDN-RAW         PIC X(7).
           03  FILLER          PIC X(12).
           03  SALDOS-RAW      PIC X(11).
           03  MONEDA-RAW      PIC X(3).
       01  REGISTRO-CRUDO-NUM.
           03  FILLER          PIC X(15).
           03  IDN-NUM         PIC 9(7).
           03  FILLER          PIC X(12).
           03  SALDOS-NUM      PIC S9(9)V99.
           03  MONEDA-NUM      PIC X(3).

       FD  SALDO-CRUDO-B2.

       01  REGISTRO-CRUDO-B2.
           03  FILLER          PIC X(15).
           03  IDN2-RAW        PIC X(7).
           03  FILLER          PIC X(12).
           03  SALDOS2-RAW     PIC X(11).
           03  MONEDA2-RAW     PIC X(3).
       01  REGISTRO-CRUDO-B2-NUM.
           03  FILLER          PIC X(15).
           03  IDN2-NUM        PIC 9(7).
           03  FILLER          PIC X(12).
           03  SALDOS2-NUM     PIC S9(9)V99.
           03  MONEDA2-NUM     PIC X(3).

       FD  SALDO-LIMPIO.

       01  REGISTRO-LIMPIO.
           03  FILLER          PIC X(15).
           03  IDN             PIC 9(7).
           03  FILLER          PIC X(12).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-LIMPIO-TRAILER.
           03  FILLER          PIC X(15).
           03  TRAILER-KEY-L   PIC 9(7).
           03  FILLER          PIC X(12).
           03  TRAILER-CANT-L  PIC 9(07).
           03  FILLER          PIC X(3).
       FD  SALDO-RECHAZOS.

       01  REGISTRO-RECHAZO.
           03  RECH-IDN        PIC X(7).
           03  RECH-SALDOS     PIC X(11).
           03  RECH-MOTIVO     PIC X(20).
           03  RECH-FUENTE     PIC X(2).


       01  REGISTRO-CARGO-ENT.
           03  FILLER          PIC X(15).
           03  CARGO-IDN-RAW   PIC X(7).
           03  FILLER          PIC X(12).
           03  CARGO-SALDOS-RAW PIC X(11).
           03  CARGO-MONEDA-RAW PIC X(3).

       FD  SALDO-MOVIMIENTOS.

       01  REGISTRO-MOVIMIENTO.
           03  MOV-IDN         PIC 9(7).
           03  MOV-TIPO        PIC X(01).
               88 MOV-DEBITO     VALUE 'D'.
               88 MOV-CREDITO    VALUE 'C'.
           03  MOV-MONTO       PIC 9(9)V99.
           03  MOV-MONEDA      PIC X(3).
       01  REGISTRO-MOVIMIENTO-RAW.
           03  MOV-IDN-RAW     PIC X(7).
           03  MOV-TIPO-RAW    PIC X(01).
           03  MOV-MONTO-RAW   PIC X(11).
           03  MOV-MONEDA-RAW  PIC X(3).

       FD  SALDO-MAESTRO.

       01  REGISTRO-MAESTRO.
           03  FILLER          PIC X(15).
           03  IDN             PIC 9(7).
           03  FILLER          PIC X(12).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-MAESTRO-TRAILER.
           03  FILLER          PIC X(15).
           03  TRAILER-KEY-M   PIC 9(7).
           03  FILLER          PIC X(12).
           03  TRAILER-CANT-M  PIC 9(07).
           03  FILLER          PIC X(3).
       FD  SALDO-JOURNAL.

       01  REGISTRO-JOURNAL.
           03  JRN-IDN         PIC 9(7).
           03  JRN-SALDO-ANTES PIC S9(9)V99.
           03  JRN-TIPO        PIC X(01).
           03  JRN-MONTO       PIC 9(9)V99.
           03  JRN-SALDO-DESPUES PIC S9(9)V99.
           03  JRN-ACCION      PIC X(01).
           03  JRN-FUENTE      PIC X(2).
           03  JRN-MONEDA      PIC X(3).
           03  JRN-CICLO       PIC 9(7).
           03  JRN-FECHA       PIC 9(8).

       FD  CONTROL-IMPUESTO.

       01  REGISTRO-CONTROL-IMP.
           03  IMC-FECHA        PIC 9(8).
           03  IMC-CICLO        PIC 9(7).
           03  IMC-CANTIDAD     PIC 9(7).
           03  IMC-HASH         PIC 9(13)V99.

       FD  CONTROL-PLD.

       01  REGISTRO-CONTROL-PLD.
           03  PLC-FECHA        PIC 9(8).
           03  PLC-DESDE        PIC 9(7).
           03  PLC-HASTA        PIC 9(7).

       FD  MANIFIESTO.
       01  REGISTRO-MANIFIESTO.
           03  MAN-ARCHIVO      PIC X(20).
           03  MAN-FECHA        PIC 9(8).
           03  MAN-REGISTROS    PIC 9(7).
           03  MAN-HASH         PIC S9(15)V99.
           03  MAN-PROGRAMA     PIC X(20).
           03  MAN-HORA         PIC 9(6).

       FD  ARCHIVO-ERRORES.
       01  REGISTRO-ERROR.

       01  FS-JOURNAL          PIC X(2).
           88 FS-JOURNAL-OK    VALUE "00".
           88 FS-JOURNAL-EOF   VALUE "10".

       01  FS-CTL-IMPUESTO     PIC X(2).
       01  FS-CTL-PLD          PIC X(2).

      * Ciclo incremental en curso y lo que ya tomaron los
      * consumidores del journal: el journal se vacia si no le queda
      * ningun movimiento de un ciclo posterior a WS-CICLO-TOMADO.
       01  WS-CICLO            PIC 9(7) VALUE ZERO.
       01  WS-CICLO-MAXIMO     PIC 9(7) VALUE ZERO.
       01  WS-CICLO-IMPUESTO   PIC 9(7) VALUE ZERO.
       01  WS-CICLO-PLD        PIC 9(7) VALUE ZERO.
       01  WS-CICLO-PLD-HASTA  PIC 9(7) VALUE ZERO.
       01  WS-CICLO-TOMADO     PIC 9(7) VALUE ZERO.
       01  WS-JRN-EXISTENTES   PIC 9(7) VALUE ZERO.
       01  WS-JRN-PENDIENTES   PIC 9(7) VALUE ZERO.

      * Registro del journal en el manifiesto: cantidad de registros
      * y suma de importes del archivo entero.
       01  FS-MANIFIESTO        PIC X(2).
           88 FS-MANIFIESTO-OK  VALUE "00".
       01  WS-MAN-ARCHIVO       PIC X(20).
       01  WS-MAN-REGISTROS     PIC 9(7).
       01  WS-MAN-HASH          PIC S9(15)V99.
       01  WS-MAN-FECHA         PIC 9(8).
       01  WS-MAN-FECHA-AMB     PIC X(8).
       01  WS-MAN-FECHA-AMB-N REDEFINES WS-MAN-FECHA-AMB PIC 9(8).
       01  WS-MAN-HORA8         PIC 9(8).
       01  WS-MAN-FIN           PIC X(01).
           88 FIN-ENTREGA       VALUE "S".

       01  CONTADORES.
           03  WS-LEIDOS       PIC 9(5) VALUE ZERO.
               05  FUE-LEIDOS      PIC 9(5).
               05  FUE-VALIDOS     PIC 9(5).
               05  FUE-RECHAZADOS  PIC 9(5).
               05  FUE-IDN-ANT     PIC 9(7).
       01  WS-IDX-FUE          PIC 9(1).
       01  WS-FUENTE-ACTUAL    PIC X(2).

       01  WS-SIN-CARGOS       PIC X(01) VALUE "N".
           88 SIN-CARGOS       VALUE "S".

      * Claves del intercalado; 99999999 es el centinela de fin para
      * no chocar con el trailer 9999998 del feed.
       01  CLAVES-INTERCALADO.
           03  WS-CLAVE-CRUDO      PIC 9(8).
           03  WS-CLAVE-CRUDO2     PIC 9(8).
           03  WS-CLAVE-CARGOS     PIC 9(8).

       01  FS-CRUDO2           PIC X(2).
           88 FS-CRUDO2-OK     VALUE "00".
       01  WS-SIN-CRUDO2       PIC X(01) VALUE "N".
           88 SIN-CRUDO2       VALUE "S".

      * El trailer 9999998 se graba una sola vez aunque los dos feeds
      * traigan el suyo.
       01  WS-TRAILER-GRABADO  PIC X(01) VALUE "N".
           88 TRAILER-YA-GRABADO VALUE "S".
      * compartidas y no sobreviven al intercalado.
       01  REGISTRO-TRABAJO.
           03  FILLER          PIC X(15).
           03  TRB-IDN-RAW     PIC X(7).
           03  FILLER          PIC X(12).
           03  TRB-SALDOS-RAW  PIC X(11).
           03  TRB-MONEDA-RAW  PIC X(3).
       01  REGISTRO-TRABAJO-NUM REDEFINES REGISTRO-TRABAJO.
           03  FILLER          PIC X(15).
           03  TRB-IDN-NUM     PIC 9(7).
           03  FILLER          PIC X(12).
           03  TRB-SALDOS-NUM  PIC S9(9)V99.
           03  TRB-MONEDA-NUM  PIC X(3).

       01  WS-MODO-SALDO       PIC X(11).
           88 ES-MODO-INCREMENTAL VALUE 'INCREMENTAL'.

       01  WS-SALDO-ANTES      PIC S9(9)V99.
       01  WS-SALDO-DESPUES    PIC S9(10)V99.
       01  WS-CANT-MAESTRO     PIC 9(7).

       01  WS-SALDO-MAXIMO     PIC S9(9)V99 VALUE 50000.00.
       01  WS-SALDO-CHK        PIC S9(9)V99.
       01  WS-MOTIVO           PIC X(20).
       01  WS-IDN-ANT-CRUDO    PIC 9(7) VALUE ZERO.

      * Monedas habilitadas; un codigo desconocido rechaza el saldo.
      * Vacio se toma como pesos, que es lo que mandaba el banco
               05  TABLA-MON-CODIGO PIC X(3).
       01  WS-MONEDA-VALIDA    PIC X(01).
           88 MONEDA-VALIDA    VALUE "S".

      * Busqueda de la linea IDN y moneda del movimiento en el
      * maestro, que tiene una linea por moneda bajo la misma clave.
       01  WS-LINEA-HALLADA    PIC X(01).
           88 LINEA-HALLADA    VALUE "S".
       01  WS-FIN-LINEAS       PIC X(01).
           88 FIN-LINEAS       VALUE "S".
       01  WS-MONEDA           PIC X(3).

       PROCEDURE DIVISION.
           ACCEPT WS-MODO-SALDO FROM ENVIRONMENT "SALDO-MODO".
           IF ES-MODO-INCREMENTAL
               PERFORM 6000-ABERTURA-INCREMENTAL
               PERFORM 1100-CARGAR-TABLA-MONEDAS
               PERFORM 6100-LEER-MOVIMIENTO
               PERFORM 6200-APLICAR-MOVIMIENTO
                  UNTIL FS-MOVIMIENTOS-EOF
               PERFORM 2100-LEER-CRUDO2
               PERFORM 2300-LEER-CARGO
               PERFORM 3050-PROCESO-INTERCALADO
                  UNTIL WS-CLAVE-CRUDO EQUAL 99999999
                    AND WS-CLAVE-CRUDO2 EQUAL 99999999
                    AND WS-CLAVE-CARGOS EQUAL 99999999
               PERFORM 5000-MOSTRAR-RESUMEN
               PERFORM 4000-CIERRE-DE-ARCHIVOS
           END-IF.
                   MOVE ZERO TO WS-CLAVE-CRUDO
               END-IF
               WHEN "10"
               MOVE 99999999 TO WS-CLAVE-CRUDO
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-CRUDO"
               DISPLAY "FILE STATUS ERROR" FS-CRUDO

       2100-LEER-CRUDO2.
           IF SIN-CRUDO2
               MOVE 99999999 TO WS-CLAVE-CRUDO2
           ELSE
               PERFORM 2150-LEER-CRUDO2-ARCHIVO
           END-IF.
                   MOVE ZERO TO WS-CLAVE-CRUDO2
               END-IF
               WHEN "10"
               MOVE 99999999 TO WS-CLAVE-CRUDO2
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-CRUDO-B2"
               DISPLAY "FILE STATUS ERROR" FS-CRUDO2

       2300-LEER-CARGO.
           IF SIN-CARGOS
               MOVE 99999999 TO WS-CLAVE-CARGOS
           ELSE
               PERFORM 2350-LEER-CARGO-ARCHIVO
           END-IF.
                   MOVE ZERO TO WS-CLAVE-CARGOS
               END-IF
               WHEN "10"
               MOVE 99999999 TO WS-CLAVE-CARGOS
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-CARGOS"
               DISPLAY "FILE STATUS ERROR" FS-CARGOS
      * Intercala las fuentes ya ordenadas por IDN: el registro de
      * menor clave pasa por la misma validacion sea del banco uno,
      * del banco dos o de los cargos, asi la secuencia combinada
      * sigue siendo ascendente y el trailer 9999998 queda ultimo.
       3050-PROCESO-INTERCALADO.
           EVALUATE TRUE
               WHEN WS-CLAVE-CRUDO NOT GREATER WS-CLAVE-CRUDO2
       3010-FIN-VALIDAR-Y-GRABAR.
           EXIT.

      * El trailer 9999998 se regraba con la cantidad realmente escrita
      * (feeds mas cargos intercalados), igual que hace el modo
      * incremental en 6850-ACTUALIZAR-TRAILER; si los dos feeds
      * traen trailer solo se graba el primero.
       3500-GRABAR-LIMPIO.
           IF TRB-IDN-NUM EQUAL 9999998
              AND TRAILER-YA-GRABADO
               CONTINUE
           ELSE
           EXIT.

       3510-GRABAR-REGISTRO-LIMPIO.
           IF TRB-IDN-NUM EQUAL 9999998
               MOVE SPACES TO REGISTRO-LIMPIO-TRAILER
               MOVE TRB-IDN-NUM TO TRAILER-KEY-L
               MOVE WS-VALIDOS  TO TRAILER-CANT-L
               PERFORM 9900-ABEND
           END-EVALUATE

           PERFORM 6050-ABRIR-JOURNAL

           OPEN OUTPUT SALDO-RECHAZOS
           EVALUATE FS-RECHAZOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "SALDO-RECHAZOS" TO ABE-ARCHIVO
               MOVE FS-RECHAZOS TO ABE-FILE-STATUS
               MOVE "6000-ABERTURA-INCREMENTAL" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       6000-FIN-ABERTURA-INCREMENTAL.
           EXIT.

      * El ciclo toma el numero siguiente al mayor que haya en el
      * journal o en los controles de sus consumidores, y la fecha de
      * proceso del batch. Si todo lo que tiene el journal ya lo
      * tomaron ImpuestoDebCred y MonitoreoPLD se vacia; si no, el
      * ciclo se agrega al final y cada consumidor saltea los ciclos
      * que ya proceso.
       6050-ABRIR-JOURNAL.
           PERFORM 8590-FECHA-ENTREGA.
           PERFORM 6060-LEER-CONTROLES.
           PERFORM 6070-EXAMINAR-JOURNAL.
           IF WS-CICLO-IMPUESTO GREATER THAN WS-CICLO-MAXIMO
               MOVE WS-CICLO-IMPUESTO TO WS-CICLO-MAXIMO
           END-IF.
           IF WS-CICLO-PLD-HASTA GREATER THAN WS-CICLO-MAXIMO
               MOVE WS-CICLO-PLD-HASTA TO WS-CICLO-MAXIMO
           END-IF.
           ADD 1 TO WS-CICLO-MAXIMO GIVING WS-CICLO.
           IF WS-JRN-PENDIENTES EQUAL ZERO
               IF WS-JRN-EXISTENTES GREATER THAN ZERO
                   DISPLAY "SALDO-JOURNAL YA TOMADO POR IMPUESTO Y "
                           "PLD, SE VACIA"
               END-IF
               OPEN OUTPUT SALDO-JOURNAL
           ELSE
               DISPLAY "SALDO-JOURNAL CON " WS-JRN-PENDIENTES
                       " MOVIMIENTOS SIN TOMAR, SE AGREGA EL CICLO"
               OPEN EXTEND SALDO-JOURNAL
           END-IF.
           EVALUATE FS-JOURNAL
               WHEN "00"
               CONTINUE
               DISPLAY "FILE STATUS ERROR" FS-JOURNAL
               MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
               MOVE FS-JOURNAL TO ABE-FILE-STATUS
               MOVE "6050-ABRIR-JOURNAL" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           DISPLAY "CICLO INCREMENTAL " WS-CICLO
                   " FECHA DE PROCESO " WS-MAN-FECHA.
       6050-FIN-ABRIR-JOURNAL.
           EXIT.

      * Un control que no existe es un consumidor que todavia no tomo
      * ningun ciclo. MonitoreoPLD repite en el mismo dia los ciclos
      * desde PLC-DESDE: hasta que cambie la fecha solo esos estan
      * tomados.
       6060-LEER-CONTROLES.
           OPEN INPUT CONTROL-IMPUESTO
           EVALUATE FS-CTL-IMPUESTO
               WHEN "00"
                   READ CONTROL-IMPUESTO
                   IF FS-CTL-IMPUESTO EQUAL "00"
                       MOVE IMC-CICLO TO WS-CICLO-IMPUESTO
                   END-IF
                   CLOSE CONTROL-IMPUESTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR IMPUESTO-CONTROL"
                   DISPLAY "FILE STATUS ERROR" FS-CTL-IMPUESTO
                   MOVE "IMPUESTO-CONTROL" TO ABE-ARCHIVO
                   MOVE FS-CTL-IMPUESTO TO ABE-FILE-STATUS
                   MOVE "6060-LEER-CONTROLES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           OPEN INPUT CONTROL-PLD
           EVALUATE FS-CTL-PLD
               WHEN "00"
                   READ CONTROL-PLD
                   IF FS-CTL-PLD EQUAL "00"
                       MOVE PLC-HASTA TO WS-CICLO-PLD-HASTA
                       IF PLC-FECHA LESS THAN WS-MAN-FECHA
                           MOVE PLC-HASTA TO WS-CICLO-PLD
                       ELSE
                           MOVE PLC-DESDE TO WS-CICLO-PLD
                       END-IF
                   END-IF
                   CLOSE CONTROL-PLD
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR PLD-CONTROL"
                   DISPLAY "FILE STATUS ERROR" FS-CTL-PLD
                   MOVE "PLD-CONTROL" TO ABE-ARCHIVO
                   MOVE FS-CTL-PLD TO ABE-FILE-STATUS
                   MOVE "6060-LEER-CONTROLES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE WS-CICLO-IMPUESTO TO WS-CICLO-TOMADO.
           IF WS-CICLO-PLD LESS THAN WS-CICLO-TOMADO
               MOVE WS-CICLO-PLD TO WS-CICLO-TOMADO
           END-IF.
       6060-FIN-LEER-CONTROLES.
           EXIT.

       6070-EXAMINAR-JOURNAL.
           OPEN INPUT SALDO-JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   PERFORM 6080-LEER-JOURNAL UNTIL FS-JOURNAL-EOF
                   CLOSE SALDO-JOURNAL
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR SALDO-JOURNAL"
                   DISPLAY "FILE STATUS ERROR" FS-JOURNAL
                   MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
                   MOVE FS-JOURNAL TO ABE-FILE-STATUS
                   MOVE "6070-EXAMINAR-JOURNAL" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6070-FIN-EXAMINAR-JOURNAL.
           EXIT.

       6080-LEER-JOURNAL.
           READ SALDO-JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   ADD 1 TO WS-JRN-EXISTENTES
                   IF JRN-CICLO GREATER THAN WS-CICLO-MAXIMO
                       MOVE JRN-CICLO TO WS-CICLO-MAXIMO
                   END-IF
                   IF JRN-CICLO GREATER THAN WS-CICLO-TOMADO
                       ADD 1 TO WS-JRN-PENDIENTES
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-JOURNAL"
               DISPLAY "FILE STATUS ERROR" FS-JOURNAL
               MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
               MOVE FS-JOURNAL TO ABE-FILE-STATUS
               MOVE "6080-LEER-JOURNAL" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       6080-FIN-LEER-JOURNAL.
           EXIT.

       6100-LEER-MOVIMIENTO.
           EXIT.

       6200-APLICAR-MOVIMIENTO.
           PERFORM 6150-VALIDAR-MONEDA-MOV.
           IF MOV-IDN NOT NUMERIC
              OR MOV-MONTO NOT NUMERIC
              OR (NOT MOV-DEBITO AND NOT MOV-CREDITO)
              OR NOT MONEDA-VALIDA
               PERFORM 6700-RECHAZAR-MOVIMIENTO
           ELSE
               PERFORM 6250-BUSCAR-LINEA
               IF LINEA-HALLADA
                   PERFORM 6300-APLICAR-CONTRA-MAESTRO
               ELSE
                   PERFORM 6400-ALTA-POR-MOVIMIENTO
               END-IF
           END-IF.
           PERFORM 6100-LEER-MOVIMIENTO.
       6200-FIN-APLICAR-MOVIMIENTO.
           EXIT.

      * Un movimiento sin moneda es de pesos, como el feed del banco
      * antes de mezclar monedas.
       6150-VALIDAR-MONEDA-MOV.
           MOVE "N" TO WS-MONEDA-VALIDA.
           IF MOV-MONEDA EQUAL SPACES
               MOVE "PES" TO MOV-MONEDA
               MOVE "S"   TO WS-MONEDA-VALIDA
           ELSE
               SET WS-IDX-MONTAB TO 1
               SEARCH TABLA-MON-ENTRY
                   AT END
                       CONTINUE
                   WHEN TABLA-MON-CODIGO (WS-IDX-MONTAB) EQUAL
                        MOV-MONEDA
                       MOVE "S" TO WS-MONEDA-VALIDA
               END-SEARCH
           END-IF.
       6150-FIN-VALIDAR-MONEDA-MOV.
           EXIT.

      * La primera lectura por clave trae la primera linea del IDN;
      * las demas monedas siguen por clave duplicada. Una linea sin
      * moneda es de pesos.
       6250-BUSCAR-LINEA.
           MOVE "N" TO WS-LINEA-HALLADA.
           MOVE "N" TO WS-FIN-LINEAS.
           MOVE MOV-IDN TO IDN OF REGISTRO-MAESTRO.
           READ SALDO-MAESTRO
           EVALUATE FS-MAESTRO
               WHEN "00"
                   PERFORM 6260-PROBAR-LINEA
                      UNTIL LINEA-HALLADA OR FIN-LINEAS
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE SALDO"
                   DISPLAY "FILE STATUS ERROR" FS-MAESTRO
                   MOVE "SALDO" TO ABE-ARCHIVO
                   MOVE FS-MAESTRO TO ABE-FILE-STATUS
                   MOVE "6250-BUSCAR-LINEA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6250-FIN-BUSCAR-LINEA.
           EXIT.

       6260-PROBAR-LINEA.
           IF MONEDA OF REGISTRO-MAESTRO EQUAL MOV-MONEDA
              OR (MONEDA OF REGISTRO-MAESTRO EQUAL SPACES
                  AND MOV-MONEDA EQUAL "PES")
               MOVE "S" TO WS-LINEA-HALLADA
           ELSE
               READ SALDO-MAESTRO NEXT RECORD
               EVALUATE FS-MAESTRO
                   WHEN "00"
                       IF IDN OF REGISTRO-MAESTRO NOT EQUAL MOV-IDN
                           MOVE "S" TO WS-FIN-LINEAS
                       END-IF
                   WHEN "10"
                       MOVE "S" TO WS-FIN-LINEAS
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE SALDO"
                       DISPLAY "FILE STATUS ERROR" FS-MAESTRO
                       MOVE "SALDO" TO ABE-ARCHIVO
                       MOVE FS-MAESTRO TO ABE-FILE-STATUS
                       MOVE "6260-PROBAR-LINEA" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       6260-FIN-PROBAR-LINEA.
           EXIT.

      * Movimiento contra una linea que ya esta en el maestro: REWRITE
      * con el saldo aplicado, o DELETE si queda en cero (cuenta que
      * se cierra).
       6300-APLICAR-CONTRA-MAESTRO.
           ELSE
               COMPUTE WS-SALDO-DESPUES = WS-SALDO-ANTES + MOV-MONTO
           END-IF.
           IF WS-SALDO-DESPUES GREATER THAN 999999999.99
              OR WS-SALDO-DESPUES LESS THAN -999999999.99
               PERFORM 6700-RECHAZAR-MOVIMIENTO
           ELSE
               IF WS-SALDO-DESPUES EQUAL ZERO
       6300-FIN-APLICAR-CONTRA-MAESTRO.
           EXIT.

      * Movimiento contra un IDN, o una moneda del IDN, sin linea en
      * el maestro: se da de alta con el importe del movimiento como
      * saldo inicial.
       6400-ALTA-POR-MOVIMIENTO.
           MOVE ZERO TO WS-SALDO-ANTES.
           IF MOV-DEBITO
               MOVE SPACES TO REGISTRO-MAESTRO
               MOVE MOV-IDN TO IDN OF REGISTRO-MAESTRO
               MOVE WS-SALDO-DESPUES TO SALDOS OF REGISTRO-MAESTRO
               MOVE MOV-MONEDA TO MONEDA OF REGISTRO-MAESTRO
               WRITE REGISTRO-MAESTRO
               EVALUATE FS-MAESTRO
                   WHEN "00"
           MOVE WS-SALDO-DESPUES TO JRN-SALDO-DESPUES.
           MOVE "A"              TO JRN-ACCION.
           MOVE "MV"             TO JRN-FUENTE.
           MOVE MOV-MONEDA       TO JRN-MONEDA.
           MOVE WS-CICLO         TO JRN-CICLO.
           MOVE WS-MAN-FECHA     TO JRN-FECHA.
           PERFORM 6550-ESCRIBIR-JOURNAL.
       6500-FIN-GRABAR-JOURNAL.
           EXIT.
           MOVE ZERO             TO JRN-SALDO-DESPUES.
           MOVE "B"              TO JRN-ACCION.
           MOVE "MV"             TO JRN-FUENTE.
           MOVE MOV-MONEDA       TO JRN-MONEDA.
           MOVE WS-CICLO         TO JRN-CICLO.
           MOVE WS-MAN-FECHA     TO JRN-FECHA.
           PERFORM 6550-ESCRIBIR-JOURNAL.
       6600-FIN-GRABAR-JOURNAL-BAJA.
           EXIT.
       6800-FIN-MOSTRAR-RESUMEN-INC.
           EXIT.

      * El trailer clave 9999998 queda con la cantidad de registros que
      * resulto de aplicar los movimientos, que es la que Apareo1 va
      * a validar como esperados.
       6850-ACTUALIZAR-TRAILER.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 9999998 TO IDN OF REGISTRO-MAESTRO.
           READ SALDO-MAESTRO
           EVALUATE FS-MAESTRO
               WHEN "00"
           EVALUATE FS-MAESTRO
               WHEN "00"
                   IF TRAILER-KEY-M OF REGISTRO-MAESTRO-TRAILER
                      NOT EQUAL 9999998
                       ADD 1 TO WS-CANT-MAESTRO
                   END-IF
               WHEN "10"
       6860-FIN-CONTAR-MAESTRO.
           EXIT.

      * Igual que SALDO-CARGOS: los movimientos aplicados se agotan
      * aca, porque varios pasos los agregan al mismo archivo y una
      * pasada repetida no debe volver a aplicarlos. El journal ya
      * cerrado queda registrado en el manifiesto.
       6900-CIERRE-INCREMENTAL.
           CLOSE SALDO-MOVIMIENTOS
           OPEN OUTPUT SALDO-MOVIMIENTOS
           CLOSE SALDO-MOVIMIENTOS
           CLOSE SALDO-MAESTRO
           CLOSE SALDO-JOURNAL
           CLOSE SALDO-RECHAZOS.
           PERFORM 8600-REGISTRAR-ENTREGAS.
       6900-FIN-CIERRE-INCREMENTAL.
           EXIT.

      * Fecha de proceso de la corrida, igual que el resto del batch.
       8590-FECHA-ENTREGA.
           ACCEPT WS-MAN-FECHA-AMB FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-MAN-FECHA-AMB NOT EQUAL SPACES
              AND WS-MAN-FECHA-AMB-N IS NUMERIC
               MOVE WS-MAN-FECHA-AMB-N TO WS-MAN-FECHA
           ELSE
               ACCEPT WS-MAN-FECHA FROM DATE YYYYMMDD
           END-IF.
       8590-FIN-FECHA-ENTREGA.
           EXIT.
      * Registro de entregas: con el journal ya cerrado se lo vuelve a
      * contar entero (todos los ciclos que tiene) y se deja en el
      * manifiesto la fecha de proceso, la cantidad de registros y la
      * suma de importes, para que ImpuestoDebCred y MonitoreoPLD lo
      * verifiquen antes de leerlo.
       8600-REGISTRAR-ENTREGAS.
           OPEN I-O MANIFIESTO.
           IF FS-MANIFIESTO EQUAL "35"
               OPEN OUTPUT MANIFIESTO
               CLOSE MANIFIESTO
               OPEN I-O MANIFIESTO
           END-IF.
           IF NOT FS-MANIFIESTO-OK
               DISPLAY "ERROR AL ABRIR MANIFIESTO-ENTREGAS"
               DISPLAY "FILE STATUS ERROR " FS-MANIFIESTO
               MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
               MOVE FS-MANIFIESTO TO ABE-FILE-STATUS
               MOVE "8600-REGISTRAR-ENTREGAS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           MOVE "SALDO-JOURNAL" TO WS-MAN-ARCHIVO.
           PERFORM 8720-CONTAR-JOURNAL.
           PERFORM 8610-GRABAR-MANIFIESTO.
           CLOSE MANIFIESTO.
       8600-FIN-REGISTRAR-ENTREGAS.
           EXIT.
       8610-GRABAR-MANIFIESTO.
           MOVE WS-MAN-ARCHIVO TO MAN-ARCHIVO.
           READ MANIFIESTO
           EVALUATE FS-MANIFIESTO
               WHEN "00"
                   PERFORM 8620-ARMAR-MANIFIESTO
                   REWRITE REGISTRO-MANIFIESTO
               WHEN "23"
                   PERFORM 8620-ARMAR-MANIFIESTO
                   WRITE REGISTRO-MANIFIESTO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA MANIFIESTO-ENTREGAS"
                   DISPLAY "FILE STATUS ERROR " FS-MANIFIESTO
                   MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
                   MOVE FS-MANIFIESTO TO ABE-FILE-STATUS
                   MOVE "8610-GRABAR-MANIFIESTO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF NOT FS-MANIFIESTO-OK
               DISPLAY "ERROR EN ESCRITURA MANIFIESTO-ENTREGAS"
               DISPLAY "FILE STATUS ERROR " FS-MANIFIESTO
               MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
               MOVE FS-MANIFIESTO TO ABE-FILE-STATUS
               MOVE "8610-GRABAR-MANIFIESTO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       8610-FIN-GRABAR-MANIFIESTO.
           EXIT.
       8620-ARMAR-MANIFIESTO.
           MOVE WS-MAN-ARCHIVO   TO MAN-ARCHIVO.
           MOVE WS-MAN-FECHA     TO MAN-FECHA.
           MOVE WS-MAN-REGISTROS TO MAN-REGISTROS.
           MOVE WS-MAN-HASH      TO MAN-HASH.
           MOVE "VALIDADORSALDO" TO MAN-PROGRAMA.
           ACCEPT WS-MAN-HORA8 FROM TIME.
           DIVIDE WS-MAN-HORA8 BY 100 GIVING MAN-HORA.
       8620-FIN-ARMAR-MANIFIESTO.
           EXIT.
       8720-CONTAR-JOURNAL.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT SALDO-JOURNAL.
           IF FS-JOURNAL NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR SALDO-JOURNAL"
               DISPLAY "FILE STATUS ERROR " FS-JOURNAL
               MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
               MOVE FS-JOURNAL TO ABE-FILE-STATUS
               MOVE "8720-CONTAR-JOURNAL" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8730-LEER-JOURNAL UNTIL FIN-ENTREGA.
           CLOSE SALDO-JOURNAL.
       8720-FIN-CONTAR-JOURNAL.
           EXIT.
       8730-LEER-JOURNAL.
           READ SALDO-JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   ADD 1 TO WS-MAN-REGISTROS
                   ADD JRN-MONTO TO WS-MAN-HASH
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDO-JOURNAL"
                   DISPLAY "FILE STATUS ERROR " FS-JOURNAL
                   MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
                   MOVE FS-JOURNAL TO ABE-FILE-STATUS
                   MOVE "8730-LEER-JOURNAL" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8730-FIN-LEER-JOURNAL.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre).
