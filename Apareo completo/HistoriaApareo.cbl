       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ANTERIOR.

      * Manifiesto de entregas entre pasos del batch: una entrada por
      * archivo con la fecha de proceso, la cantidad de registros, la
      * suma de importes y el programa que lo grabo.
       SELECT MANIFIESTO ASSIGN TO "MANIFIESTO-ENTREGAS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS MAN-ARCHIVO
       FILE STATUS IS FS-MANIFIESTO.

      * Meses cerrados por el cierre mensual (ControlCierreMensual).
       SELECT PERIODOS ASSIGN TO "PERIODOS-CERRADOS"
       ORGANIZATION INDEXED
       ACCESS MODE RANDOM
       RECORD KEY IS PER-PERIODO
       FILE STATUS IS FS-PERIODOS.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FD  ARCHIVO-APAREO.

       01  REGISTRO-APAREO.
           03  IDN              PIC 9(7).
           03  APELLIDO         PIC X(10).
           03  NOMBRE           PIC X(10).
           03  SALDOS           PIC S9(9)V99.
           03  MONEDA           PIC X(3).
       01  REGISTRO-APAREO-TRAILER.
           03  TRAILER-ID       PIC X(10).
           03  TRAILER-CANT     PIC 9(07).
           03  TRAILER-SALDO    PIC S9(12)V99.
           03  TRAILER-MONEDA   PIC X(3).

       FD  HISTORIA.
      * Clave con moneda: un cliente con saldos en pesos y dolares
      * guarda un registro de historia por moneda y fecha.
           03  HIST-CLAVE.
               05  HIST-IDN     PIC 9(7).
               05  HIST-FECHA   PIC 9(8).
               05  HIST-MONEDA  PIC X(3).
           03  HIST-APELLIDO    PIC X(10).
           03  HIST-NOMBRE     PIC X(10).
           03  HIST-SALDOS      PIC S9(9)V99.

       FD  APAREO-ANTERIOR.

       01  REGISTRO-ANTERIOR.
           03  IDN              PIC 9(7).
           03  APELLIDO         PIC X(10).
           03  NOMBRE           PIC X(10).
           03  SALDOS           PIC S9(9)V99.
           03  MONEDA           PIC X(3).
       01  REGISTRO-ANTERIOR-TRAILER.
           03  TRAILER-ID       PIC X(10).
           03  TRAILER-CANT     PIC 9(07).
           03  TRAILER-SALDO    PIC S9(12)V99.
           03  TRAILER-MONEDA   PIC X(3).

       FD  MANIFIESTO.
       01  REGISTRO-MANIFIESTO.
           03  MAN-ARCHIVO      PIC X(20).
           03  MAN-FECHA        PIC 9(8).
           03  MAN-REGISTROS    PIC 9(7).
           03  MAN-HASH         PIC S9(15)V99.
           03  MAN-PROGRAMA     PIC X(20).
           03  MAN-HORA         PIC 9(6).

       FD  PERIODOS.

       01  REGISTRO-PERIODO.
           03  PER-PERIODO              PIC 9(6).
           03  PER-ESTADO               PIC X(01).
           03  PER-FECHA-CIERRE         PIC 9(8).
           03  PER-HORA-CIERRE          PIC 9(6).
           03  PER-CIERRES              PIC 9(3).
           03  PER-FECHA-REAPERTURA     PIC 9(8).
           03  PER-OPERADOR-REAPERTURA  PIC X(8).
           03  PER-MOTIVO               PIC X(30).

       FD  ARCHIVO-ERRORES.
       01  REGISTRO-ERROR.
           03  ERR-PROGRAMA     PIC X(20).
           03  ABE-PARRAFO      PIC X(30).
           03  ABE-RETORNO      PIC 9(2).

       01  FS-PERIODOS         PIC X(2).
           88 FS-PERIODOS-OK   VALUE "00".
       01  WS-PER-FECHA        PIC 9(8).
       01  WS-PER-DESGLOSE REDEFINES WS-PER-FECHA.
           03  WS-PER-PERIODO  PIC 9(6).
           03  FILLER          PIC 9(2).
       01  WS-PER-FECHA-AMB    PIC X(8).
       01  WS-PER-FECHA-AMB-N REDEFINES WS-PER-FECHA-AMB
                               PIC 9(8).
       01  WS-PER-ESTADO       PIC X(01) VALUE SPACE.
           88 PERIODO-CERRADO  VALUE "C".
       01  WS-PER-FECHA-CIERRE PIC 9(8) VALUE ZERO.

      * Control de entregas contra el manifiesto: cantidad de registros
      * de detalle (sin trailers) y suma de sus importes.
       01  FS-MANIFIESTO        PIC X(2).
           88 FS-MANIFIESTO-OK  VALUE "00".
       01  WS-MAN-ARCHIVO       PIC X(20).
       01  WS-MAN-REGISTROS     PIC 9(7).
       01  WS-MAN-HASH          PIC S9(15)V99.
       01  WS-MAN-FECHA         PIC 9(8).
       01  WS-MAN-FECHA-AMB     PIC X(8).
       01  WS-MAN-FECHA-AMB-N REDEFINES WS-MAN-FECHA-AMB PIC 9(8).
       01  WS-MAN-HORA8         PIC 9(8).
       01  WS-MAN-MOTIVO        PIC X(2).
       01  WS-MAN-FIN           PIC X(01).
           88 FIN-ENTREGA       VALUE "S".

       01  FS-APAREO            PIC X(2).
           88 FS-APAREO-OK      VALUE "00".
           88 FS-APAREO-EOF     VALUE "10".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 8400-CONTROLAR-PERIODO.
           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 2000-LEER-APAREO.
           PERFORM 3000-PROCESO UNTIL FS-APAREO-EOF.
       5000-FIN-MOSTRAR-RESUMEN.
           EXIT.

      * Mes cerrado: desde que el cierre mensual deja el periodo en
      * PERIODOS-CERRADOS ninguna recorrida regraba APAREO-HISTORIA
      * de ese mes sin una reapertura autorizada. Corta con RC 12,
      * como una corrida repetida. Sin el archivo no hay mes cerrado.
       8400-CONTROLAR-PERIODO.
           ACCEPT WS-PER-FECHA-AMB FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-PER-FECHA-AMB-N NUMERIC
              AND WS-PER-FECHA-AMB NOT EQUAL SPACES
               MOVE WS-PER-FECHA-AMB-N TO WS-PER-FECHA
           ELSE
               ACCEPT WS-PER-FECHA FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT PERIODOS
           EVALUATE FS-PERIODOS
               WHEN "00"
                   PERFORM 8410-LEER-PERIODO
                   CLOSE PERIODOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR PERIODOS-CERRADOS"
                   DISPLAY "FILE STATUS ERROR" FS-PERIODOS
                   MOVE "PERIODOS-CERRADOS" TO ABE-ARCHIVO
                   MOVE FS-PERIODOS TO ABE-FILE-STATUS
                   MOVE "8400-CONTROLAR-PERIODO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF PERIODO-CERRADO
               DISPLAY "PERIODO " WS-PER-PERIODO " CERRADO EL "
                       WS-PER-FECHA-CIERRE
               DISPLAY "NO SE REGRABA APAREO-HISTORIA"
                       " DE UN MES CERRADO"
               DISPLAY "PIDA LA REAPERTURA AUTORIZADA"
                       " (CIERRE-ACCION=REABRIR)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       8400-FIN-CONTROLAR-PERIODO.
           EXIT.

       8410-LEER-PERIODO.
           MOVE WS-PER-PERIODO TO PER-PERIODO.
           READ PERIODOS
           EVALUATE FS-PERIODOS
               WHEN "00"
                   MOVE PER-ESTADO TO WS-PER-ESTADO
                   MOVE PER-FECHA-CIERRE TO WS-PER-FECHA-CIERRE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA PERIODOS-CERRADOS"
                   DISPLAY "FILE STATUS ERROR" FS-PERIODOS
                   MOVE "PERIODOS-CERRADOS" TO ABE-ARCHIVO
                   MOVE FS-PERIODOS TO ABE-FILE-STATUS
                   MOVE "8410-LEER-PERIODO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8410-FIN-LEER-PERIODO.
           EXIT.

      * Verificacion de entregas: antes de abrir sus entradas el paso
      * las cuenta y compara fecha de proceso, cantidad de registros y
      * suma de importes con lo que registro el paso productor en el
      * manifiesto. Cualquier diferencia corta el paso con RC 20 y el
      * motivo en ERRORES en lugar del file status: MF sin entrada del
      * productor, MD grabado para otra fecha, MC cantidad distinta,
      * MH suma de importes distinta.
       8500-VERIFICAR-ENTREGAS.
           PERFORM 8590-FECHA-ENTREGA.
           OPEN INPUT MANIFIESTO.
           EVALUATE FS-MANIFIESTO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "MANIFIESTO-ENTREGAS" TO WS-MAN-ARCHIVO
                   MOVE "MF" TO WS-MAN-MOTIVO
                   PERFORM 8530-RECHAZAR-ENTREGA
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR MANIFIESTO-ENTREGAS"
                   DISPLAY "FILE STATUS ERROR " FS-MANIFIESTO
                   MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
                   MOVE FS-MANIFIESTO TO ABE-FILE-STATUS
                   MOVE "8500-VERIFICAR-ENTREGAS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE "APAREO" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8700-CONTAR-APAREO.
           PERFORM 8520-COMPARAR-ENTREGA.
           CLOSE MANIFIESTO.
       8500-FIN-VERIFICAR-ENTREGAS.
           EXIT.
       8510-LEER-MANIFIESTO.
           MOVE WS-MAN-ARCHIVO TO MAN-ARCHIVO.
           READ MANIFIESTO
           EVALUATE FS-MANIFIESTO
               WHEN "00"
                   IF MAN-FECHA NOT EQUAL WS-MAN-FECHA
                       MOVE "MD" TO WS-MAN-MOTIVO
                       PERFORM 8530-RECHAZAR-ENTREGA
                   END-IF
               WHEN "23"
                   MOVE "MF" TO WS-MAN-MOTIVO
                   PERFORM 8530-RECHAZAR-ENTREGA
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA MANIFIESTO-ENTREGAS"
                   DISPLAY "FILE STATUS ERROR " FS-MANIFIESTO
                   MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
                   MOVE FS-MANIFIESTO TO ABE-FILE-STATUS
                   MOVE "8510-LEER-MANIFIESTO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8510-FIN-LEER-MANIFIESTO.
           EXIT.
       8520-COMPARAR-ENTREGA.
           IF WS-MAN-REGISTROS NOT EQUAL MAN-REGISTROS
               MOVE "MC" TO WS-MAN-MOTIVO
               PERFORM 8530-RECHAZAR-ENTREGA
           END-IF.
           IF WS-MAN-HASH NOT EQUAL MAN-HASH
               MOVE "MH" TO WS-MAN-MOTIVO
               PERFORM 8530-RECHAZAR-ENTREGA
           END-IF.
       8520-FIN-COMPARAR-ENTREGA.
           EXIT.
       8530-RECHAZAR-ENTREGA.
           DISPLAY "ENTREGA NO VERIFICADA: " WS-MAN-ARCHIVO.
           EVALUATE WS-MAN-MOTIVO
               WHEN "MF"
                   DISPLAY "SIN REGISTRO DEL PASO PRODUCTOR"
               WHEN "MD"
                   DISPLAY "GRABADO PARA " MAN-FECHA
                           " Y SE PROCESA " WS-MAN-FECHA
                   DISPLAY "POR " MAN-PROGRAMA
               WHEN "MC"
                   DISPLAY "REGISTROS " WS-MAN-REGISTROS
                           " Y EL MANIFIESTO DICE " MAN-REGISTROS
                   DISPLAY "POR " MAN-PROGRAMA
               WHEN OTHER
                   DISPLAY "SUMA DE IMPORTES DISTINTA DE LA DE "
                           MAN-PROGRAMA
           END-EVALUATE.
           MOVE WS-MAN-ARCHIVO TO ABE-ARCHIVO.
           MOVE WS-MAN-MOTIVO  TO ABE-FILE-STATUS.
           MOVE "8500-VERIFICAR-ENTREGAS" TO ABE-PARRAFO.
           MOVE 20 TO ABE-RETORNO.
           PERFORM 9900-ABEND.
       8530-FIN-RECHAZAR-ENTREGA.
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
       8700-CONTAR-APAREO.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ARCHIVO-APAREO.
           IF FS-APAREO NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR APAREO"
               DISPLAY "FILE STATUS ERROR " FS-APAREO
               MOVE "APAREO" TO ABE-ARCHIVO
               MOVE FS-APAREO TO ABE-FILE-STATUS
               MOVE "8700-CONTAR-APAREO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8710-LEER-APAREO UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-APAREO.
       8700-FIN-CONTAR-APAREO.
           EXIT.
       8710-LEER-APAREO.
           READ ARCHIVO-APAREO
           EVALUATE FS-APAREO
               WHEN "00"
                   IF TRAILER-ID OF REGISTRO-APAREO-TRAILER
                      EQUAL "*TOTAL*"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-APAREO
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA APAREO"
                   DISPLAY "FILE STATUS ERROR " FS-APAREO
                   MOVE "APAREO" TO ABE-ARCHIVO
                   MOVE FS-APAREO TO ABE-FILE-STATUS
                   MOVE "8710-LEER-APAREO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8710-FIN-LEER-APAREO.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre, 20 entrega
      * que no coincide con el manifiesto).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
