       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

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
       FD  ARCHIVO-B.
       01  REGISTRO-B.
           03  FILLER          PIC X(15).
           03  IDN             PIC 9(7).
           03  FILLER          PIC X(12).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-B-TRAILER.
           03  FILLER          PIC X(15).
           03  TRAILER-KEY-B   PIC 9(7).
           03  FILLER          PIC X(12).
           03  TRAILER-CANT-B  PIC 9(07).
           03  FILLER          PIC X(3).

       FD  ARCHIVO-C.
       01  REGISTRO-C.
           03  IDN             PIC 9(7).
           03  APELLIDO        PIC X(10).
           03  NOMBRE          PIC X(10).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-C-TRAILER.
           03  TRAILER-ID-C    PIC X(10).
           03  TRAILER-CANT-C  PIC 9(07).
           03  TRAILER-SALDO-C PIC S9(12)V99.
           03  TRAILER-MONEDA-C PIC X(3).

       FD  ARCHIVO-D.
       01  REGISTRO-D.
           03  APELLIDO        PIC X(10).
           03  NOMBRE          PIC X(10).
           03  SALDOS          PIC S9(9)V99.
           03  TIPO-REGISTRO   PIC X(01).
           03  MONEDA          PIC X(3).
       01  REGISTRO-D-TRAILER.
           03  TRAILER-ID-D    PIC X(10).
           03  TRAILER-CANT-D  PIC 9(07).
           03  TRAILER-SALDO-D PIC S9(12)V99.
           03  TRAILER-MONEDA-D PIC X(3).

       FD  ARCHIVO-F.
       01  REGISTRO-F.
           03  IDN             PIC 9(7).
           03  SALDOS          PIC S9(9)V99.
           03  TIPO-REGISTRO   PIC X(01).
           03  MONEDA          PIC X(3).
       01  REGISTRO-F-TRAILER.
           03  TRAILER-ID-F    PIC X(10).
           03  TRAILER-CANT-F  PIC 9(07).
           03  TRAILER-SALDO-F PIC S9(12)V99.
           03  TRAILER-MONEDA-F PIC X(3).

       FD  ARCHIVO-G.
       01  REGISTRO-G.
           03  IDN             PIC 9(7).
           03  APELLIDO        PIC X(10).
           03  NOMBRE          PIC X(10).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-G-TRAILER.
           03  TRAILER-ID-G    PIC X(10).
           03  TRAILER-CANT-G  PIC 9(07).
           03  TRAILER-SALDO-G PIC S9(12)V99.
           03  TRAILER-MONEDA-G PIC X(3).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(100).

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
           03  ABE-PARRAFO      PIC X(30).
           03  ABE-RETORNO      PIC 9(2).

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

       01  FS-B PIC X(2).
           88 FS-B-OK    VALUE "00".
           88 FS-B-EOF   VALUE "10".
       01  TABLA-BALANCEO.
           03  BAL-ENTRY OCCURS 2 TIMES.
               05  BAL-CODIGO      PIC X(3).
               05  BAL-LEIDO-B     PIC S9(13)V99.
               05  BAL-LEIDO-C     PIC S9(13)V99.
               05  BAL-LEIDO-F     PIC S9(13)V99.
               05  BAL-LEIDO-G     PIC S9(13)V99.
               05  BAL-TRAILER-C   PIC S9(13)V99.
               05  BAL-TRAILER-F   PIC S9(13)V99.
               05  BAL-TRAILER-G   PIC S9(13)V99.
               05  BAL-HAY-DATOS   PIC X(01).
       01  WS-IDX-MON          PIC 9(1).

       01  TOT-LEIDO-D         PIC S9(13)V99 VALUE ZERO.
       01  TOT-TRAILER-D       PIC S9(12)V99 VALUE ZERO.

       01  WS-SUMA-SALIDAS     PIC S9(13)V99.
       01  WS-HAY-DESBALANCE   PIC X(01) VALUE "N".
           88 HAY-DESBALANCE   VALUE "S".

       01  LINEA-ECUACION.
           03  ECU-MONEDA       PIC X(4).
           03  ECU-DESCRIPCION  PIC X(30).
           03  ECU-IMPORTE-1    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  ECU-IMPORTE-2    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  ECU-VEREDICTO    PIC X(18).

       PROCEDURE DIVISION.
           INITIALIZE TABLA-BALANCEO.
           MOVE "PES" TO BAL-CODIGO (1).
           MOVE "DOL" TO BAL-CODIGO (2).
           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 2100-SUMAR-SALDO.
           PERFORM 2200-SUMAR-APAREO.
           EVALUATE FS-B
               WHEN "00"
                   IF TRAILER-KEY-B OF REGISTRO-B-TRAILER
                      NOT EQUAL 9999998
                       PERFORM 1500-INDICE-MONEDA
                       ADD SALDOS OF REGISTRO-B
                           TO BAL-LEIDO-B (WS-IDX-MON)
       4000-FIN-CIERRE-DE-ARCHIVOS.
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
           MOVE "SALDO" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8720-CONTAR-SALDO.
           PERFORM 8520-COMPARAR-ENTREGA.
           MOVE "APAREO" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8700-CONTAR-APAREO.
           PERFORM 8520-COMPARAR-ENTREGA.
           MOVE "SALDO-DEUDOR" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8740-CONTAR-DEUDOR.
           PERFORM 8520-COMPARAR-ENTREGA.
           MOVE "SALDOSINCLIENTE" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8760-CONTAR-SINCLIENTE.
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
           OPEN INPUT ARCHIVO-C.
           IF FS-C NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR APAREO"
               DISPLAY "FILE STATUS ERROR " FS-C
               MOVE "APAREO" TO ABE-ARCHIVO
               MOVE FS-C TO ABE-FILE-STATUS
               MOVE "8700-CONTAR-APAREO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8710-LEER-APAREO UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-C.
       8700-FIN-CONTAR-APAREO.
           EXIT.
       8710-LEER-APAREO.
           READ ARCHIVO-C
           EVALUATE FS-C
               WHEN "00"
                   IF TRAILER-ID-C EQUAL "*TOTAL*"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-C
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA APAREO"
                   DISPLAY "FILE STATUS ERROR " FS-C
                   MOVE "APAREO" TO ABE-ARCHIVO
                   MOVE FS-C TO ABE-FILE-STATUS
                   MOVE "8710-LEER-APAREO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8710-FIN-LEER-APAREO.
           EXIT.
       8720-CONTAR-SALDO.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ARCHIVO-B.
           IF FS-B NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR SALDO"
               DISPLAY "FILE STATUS ERROR " FS-B
               MOVE "SALDO" TO ABE-ARCHIVO
               MOVE FS-B TO ABE-FILE-STATUS
               MOVE "8720-CONTAR-SALDO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8730-LEER-SALDO UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-B.
       8720-FIN-CONTAR-SALDO.
           EXIT.
       8730-LEER-SALDO.
           READ ARCHIVO-B NEXT RECORD
           EVALUATE FS-B
               WHEN "00"
                   IF TRAILER-KEY-B EQUAL 9999998
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-B
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDO"
                   DISPLAY "FILE STATUS ERROR " FS-B
                   MOVE "SALDO" TO ABE-ARCHIVO
                   MOVE FS-B TO ABE-FILE-STATUS
                   MOVE "8730-LEER-SALDO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8730-FIN-LEER-SALDO.
           EXIT.
       8740-CONTAR-DEUDOR.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ARCHIVO-G.
           IF FS-G NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR SALDO-DEUDOR"
               DISPLAY "FILE STATUS ERROR " FS-G
               MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO
               MOVE FS-G TO ABE-FILE-STATUS
               MOVE "8740-CONTAR-DEUDOR" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8750-LEER-DEUDOR UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-G.
       8740-FIN-CONTAR-DEUDOR.
           EXIT.
       8750-LEER-DEUDOR.
           READ ARCHIVO-G
           EVALUATE FS-G
               WHEN "00"
                   IF TRAILER-ID-G EQUAL "*TOTAL*"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-G
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDO-DEUDOR"
                   DISPLAY "FILE STATUS ERROR " FS-G
                   MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO
                   MOVE FS-G TO ABE-FILE-STATUS
                   MOVE "8750-LEER-DEUDOR" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8750-FIN-LEER-DEUDOR.
           EXIT.
       8760-CONTAR-SINCLIENTE.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ARCHIVO-F.
           IF FS-F NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR SALDOSINCLIENTE"
               DISPLAY "FILE STATUS ERROR " FS-F
               MOVE "SALDOSINCLIENTE" TO ABE-ARCHIVO
               MOVE FS-F TO ABE-FILE-STATUS
               MOVE "8760-CONTAR-SINCLIENTE" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8770-LEER-SINCLIENTE UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-F.
       8760-FIN-CONTAR-SINCLIENTE.
           EXIT.
       8770-LEER-SINCLIENTE.
           READ ARCHIVO-F
           EVALUATE FS-F
               WHEN "00"
                   IF TRAILER-ID-F EQUAL "*TOTAL*"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-F
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDOSINCLIENTE"
                   DISPLAY "FILE STATUS ERROR " FS-F
                   MOVE "SALDOSINCLIENTE" TO ABE-ARCHIVO
                   MOVE FS-F TO ABE-FILE-STATUS
                   MOVE "8770-LEER-SINCLIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8770-FIN-LEER-SINCLIENTE.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre, 20 entrega
      * que no coincide con el manifiesto).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
