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

       01  REGISTRO-NETO.
           03  FILLER          PIC X(15).
           03  IDN             PIC 9(7).
           03  FILLER          PIC X(12).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-NETO-TRAILER.
           03  FILLER          PIC X(15).
           03  TRAILER-KEY-N   PIC 9(7).
           03  FILLER          PIC X(12).
           03  TRAILER-CANT-N  PIC 9(07).
           03  FILLER          PIC X(3).

       01  LINEA-REPORTE        PIC X(80).

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
           03  ERR-PROGRAMA     PIC X(20).
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

       01  FS-ENTRADA           PIC X(2).
           88 FS-ENTRADA-OK     VALUE "00".
           88 FS-ENTRADA-EOF    VALUE "10".
      * Grupo en curso: saldos individuales del mismo IDN, con el
      * mismo tope de 999 saldos por cliente que usa ApareoaN.
       01  VARIABLES-GRUPO.
           03  WS-IDN-GRUPO     PIC 9(7).
           03  WS-CANT-SALDOS   PIC 9(3) VALUE ZERO.
           03  WS-IDX-SALDO     PIC 9(4).
           03  WS-NETO          PIC S9(11)V99.
           03  WS-EN-GRUPO      PIC X(01) VALUE "N".
               88 EN-GRUPO-ACTIVO VALUE "S".
           03  WS-MONEDA-GRUPO  PIC X(3).
       01  TABLA-SALDOS.
           03  SALDO-TABLA      PIC S9(9)V99 OCCURS 999 TIMES.

       01  WS-HAY-TRAILER       PIC X(01) VALUE "N".
           88 TRAILER-LEIDO     VALUE "S".

       01  LINEA-GRUPO.
           03  FILLER           PIC X(4)  VALUE "IDN ".
           03  GRP-IDN          PIC 9(7).
           03  FILLER           PIC X(21)
                       VALUE "  REGISTROS NETADOS: ".
           03  GRP-CANT         PIC ZZ9.
           03  FILLER           PIC X(45) VALUE SPACES.

       01  LINEA-COMPONENTE.
           03  FILLER           PIC X(11) VALUE "   IMPORTE:".
           03  CMP-SALDO        PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(54) VALUE SPACES.

       01  LINEA-NETO.
           03  FILLER           PIC X(11) VALUE "   NETO   :".
           03  NET-SALDO        PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(54) VALUE SPACES.

       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

           PERFORM 3800-GRABAR-TRAILER.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 8600-REGISTRAR-ENTREGAS.

           STOP RUN.

           READ SALDO-ENTRADA NEXT RECORD
           EVALUATE FS-ENTRADA
               WHEN "00"
                   IF TRAILER-KEY-B OF REGISTRO-B-TRAILER EQUAL 9999998
                       MOVE "S"  TO WS-HAY-TRAILER
                       MOVE "10" TO FS-ENTRADA
                   ELSE
           PERFORM 3550-SUMAR-COMPONENTE
               VARYING WS-IDX-SALDO FROM 1 BY 1
               UNTIL WS-IDX-SALDO GREATER THAN WS-CANT-SALDOS.
           IF WS-NETO GREATER THAN 999999999,99
              OR WS-NETO LESS THAN -999999999,99
               DISPLAY "NETO FUERA DE CAPACIDAD PARA IDN "
                       WS-IDN-GRUPO
               MOVE 8 TO RETURN-CODE
       3650-FIN-GRABAR-COMPONENTE.
           EXIT.

      * El trailer clave 9999998 se regraba con la cantidad de registros
      * netados, que es la que Apareo1 va a leer como esperados.
       3800-GRABAR-TRAILER.
           IF TRAILER-LEIDO
               MOVE SPACES     TO REGISTRO-NETO-TRAILER
               MOVE 9999998      TO TRAILER-KEY-N
               MOVE WS-GRABADOS TO TRAILER-CANT-N
               WRITE REGISTRO-NETO-TRAILER
               EVALUATE FS-NETO
       5000-FIN-MOSTRAR-RESUMEN.
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
      * Registro de entregas: con las salidas ya cerradas el paso las
      * vuelve a contar y deja en el manifiesto la fecha de proceso, la
      * cantidad de registros y la suma de importes de cada una, para
      * que los pasos siguientes las verifiquen antes de leerlas.
       8600-REGISTRAR-ENTREGAS.
           PERFORM 8590-FECHA-ENTREGA.
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
           MOVE "SALDO" TO WS-MAN-ARCHIVO.
           PERFORM 8720-CONTAR-SALDO-NETO.
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
           MOVE "CONSOLIDADORSALDO" TO MAN-PROGRAMA.
           ACCEPT WS-MAN-HORA8 FROM TIME.
           DIVIDE WS-MAN-HORA8 BY 100 GIVING MAN-HORA.
       8620-FIN-ARMAR-MANIFIESTO.
           EXIT.
       8720-CONTAR-SALDO-NETO.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT SALDO-NETO.
           IF FS-NETO NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR SALDO-NETO"
               DISPLAY "FILE STATUS ERROR " FS-NETO
               MOVE "SALDO-NETO" TO ABE-ARCHIVO
               MOVE FS-NETO TO ABE-FILE-STATUS
               MOVE "8720-CONTAR-SALDO-NETO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8730-LEER-SALDO-NETO UNTIL FIN-ENTREGA.
           CLOSE SALDO-NETO.
       8720-FIN-CONTAR-SALDO-NETO.
           EXIT.
       8730-LEER-SALDO-NETO.
           READ SALDO-NETO NEXT RECORD
           EVALUATE FS-NETO
               WHEN "00"
                   IF TRAILER-KEY-N EQUAL 9999998
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-NETO
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDO-NETO"
                   DISPLAY "FILE STATUS ERROR " FS-NETO
                   MOVE "SALDO-NETO" TO ABE-ARCHIVO
                   MOVE FS-NETO TO ABE-FILE-STATUS
                   MOVE "8730-LEER-SALDO-NETO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8730-FIN-LEER-SALDO-NETO.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre, 20 entrega
      * que no coincide con el manifiesto).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
