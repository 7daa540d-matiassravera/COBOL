       FILE-CONTROL.
      * Copia del maestro ANTES del ciclo incremental; operaciones la
      * toma (SALDO a SALDO-ANTERIOR) antes de correr ValidadorSaldo
      * en modo incremental. El journal acumula ciclos hasta que lo
      * toman sus consumidores: se prueba solo el ultimo ciclo, que es
      * el que parte de esta copia.
       SELECT MAESTRO-AYER ASSIGN TO "SALDO-ANTERIOR"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS MAY-IDN WITH DUPLICATES
       FILE STATUS IS FS-AYER.

       SELECT MAESTRO-HOY ASSIGN TO "SALDO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS MHO-IDN WITH DUPLICATES
       FILE STATUS IS FS-HOY.

      * Las lineas de un IDN quedan en el maestro en orden de alta y
      * no de moneda: los dos maestros se ordenan por IDN y moneda
      * para cruzarlos con el journal linea por linea.
       SELECT ORDEN-SALDO ASSIGN TO "PRUEBA-SALDO-SORTWORK".

       SELECT SALDO-AYER ASSIGN TO "PRUEBA-AYER-ORDENADO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AYER.

       SELECT SALDO-HOY ASSIGN TO "PRUEBA-HOY-ORDENADO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-HOY.

       SELECT JOURNAL ASSIGN TO "SALDO-JOURNAL"
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-JOURNAL.

      * El journal viene en orden de aplicacion, no de IDN y moneda:
      * se ordena antes de la recorrida cruzada.
       SELECT ORDEN-TRABAJO ASSIGN TO "PRUEBA-SORTWORK".

       SELECT JOURNAL-ORDENADO ASSIGN TO "SALDO-JOURNAL-ORDENADO"
       DATA DIVISION.
       FILE SECTION.

       FD  MAESTRO-AYER.
       01  REGISTRO-MAESTRO-AYER.
           03  FILLER          PIC X(15).
           03  MAY-IDN         PIC 9(7).
           03  FILLER          PIC X(26).

       FD  MAESTRO-HOY.
       01  REGISTRO-MAESTRO-HOY.
           03  FILLER          PIC X(15).
           03  MHO-IDN         PIC 9(7).
           03  FILLER          PIC X(26).

       SD  ORDEN-SALDO.
       01  SDS-REGISTRO.
           03  FILLER          PIC X(15).
           03  SDS-IDN         PIC 9(7).
           03  FILLER          PIC X(23).
           03  SDS-MONEDA      PIC X(3).

       FD  SALDO-AYER.
       01  REGISTRO-AYER.
           03  FILLER          PIC X(15).
           03  IDN             PIC 9(7).
           03  FILLER          PIC X(12).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).

       FD  SALDO-HOY.
       01  REGISTRO-HOY.
           03  FILLER          PIC X(15).
           03  IDN             PIC 9(7).
           03  FILLER          PIC X(12).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).

       FD  JOURNAL.
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

       SD  ORDEN-TRABAJO.
       01  SD-REGISTRO.
           03  SD-IDN          PIC 9(7).
           03  FILLER          PIC X(37).
           03  SD-MONEDA       PIC X(3).
           03  FILLER          PIC X(15).

       FD  JOURNAL-ORDENADO.
       01  REGISTRO-ORDENADO.
           03  ORD-IDN         PIC 9(7).
           03  ORD-SALDO-ANTES PIC S9(9)V99.
           03  ORD-TIPO        PIC X(01).
           03  ORD-MONTO       PIC 9(9)V99.
           03  ORD-SALDO-DESPUES PIC S9(9)V99.
           03  ORD-ACCION      PIC X(01).
           03  ORD-FUENTE      PIC X(2).
           03  ORD-MONEDA      PIC X(3).
           03  ORD-CICLO       PIC 9(7).
           03  ORD-FECHA       PIC 9(8).

       FD  DIFERENCIAS.
       01  REGISTRO-DIFERENCIA.
           03  DIF-IDN         PIC 9(7).
           03  DIF-TIPO        PIC X(20).
           03  DIF-ESPERADO    PIC S9(9)V99.
           03  DIF-HALLADO     PIC S9(9)V99.
           03  DIF-MONEDA      PIC X(3).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(80).
           88 FS-HOY-EOF       VALUE "10".
       01  FS-JOURNAL          PIC X(2).
           88 FS-JOURNAL-OK    VALUE "00".
           88 FS-JOURNAL-EOF   VALUE "10".
      * Ultimo ciclo grabado en el journal, el unico que se prueba.
       01  WS-ULTIMO-CICLO     PIC 9(7) VALUE ZERO.
       01  FS-ORDENADO         PIC X(2).
           88 FS-ORDENADO-OK   VALUE "00".
           88 FS-ORDENADO-EOF  VALUE "10".
           03  WS-IDN-PROBADOS PIC 9(7) VALUE ZERO.
           03  WS-DIFERENCIAS  PIC 9(5) VALUE ZERO.

      * Claves de la recorrida cruzada, IDN y moneda; 99999999 es el
      * centinela de fin para no chocar con el trailer 9999998 del
      * maestro.
       01  CLAVES-CRUCE.
           03  WS-CLAVE-AYER.
               05  WS-AYER-IDN     PIC 9(8).
               05  WS-AYER-MONEDA  PIC X(3).
           03  WS-CLAVE-HOY.
               05  WS-HOY-IDN      PIC 9(8).
               05  WS-HOY-MONEDA   PIC X(3).
           03  WS-CLAVE-JRN.
               05  WS-JRN-IDN      PIC 9(8).
               05  WS-JRN-MONEDA   PIC X(3).
       01  WS-CLAVE-MIN.
           03  WS-MIN-IDN          PIC 9(8).
           03  WS-MIN-MONEDA       PIC X(3).

       01  WS-SALDO-AYER       PIC S9(9)V99.
       01  WS-SALDO-HOY        PIC S9(9)V99.
       01  WS-HAY-AYER         PIC X(01).
       01  WS-HAY-HOY          PIC X(01).
       01  WS-HAY-JRN          PIC X(01).

      * Resultado del grupo de journal del IDN y moneda en curso.
       01  GRUPO-JOURNAL.
           03  WS-JRN-CLAVE-GRUPO PIC X(11).
           03  WS-JRN-ANTES-INI   PIC S9(9)V99.
           03  WS-JRN-DESPUES-FIN PIC S9(9)V99.
           03  WS-JRN-ACCION-FIN  PIC X(01).
           03  WS-JRN-CADENA-OK   PIC X(01).
           03  WS-JRN-ANTERIOR    PIC S9(9)V99.
           03  WS-JRN-PRIMERO     PIC X(01).

       01  WS-DESPUES-CALC     PIC S9(10)V99.

      * Banderas del salteo de trailers en la lectura de los
      * maestros, para iterar sin que el parrafo se ejecute a si
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0850-BUSCAR-ULTIMO-CICLO.
           PERFORM 0900-ORDENAR-JOURNAL.
           PERFORM 0950-ORDENAR-MAESTROS.
           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 2100-LEER-AYER.
           PERFORM 2200-LEER-HOY.
           PERFORM 2300-LEER-JOURNAL.
           PERFORM 3000-PROCESO
              UNTIL WS-AYER-IDN EQUAL 99999999
                AND WS-HOY-IDN EQUAL 99999999
                AND WS-JRN-IDN EQUAL 99999999.
           PERFORM 3800-GRABAR-REPORTE.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           IF WS-DIFERENCIAS GREATER THAN ZERO

           STOP RUN.

       0850-BUSCAR-ULTIMO-CICLO.
           OPEN INPUT JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   PERFORM 0860-LEER-CICLO UNTIL FS-JOURNAL-EOF
                   CLOSE JOURNAL
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR SALDO-JOURNAL"
                   DISPLAY "FILE STATUS ERROR" FS-JOURNAL
                   MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
                   MOVE FS-JOURNAL TO ABE-FILE-STATUS
                   MOVE "0850-BUSCAR-ULTIMO-CICLO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           DISPLAY "CICLO INCREMENTAL PROBADO: " WS-ULTIMO-CICLO.
       0850-FIN-BUSCAR-ULTIMO-CICLO.
           EXIT.

       0860-LEER-CICLO.
           READ JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   IF JRN-CICLO GREATER THAN WS-ULTIMO-CICLO
                       MOVE JRN-CICLO TO WS-ULTIMO-CICLO
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-JOURNAL"
               DISPLAY "FILE STATUS ERROR" FS-JOURNAL
               MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
               MOVE FS-JOURNAL TO ABE-FILE-STATUS
               MOVE "0860-LEER-CICLO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       0860-FIN-LEER-CICLO.
           EXIT.

       0900-ORDENAR-JOURNAL.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SD-IDN SD-MONEDA
               WITH DUPLICATES IN ORDER
               USING JOURNAL
               GIVING JOURNAL-ORDENADO.
       0900-FIN-ORDENAR-JOURNAL.
           EXIT.

       0950-ORDENAR-MAESTROS.
           SORT ORDEN-SALDO
               ON ASCENDING KEY SDS-IDN SDS-MONEDA
               USING MAESTRO-AYER
               GIVING SALDO-AYER.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE SALDO-ANTERIOR"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "SALDO-ANTERIOR" TO ABE-ARCHIVO
               MOVE FS-AYER TO ABE-FILE-STATUS
               MOVE "0950-ORDENAR-MAESTROS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           SORT ORDEN-SALDO
               ON ASCENDING KEY SDS-IDN SDS-MONEDA
               USING MAESTRO-HOY
               GIVING SALDO-HOY.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE SALDO"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "SALDO" TO ABE-ARCHIVO
               MOVE FS-HOY TO ABE-FILE-STATUS
               MOVE "0950-ORDENAR-MAESTROS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       0950-FIN-ORDENAR-MAESTROS.
           EXIT.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT SALDO-AYER
           EVALUATE FS-AYER
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR PRUEBA-AYER-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-AYER
               MOVE "PRUEBA-AYER-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-AYER TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR PRUEBA-HOY-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-HOY
               MOVE "PRUEBA-HOY-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-HOY TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * Los trailers 9999998 de ambos maestros se saltean: la prueba
      * es registro a registro sobre los saldos reales.
       2100-LEER-AYER.
           MOVE "N" TO WS-AYER-LISTO.
           READ SALDO-AYER NEXT RECORD
           EVALUATE FS-AYER
               WHEN "00"
                   IF IDN OF REGISTRO-AYER EQUAL 9999998
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-AYER-LEIDOS
                       MOVE IDN OF REGISTRO-AYER TO WS-AYER-IDN
                       MOVE MONEDA OF REGISTRO-AYER TO WS-AYER-MONEDA
                       MOVE "S" TO WS-AYER-LISTO
                   END-IF
               WHEN "10"
                   MOVE 99999999 TO WS-AYER-IDN
                   MOVE SPACES TO WS-AYER-MONEDA
                   MOVE "S" TO WS-AYER-LISTO
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE PRUEBA-AYER-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-AYER
               MOVE "PRUEBA-AYER-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-AYER TO ABE-FILE-STATUS
               MOVE "2150-LEER-AYER-REGISTRO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
           READ SALDO-HOY NEXT RECORD
           EVALUATE FS-HOY
               WHEN "00"
                   IF IDN OF REGISTRO-HOY EQUAL 9999998
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-HOY-LEIDOS
                       MOVE IDN OF REGISTRO-HOY TO WS-HOY-IDN
                       MOVE MONEDA OF REGISTRO-HOY TO WS-HOY-MONEDA
                       MOVE "S" TO WS-HOY-LISTO
                   END-IF
               WHEN "10"
                   MOVE 99999999 TO WS-HOY-IDN
                   MOVE SPACES TO WS-HOY-MONEDA
                   MOVE "S" TO WS-HOY-LISTO
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE PRUEBA-HOY-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-HOY
               MOVE "PRUEBA-HOY-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-HOY TO ABE-FILE-STATUS
               MOVE "2250-LEER-HOY-REGISTRO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
       2250-FIN-LEER-HOY-REGISTRO.
           EXIT.

      * Los ciclos anteriores todavia en el journal se saltean.
       2300-LEER-JOURNAL.
           PERFORM 2350-LEER-JOURNAL-ARCHIVO.
           PERFORM 2350-LEER-JOURNAL-ARCHIVO
               UNTIL FS-ORDENADO-EOF
                  OR ORD-CICLO EQUAL WS-ULTIMO-CICLO.
           EVALUATE FS-ORDENADO
               WHEN "00"
                   ADD 1 TO WS-JRN-LEIDOS
                   MOVE ORD-IDN TO WS-JRN-IDN
                   MOVE ORD-MONEDA TO WS-JRN-MONEDA
               WHEN OTHER
                   MOVE 99999999 TO WS-JRN-IDN
                   MOVE SPACES TO WS-JRN-MONEDA
           END-EVALUATE.
       2300-FIN-LEER-JOURNAL.
           EXIT.

       2350-LEER-JOURNAL-ARCHIVO.
           READ JOURNAL-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-JOURNAL-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "SALDO-JOURNAL-ORDEN" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "2350-LEER-JOURNAL-ARCHIVO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2350-FIN-LEER-JOURNAL-ARCHIVO.
           EXIT.

      * Una linea (IDN y moneda) por vuelta: se toma la menor de las
      * tres patas y se prueba ayer + journal = hoy para esa linea.
       3000-PROCESO.
           MOVE WS-CLAVE-AYER TO WS-CLAVE-MIN.
           IF WS-CLAVE-HOY LESS THAN WS-CLAVE-MIN
       3000-FIN-PROCESO.
           EXIT.

      * Consume los movimientos del IDN en la moneda: valida que cada
      * uno cierre (antes +/- monto = despues) y que la cadena siga
      * (el antes de cada movimiento es el despues del anterior).
       3200-PROCESAR-GRUPO-JOURNAL.
           MOVE WS-CLAVE-MIN TO WS-JRN-CLAVE-GRUPO.
           MOVE "S" TO WS-JRN-CADENA-OK.
           MOVE "S" TO WS-JRN-PRIMERO.
           PERFORM 3250-UN-MOVIMIENTO
              UNTIL WS-CLAVE-JRN NOT EQUAL WS-JRN-CLAVE-GRUPO.
       3200-FIN-PROCESAR-GRUPO-JOURNAL.
           EXIT.

           EXIT.

       3700-GRABAR-DIFERENCIA.
           MOVE WS-MIN-IDN    TO DIF-IDN.
           MOVE WS-MIN-MONEDA TO DIF-MONEDA.
           WRITE REGISTRO-DIFERENCIA.
           EVALUATE FS-DIFERENCIAS
               WHEN "00"
           MOVE "SALDOS DE HOY LEIDOS        :" TO CIF-DESCRIPCION.
           MOVE WS-HOY-LEIDOS TO CIF-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CIFRA.
           MOVE "CICLO INCREMENTAL PROBADO   :" TO CIF-DESCRIPCION.
           MOVE WS-ULTIMO-CICLO TO CIF-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CIFRA.
           MOVE "MOVIMIENTOS DE JOURNAL      :" TO CIF-DESCRIPCION.
           MOVE WS-JRN-LEIDOS TO CIF-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CIFRA.
           MOVE "LINEAS PROBADAS (IDN/MONEDA):" TO CIF-DESCRIPCION.
           MOVE WS-IDN-PROBADOS TO CIF-VALOR.
           WRITE LINEA-REPORTE FROM LINEA-CIFRA.
           MOVE "DIFERENCIAS ENCONTRADAS     :" TO CIF-DESCRIPCION.
