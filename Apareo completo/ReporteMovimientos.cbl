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

       FD  REPORTE.

       01  LINEA-REPORTE        PIC X(100).

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

       01  FS-APAREO            PIC X(2).
           88 FS-APAREO-OK      VALUE "00".
           88 FS-APAREO-EOF     VALUE "10".
           03  WS-NRO-PAGINA       PIC 9(4) VALUE ZERO.

       01  WS-MAX-LINEAS-PAGINA  PIC 9(2) VALUE 20.
       01  WS-DIFERENCIA         PIC S9(10)V99.
       01  WS-SIN-ANTERIOR       PIC X(01) VALUE "N".
           88 SIN-CORRIDA-ANTERIOR VALUE "S".

      * Claves de la corrida por comparacion; 9999999 se usa como valor
      * centinela de fin de archivo, igual que MantenimientoClientes.
       01  VARIABLES-COMPARACION.
           03  WS-CLAVE-APAREO    PIC 9(7).
           03  WS-CLAVE-ANTERIOR  PIC 9(7).

       01  WS-ANTERIOR-DATOS.
           03  WS-ANT-APELLIDO    PIC X(10).
           03  WS-ANT-SALDOS      PIC S9(9)V99.
           03  WS-ANT-MONEDA      PIC X(3).
       01  WS-MONEDA-HOY          PIC X(3).
       01  WS-CAMBIOS-MONEDA      PIC 9(7) VALUE ZERO.
           03  FILLER           PIC X(20) VALUE SPACES.

       01  LINEA-ENCABEZADO-2.
           03  FILLER           PIC X(7)  VALUE "IDN".
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  FILLER           PIC X(10) VALUE "APELLIDO".
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  FILLER           PIC X(17) VALUE "SALDO ANT.".
           03  FILLER           PIC X(17) VALUE "SALDO ACT.".
           03  FILLER           PIC X(19) VALUE "DIFERENCIA".
           03  FILLER           PIC X(20) VALUE "MOVIMIENTO".
           03  FILLER           PIC X(6)  VALUE SPACES.

       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-SALDO-ANT    PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-SALDO-ACT    PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DIFERENCIA   PIC Z.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-MOVIMIENTO   PIC X(20).
           03  FILLER           PIC X(6)  VALUE SPACES.

       01  LINEA-TOTALES.
           03  FILLER           PIC X(9)  VALUE "SUBIERON:".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 2000-LEER-APAREO.
           PERFORM 2100-LEER-ANTERIOR.
               WHEN "00"
                   IF TRAILER-ID OF REGISTRO-APAREO-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE 9999999 TO WS-CLAVE-APAREO
                       MOVE "10"  TO FS-APAREO
                   ELSE
                       MOVE IDN OF REGISTRO-APAREO TO WS-CLAVE-APAREO
                   END-IF
               WHEN "10"
                   MOVE 9999999 TO WS-CLAVE-APAREO
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE APAREO"
               DISPLAY "FILE STATUS ERROR" FS-APAREO

       2100-LEER-ANTERIOR.
           IF SIN-CORRIDA-ANTERIOR
               MOVE 9999999 TO WS-CLAVE-ANTERIOR
           ELSE
               PERFORM 2150-LEER-ANTERIOR-ARCHIVO
           END-IF.
               WHEN "00"
                   IF TRAILER-ID OF REGISTRO-ANTERIOR-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE 9999999 TO WS-CLAVE-ANTERIOR
                       MOVE "10"  TO FS-ANTERIOR
                   ELSE
                       MOVE IDN OF REGISTRO-ANTERIOR
                       END-IF
                   END-IF
               WHEN "10"
                   MOVE 9999999 TO WS-CLAVE-ANTERIOR
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE APAREO-ANTERIOR"
               DISPLAY "FILE STATUS ERROR" FS-ANTERIOR
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
