       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-INTERFAZ.

      * Historia de lo liquidado por fecha de proceso y sucursal,
      * para el informe mensual de gestion por sucursal. La clave
      * incluye la fecha de proceso: una corrida repetida el mismo
      * dia reemplaza sus registros en lugar de duplicarlos.
       SELECT HISTORIA ASSIGN TO "LIQUIDACION-HISTORIA"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS LQH-CLAVE
       FILE STATUS IS FS-HISTORIA.

      * Hoja de liquidacion: una pagina por sucursal.
       SELECT REPORTE ASSIGN TO "LIQUIDACION-REPORTE"
       ORGANIZATION SEQUENTIAL
           03  LIQT-HASH-MONTO     PIC 9(13)V99.
           03  FILLER              PIC X(10).

       FD  HISTORIA.

       01  REGISTRO-LIQ-HISTORIA.
           03  LQH-CLAVE.
               05  LQH-FECHA-PROCESO PIC 9(8).
               05  LQH-SUCURSAL      PIC 9(2).
               05  LQH-FECHA         PIC 9(8).
           03  LQH-CANT-CHEQUES    PIC 9(7).
           03  LQH-MONTO           PIC 9(13)V99.

       FD  REPORTE.

       01  LINEA-REPORTE           PIC X(80).
       01  FS-INTERFAZ         PIC X(2).
           88 FS-INTERFAZ-OK   VALUE "00".

       01  FS-HISTORIA         PIC X(2).
           88 FS-HISTORIA-OK   VALUE "00".
           88 FS-HISTORIA-DUP  VALUE "22".

       01  FS-REPORTE          PIC X(2).
           88 FS-REPORTE-OK    VALUE "00".

               PERFORM 9900-ABEND
           END-EVALUATE

      * La historia se crea vacia la primera vez (file status 35).
           OPEN I-O HISTORIA
           EVALUATE FS-HISTORIA
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT HISTORIA
               CLOSE HISTORIA
               OPEN I-O HISTORIA
               IF NOT FS-HISTORIA-OK
                   DISPLAY "ERROR AL CREAR LIQUIDACION-HISTORIA"
                   DISPLAY "FILE STATUS ERROR" FS-HISTORIA
                   MOVE "LIQUIDACION-HISTORIA" TO ABE-ARCHIVO
                   MOVE FS-HISTORIA TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR LIQUIDACION-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-HISTORIA
               MOVE "LIQUIDACION-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-HISTORIA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 8200-GRABAR-HISTORIA.
       8100-FIN-GRABAR-DETALLE-INTERFAZ.
           EXIT.

      * Si el par ya estaba grabado para esta fecha de proceso es una
      * corrida repetida: se reemplaza con lo liquidado ahora.
       8200-GRABAR-HISTORIA.
           MOVE WS-FECHA-PROCESO  TO LQH-FECHA-PROCESO.
           MOVE INTD-SUCURSAL     TO LQH-SUCURSAL.
           MOVE INTD-FECHA        TO LQH-FECHA.
           MOVE INTD-CANT-CHEQUES TO LQH-CANT-CHEQUES.
           MOVE INTD-MONTO        TO LQH-MONTO.
           WRITE REGISTRO-LIQ-HISTORIA.
           IF FS-HISTORIA-DUP
               REWRITE REGISTRO-LIQ-HISTORIA
           END-IF.
           EVALUATE FS-HISTORIA
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR LIQUIDACION-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-HISTORIA
               MOVE "LIQUIDACION-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-HISTORIA TO ABE-FILE-STATUS
               MOVE "8200-GRABAR-HISTORIA" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       8200-FIN-GRABAR-HISTORIA.
           EXIT.

       8300-GRABAR-TRAILER.
           MOVE SPACES TO REGISTRO-LIQ-TRAILER.
           ADD 1 TO WS-LIQ-SECUENCIA.
       4000-CIERRE-DE-ARCHIVOS.
           CLOSE INTERFAZ-CAM
           CLOSE INTERFAZ
           CLOSE HISTORIA
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.
