       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CARGOS.

      * Acuerdos en descubierto: la deuda dentro del acuerdo vigente
      * paga la tasa acordada y solo el exceso la punitoria.
       SELECT ACUERDOS ASSIGN TO "ACUERDOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ACU-CLAVE
       FILE STATUS IS FS-ACU.

       SELECT REPORTE ASSIGN TO "INTERES-REPORTE"
       ORGANIZATION SEQUENTIAL
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
       FD  SALDO-DEUDOR.

       01  REGISTRO-G.
           03  IDN              PIC 9(7).
           03  APELLIDO         PIC X(10).
           03  NOMBRE           PIC X(10).
           03  SALDOS           PIC S9(9)V99.
           03  MONEDA           PIC X(3).
       01  REGISTRO-G-TRAILER.
           03  TRAILER-ID-G     PIC X(10).
           03  TRAILER-CANT-G   PIC 9(07).
           03  TRAILER-SALDO-G  PIC S9(12)V99.
           03  TRAILER-MONEDA-G PIC X(3).

       FD  SALDO-CARGOS.

       01  REGISTRO-CARGO.
           03  FILLER           PIC X(15).
           03  CARGO-IDN        PIC 9(7).
           03  FILLER           PIC X(12).
           03  CARGO-SALDOS     PIC S9(9)V99.
           03  CARGO-MONEDA     PIC X(3).

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
           03  ACU-FECHA-ALTA       PIC 9(8).
           03  ACU-OPERADOR         PIC X(8).

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

       01  FS-DEUDOR            PIC X(2).
           88 FS-DEUDOR-OK      VALUE "00".
           88 FS-DEUDOR-EOF     VALUE "10".
       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  FS-ACU               PIC X(2).
           88 FS-ACU-OK         VALUE "00".

      * Sin maestro ACUERDOS (status 35) toda la deuda paga punitoria,
      * igual que antes de que existieran los acuerdos.
       01  WS-HAY-ACUERDOS      PIC X(01) VALUE "N".
           88 HAY-MAESTRO-ACUERDOS VALUE "S".
       01  WS-ACU-FIN           PIC X(01).
           88 FIN-ACUERDOS-CLIENTE VALUE "S".
       01  WS-ACU-MONTO-VIG     PIC 9(9)V99.
       01  WS-ACU-TASA-VIG      PIC 9(2)V99.
       01  WS-DEUDA             PIC 9(9)V99.
       01  WS-DEUDA-ACUERDO     PIC 9(9)V99.
       01  WS-DEUDA-EXCESO      PIC 9(9)V99.
       01  WS-INTERES-ACUERDO   PIC 9(9)V99.
       01  WS-INTERES-PUNITORIO PIC 9(9)V99.

       01  CONTADORES.
           03  WS-LEIDOS           PIC 9(7) VALUE ZERO.
           03  WS-CARGOS-GRABADOS  PIC 9(7) VALUE ZERO.
           03  WS-CON-ACUERDO      PIC 9(7) VALUE ZERO.
           03  WS-LINEAS-PAGINA    PIC 9(2) VALUE ZERO.
           03  WS-NRO-PAGINA       PIC 9(4) VALUE ZERO.

                                 PIC 9(2)V99.
       01  WS-TASA-MENSUAL       PIC 9(2)V99 VALUE 5,00.

       01  WS-INTERES            PIC S9(9)V99.
       01  WS-TASA-LINDA         PIC Z9,99.
       01  WS-TOTAL-INTERES      PIC S9(12)V99 VALUE ZERO.

       01  LINEA-ENCABEZADO-1.
           03  FILLER           PIC X(15) VALUE SPACES.
           03  FILLER           PIC X(31)
                       VALUE "JOURNAL DE INTERESES DEUDORES".
           03  FILLER           PIC X(4)  VALUE SPACES.
           03  FILLER           PIC X(6)  VALUE "PAGINA".
           03  ENC-PAGINA       PIC ZZZ9.
           03  FILLER           PIC X(20) VALUE SPACES.

       01  LINEA-ENCABEZADO-2.
           03  FILLER           PIC X(7)  VALUE "IDN".
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  FILLER           PIC X(10) VALUE "APELLIDO".
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  FILLER           PIC X(17) VALUE "SALDO".
           03  FILLER           PIC X(8)  VALUE "PUNIT %".
           03  FILLER           PIC X(17) VALUE "INTERES".
           03  FILLER           PIC X(17) VALUE "ACUERDO".
           03  FILLER           PIC X(8)  VALUE "ACUER %".
           03  FILLER           PIC X(12) VALUE SPACES.

       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-SALDO        PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-TASA         PIC Z9,99.
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  DET-INTERES      PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-ACUERDO      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  DET-TASA-ACU     PIC Z9,99.
           03  FILLER           PIC X(15) VALUE SPACES.

       01  LINEA-TOTAL.
           03  FILLER           PIC X(20)
                       VALUE "TOTAL DE INTERESES:".
           03  TOT-INTERES      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1500-TOMAR-TASA.
           PERFORM 2000-LEER-DEUDOR.
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT ACUERDOS
           EVALUATE FS-ACU
               WHEN "00"
               MOVE "S" TO WS-HAY-ACUERDOS
               WHEN "35"
               DISPLAY "SIN MAESTRO ACUERDOS, TODO A TASA PUNITORIA"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS"
               DISPLAY "FILE STATUS ERROR" FS-ACU
               MOVE "ACUERDOS" TO ABE-ARCHIVO
               MOVE FS-ACU TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.
       2000-FIN-LEER-DEUDOR.
           EXIT.

      * La deuda se parte en lo que cubre el acuerdo vigente, a la
      * tasa acordada, y el exceso, a la punitoria. El cargo es la
      * suma de las dos partes.
       3000-PROCESO.
           COMPUTE WS-DEUDA = ZERO - SALDOS OF REGISTRO-G.
           MOVE ZERO TO WS-ACU-MONTO-VIG.
           MOVE ZERO TO WS-ACU-TASA-VIG.
           IF HAY-MAESTRO-ACUERDOS
               PERFORM 3100-BUSCAR-ACUERDO
           END-IF.
           IF WS-DEUDA GREATER THAN WS-ACU-MONTO-VIG
               MOVE WS-ACU-MONTO-VIG TO WS-DEUDA-ACUERDO
               COMPUTE WS-DEUDA-EXCESO = WS-DEUDA - WS-ACU-MONTO-VIG
           ELSE
               MOVE WS-DEUDA TO WS-DEUDA-ACUERDO
               MOVE ZERO     TO WS-DEUDA-EXCESO
           END-IF.
           IF WS-DEUDA-ACUERDO GREATER THAN ZERO
               ADD 1 TO WS-CON-ACUERDO
           END-IF.
           COMPUTE WS-INTERES-ACUERDO ROUNDED
                   = (WS-DEUDA-ACUERDO * WS-ACU-TASA-VIG) / 100.
           COMPUTE WS-INTERES-PUNITORIO ROUNDED
                   = (WS-DEUDA-EXCESO * WS-TASA-MENSUAL) / 100.
           COMPUTE WS-INTERES = ZERO - WS-INTERES-ACUERDO
                                     - WS-INTERES-PUNITORIO.
           PERFORM 3500-GRABAR-CARGO.
           PERFORM 3600-GRABAR-DETALLE.
           ADD WS-INTERES TO WS-TOTAL-INTERES.
       3000-FIN-PROCESO.
           EXIT.

      * Acuerdo vigente: el de la moneda de la deuda con inicio no
      * posterior a la fecha de proceso, vencimiento no anterior y no
      * dado de baja.
       3100-BUSCAR-ACUERDO.
           MOVE "N" TO WS-ACU-FIN.
           MOVE IDN    OF REGISTRO-G TO ACU-IDN.
           MOVE MONEDA OF REGISTRO-G TO ACU-MONEDA.
           MOVE ZERO TO ACU-FECHA-DESDE.
           START ACUERDOS KEY NOT LESS THAN ACU-CLAVE
           EVALUATE FS-ACU
               WHEN "00"
                   PERFORM 3150-LEER-ACUERDO
                      UNTIL FIN-ACUERDOS-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE ACUERDOS"
                   DISPLAY "FILE STATUS ERROR" FS-ACU
                   MOVE "ACUERDOS" TO ABE-ARCHIVO
                   MOVE FS-ACU TO ABE-FILE-STATUS
                   MOVE "3100-BUSCAR-ACUERDO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-BUSCAR-ACUERDO.
           EXIT.

       3150-LEER-ACUERDO.
           READ ACUERDOS NEXT RECORD
           EVALUATE FS-ACU
               WHEN "00"
                   IF ACU-IDN NOT EQUAL IDN OF REGISTRO-G
                      OR ACU-MONEDA NOT EQUAL MONEDA OF REGISTRO-G
                      OR ACU-FECHA-DESDE GREATER THAN WS-MAN-FECHA
                       MOVE "S" TO WS-ACU-FIN
                   ELSE
                       IF ACU-VIGENTE
                          AND ACU-FECHA-HASTA NOT LESS THAN WS-MAN-FECHA
                           MOVE ACU-MONTO TO WS-ACU-MONTO-VIG
                           MOVE ACU-TASA  TO WS-ACU-TASA-VIG
                       END-IF
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-ACU-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE ACUERDOS"
                   DISPLAY "FILE STATUS ERROR" FS-ACU
                   MOVE "ACUERDOS" TO ABE-ARCHIVO
                   MOVE FS-ACU TO ABE-FILE-STATUS
                   MOVE "3150-LEER-ACUERDO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3150-FIN-LEER-ACUERDO.
           EXIT.

       3500-GRABAR-CARGO.
           MOVE SPACES          TO REGISTRO-CARGO.
           MOVE IDN OF REGISTRO-G TO CARGO-IDN.
           MOVE SALDOS   OF REGISTRO-G TO DET-SALDO.
           MOVE WS-TASA-MENSUAL        TO DET-TASA.
           MOVE WS-INTERES             TO DET-INTERES.
           MOVE WS-DEUDA-ACUERDO       TO DET-ACUERDO.
           MOVE WS-ACU-TASA-VIG        TO DET-TASA-ACU.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
           CLOSE SALDO-DEUDOR
           CLOSE SALDO-CARGOS
           CLOSE REPORTE.
           IF HAY-MAESTRO-ACUERDOS
               CLOSE ACUERDOS
           END-IF.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "DEUDORES LEIDOS     : " WS-LEIDOS.
           DISPLAY "CARGOS GRABADOS     : " WS-CARGOS-GRABADOS.
           DISPLAY "DEUDORES CON ACUERDO: " WS-CON-ACUERDO.
       5000-FIN-MOSTRAR-RESUMEN.
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
           MOVE "SALDO-DEUDOR" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8740-CONTAR-DEUDOR.
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
       8740-CONTAR-DEUDOR.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT SALDO-DEUDOR.
           IF FS-DEUDOR NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR SALDO-DEUDOR"
               DISPLAY "FILE STATUS ERROR " FS-DEUDOR
               MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO
               MOVE FS-DEUDOR TO ABE-FILE-STATUS
               MOVE "8740-CONTAR-DEUDOR" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8750-LEER-DEUDOR UNTIL FIN-ENTREGA.
           CLOSE SALDO-DEUDOR.
       8740-FIN-CONTAR-DEUDOR.
           EXIT.
       8750-LEER-DEUDOR.
           READ SALDO-DEUDOR
           EVALUATE FS-DEUDOR
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
                   DISPLAY "FILE STATUS ERROR " FS-DEUDOR
                   MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO
                   MOVE FS-DEUDOR TO ABE-FILE-STATUS
                   MOVE "8750-LEER-DEUDOR" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8750-FIN-LEER-DEUDOR.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre, 20 entrega
      * que no coincide con el manifiesto).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
