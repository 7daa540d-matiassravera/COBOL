      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteEmbargos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de embargos judiciales (MantenimientoEmbargos); se
      * recorre entero y se listan solo los vigentes.
       SELECT EMBARGOS ASSIGN TO "EMBARGOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EMB-CLAVE
       FILE STATUS IS FS-EMBARGOS.

      * Posicion del dia (PosicionClientes, disponible de
      * ChequesFlotantes): lo efectivamente congelado es lo que el
      * disponible alcanza a cubrir del monto embargado.
       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS POS-CLAVE
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

       SELECT REPORTE ASSIGN TO "EMBARGOS-REPORTE"
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
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  EMBARGOS.

       01  REGISTRO-EMBARGO.
           03  EMB-CLAVE.
               05  EMB-IDN          PIC 9(7).
               05  EMB-MONEDA       PIC X(3).
           03  EMB-OFICIO           PIC X(15).
           03  EMB-MONTO            PIC 9(9)V99.
           03  EMB-FECHA-TRABA      PIC 9(8).
           03  EMB-FECHA-LEVANTAMIENTO PIC 9(8).

       FD  POSICION.

       01  REGISTRO-POSICION.
           03  POS-CLAVE.
               05  POS-IDN      PIC 9(7).
               05  POS-MONEDA   PIC X(3).
           03  POS-APELLIDO     PIC X(10).
           03  POS-NOMBRE       PIC X(10).
           03  POS-SALDOS       PIC S9(9)V99.
           03  POS-DEUDOR       PIC X(01).
           03  POS-FECHA-ULT-MOV PIC 9(8).
           03  POS-CHEQUES-ACUM PIC 9(7).
           03  POS-FECHA-CHEQUES PIC 9(8).
           03  POS-FLOTANTE     PIC 9(9)V99.
           03  POS-SALDO-DISPONIBLE PIC S9(9)V99.

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

       01  FS-EMBARGOS          PIC X(2).
           88 FS-EMBARGOS-OK    VALUE "00".
           88 FS-EMBARGOS-EOF   VALUE "10".
           88 FS-EMBARGOS-NOEX  VALUE "35".

       01  FS-POSICION          PIC X(2).
           88 FS-POSICION-OK    VALUE "00".
           88 FS-POSICION-NOHAY VALUE "23".
           88 FS-POSICION-NOEX  VALUE "35".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-EMBARGOS      PIC X(01) VALUE "N".
           88 SIN-EMBARGOS      VALUE "S".
       01  WS-SIN-POSICION      PIC X(01) VALUE "N".
           88 SIN-POSICION      VALUE "S".

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

       01  CONTADORES.
           03  WS-LEIDOS        PIC 9(7) VALUE ZERO.
           03  WS-VIGENTES      PIC 9(7) VALUE ZERO.
           03  WS-LEVANTADOS    PIC 9(7) VALUE ZERO.
           03  WS-DESCUBIERTOS  PIC 9(7) VALUE ZERO.

      * Disponible de la linea embargada, lo que queda congelado
      * (hasta el monto del embargo, nunca mas que el disponible
      * positivo) y lo que el embargo todavia no alcanza a trabar.
       01  WS-DISPONIBLE        PIC S9(9)V99.
       01  WS-CONGELADO         PIC 9(9)V99.
       01  WS-SIN-CUBRIR        PIC 9(9)V99.

       01  TOTALES-MONEDA.
           03  WS-TOT-CANT-PES      PIC 9(5) VALUE ZERO.
           03  WS-TOT-EMBARGO-PES   PIC 9(11)V99 VALUE ZERO.
           03  WS-TOT-CONGELADO-PES PIC 9(11)V99 VALUE ZERO.
           03  WS-TOT-CANT-DOL      PIC 9(5) VALUE ZERO.
           03  WS-TOT-EMBARGO-DOL   PIC 9(11)V99 VALUE ZERO.
           03  WS-TOT-CONGELADO-DOL PIC 9(11)V99 VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER           PIC X(40)
                       VALUE "EMBARGOS JUDICIALES VIGENTES AL ".
           03  TIT-FECHA        PIC 9(8).
           03  FILLER           PIC X(32) VALUE SPACES.
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(11) VALUE "APELLIDO".
           03  FILLER           PIC X(4)  VALUE "MON".
           03  FILLER           PIC X(16) VALUE "OFICIO".
           03  FILLER           PIC X(15) VALUE "EMBARGADO".
           03  FILLER           PIC X(9)  VALUE "DESDE".
           03  FILLER           PIC X(15) VALUE "CONGELADO".
           03  FILLER           PIC X(21) VALUE "SIN CUBRIR".

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-OFICIO       PIC X(15).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-MONTO        PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-TRABA        PIC 9(8).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-CONGELADO    PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-SIN-CUBRIR   PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(7)  VALUE SPACES.

       01  LINEA-SIN-VIGENTES   PIC X(80)
                       VALUE "SIN EMBARGOS VIGENTES".

       01  LINEA-TOTAL.
           03  TOT-MONEDA       PIC X(3).
           03  FILLER           PIC X(7)  VALUE " CANT: ".
           03  TOT-CANT         PIC ZZZZ9.
           03  FILLER           PIC X(13) VALUE "  EMBARGADO: ".
           03  TOT-EMBARGO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(13) VALUE "  CONGELADO: ".
           03  TOT-CONGELADO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(5)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           IF NOT SIN-EMBARGOS
               PERFORM 2000-LEER-EMBARGO
               PERFORM 3000-PROCESO UNTIL FS-EMBARGOS-EOF
           END-IF.
           PERFORM 6000-GRABAR-TOTALES.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 7000-MOSTRAR-RESUMEN.

           STOP RUN.

       1000-TOMAR-PARAMETROS.
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

       1500-ABERTURA-DE-ARCHIVOS.
      * Sin EMBARGOS (nunca se trabo ninguno) el reporte sale igual,
      * con la leyenda de que no hay vigentes.
           OPEN INPUT EMBARGOS
           EVALUATE FS-EMBARGOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-EMBARGOS
               DISPLAY "EMBARGOS AUSENTE, SIN EMBARGOS VIGENTES"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS"
               DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
               MOVE "EMBARGOS" TO ABE-ARCHIVO
               MOVE FS-EMBARGOS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin POSICION todo embargo vigente figura sin cubrir.
           OPEN INPUT POSICION
           EVALUATE FS-POSICION
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-POSICION
               DISPLAY "POSICION AUSENTE, NADA CONGELADO"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               MOVE WS-FECHA-PROCESO TO TIT-FECHA
               WRITE LINEA-REPORTE FROM LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
               WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "EMBARGOS-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       2000-LEER-EMBARGO.
           READ EMBARGOS NEXT RECORD
           EVALUATE FS-EMBARGOS
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE EMBARGOS"
               DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
               MOVE "EMBARGOS" TO ABE-ARCHIVO
               MOVE FS-EMBARGOS TO ABE-FILE-STATUS
               MOVE "2000-LEER-EMBARGO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-EMBARGO.
           EXIT.

       3000-PROCESO.
           IF EMB-FECHA-LEVANTAMIENTO EQUAL ZERO
               PERFORM 3100-BUSCAR-DISPONIBLE
               PERFORM 3200-CALCULAR-CONGELADO
               PERFORM 3300-GRABAR-DETALLE
               PERFORM 3400-ACUMULAR-MONEDA
           ELSE
               ADD 1 TO WS-LEVANTADOS
           END-IF.
           PERFORM 2000-LEER-EMBARGO.
       3000-FIN-PROCESO.
           EXIT.

       3100-BUSCAR-DISPONIBLE.
           MOVE ZERO   TO WS-DISPONIBLE.
           MOVE SPACES TO POS-APELLIDO.
           IF NOT SIN-POSICION
               MOVE EMB-CLAVE TO POS-CLAVE
               READ POSICION
               EVALUATE FS-POSICION
                   WHEN "00"
                   MOVE POS-SALDO-DISPONIBLE TO WS-DISPONIBLE
                   WHEN "23"
                   MOVE SPACES TO POS-APELLIDO
                   WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "3100-BUSCAR-DISPONIBLE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3100-FIN-BUSCAR-DISPONIBLE.
           EXIT.

      * Un disponible negativo (cuenta en descubierto) no congela
      * nada; uno mayor que el embargo congela solo el monto trabado.
       3200-CALCULAR-CONGELADO.
           EVALUATE TRUE
               WHEN WS-DISPONIBLE NOT GREATER THAN ZERO
                   MOVE ZERO TO WS-CONGELADO
               WHEN WS-DISPONIBLE LESS THAN EMB-MONTO
                   MOVE WS-DISPONIBLE TO WS-CONGELADO
               WHEN OTHER
                   MOVE EMB-MONTO TO WS-CONGELADO
           END-EVALUATE.
           COMPUTE WS-SIN-CUBRIR = EMB-MONTO - WS-CONGELADO.
           IF WS-SIN-CUBRIR GREATER THAN ZERO
               ADD 1 TO WS-DESCUBIERTOS
           END-IF.
       3200-FIN-CALCULAR-CONGELADO.
           EXIT.

       3300-GRABAR-DETALLE.
           MOVE EMB-IDN         TO DET-IDN.
           MOVE POS-APELLIDO    TO DET-APELLIDO.
           MOVE EMB-MONEDA      TO DET-MONEDA.
           MOVE EMB-OFICIO      TO DET-OFICIO.
           MOVE EMB-MONTO       TO DET-MONTO.
           MOVE EMB-FECHA-TRABA TO DET-TRABA.
           MOVE WS-CONGELADO    TO DET-CONGELADO.
           MOVE WS-SIN-CUBRIR   TO DET-SIN-CUBRIR.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           EVALUATE FS-REPORTE
               WHEN "00"
               ADD 1 TO WS-VIGENTES
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR EMBARGOS-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "EMBARGOS-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "3300-GRABAR-DETALLE" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-GRABAR-DETALLE.
           EXIT.

       3400-ACUMULAR-MONEDA.
           IF EMB-MONEDA EQUAL "DOL"
               ADD 1            TO WS-TOT-CANT-DOL
               ADD EMB-MONTO    TO WS-TOT-EMBARGO-DOL
               ADD WS-CONGELADO TO WS-TOT-CONGELADO-DOL
           ELSE
               ADD 1            TO WS-TOT-CANT-PES
               ADD EMB-MONTO    TO WS-TOT-EMBARGO-PES
               ADD WS-CONGELADO TO WS-TOT-CONGELADO-PES
           END-IF.
       3400-FIN-ACUMULAR-MONEDA.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF NOT SIN-EMBARGOS
               CLOSE EMBARGOS
           END-IF.
           IF NOT SIN-POSICION
               CLOSE POSICION
           END-IF.
           CLOSE REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR EN EL CIERRE DE EMBARGOS-REPORTE"
                    MOVE "EMBARGOS-REPORTE" TO ABE-ARCHIVO
                    MOVE FS-REPORTE TO ABE-FILE-STATUS
                    MOVE "4000-CIERRE-DE-ARCHIVOS" TO ABE-PARRAFO
                    MOVE 19 TO ABE-RETORNO
                    PERFORM 9900-ABEND
           END-EVALUATE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       6000-GRABAR-TOTALES.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           IF WS-VIGENTES EQUAL ZERO
               WRITE LINEA-REPORTE FROM LINEA-SIN-VIGENTES
           ELSE
               MOVE "PES"                TO TOT-MONEDA
               MOVE WS-TOT-CANT-PES      TO TOT-CANT
               MOVE WS-TOT-EMBARGO-PES   TO TOT-EMBARGO
               MOVE WS-TOT-CONGELADO-PES TO TOT-CONGELADO
               WRITE LINEA-REPORTE FROM LINEA-TOTAL
               MOVE "DOL"                TO TOT-MONEDA
               MOVE WS-TOT-CANT-DOL      TO TOT-CANT
               MOVE WS-TOT-EMBARGO-DOL   TO TOT-EMBARGO
               MOVE WS-TOT-CONGELADO-DOL TO TOT-CONGELADO
               WRITE LINEA-REPORTE FROM LINEA-TOTAL
           END-IF.
       6000-FIN-GRABAR-TOTALES.
           EXIT.

       7000-MOSTRAR-RESUMEN.
           DISPLAY "EMBARGOS LEIDOS     : " WS-LEIDOS.
           DISPLAY "EMBARGOS VIGENTES   : " WS-VIGENTES.
           DISPLAY "EMBARGOS LEVANTADOS : " WS-LEVANTADOS.
           DISPLAY "VIGENTES SIN CUBRIR : " WS-DESCUBIERTOS.
       7000-FIN-MOSTRAR-RESUMEN.
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
           MOVE "POSICION" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8780-CONTAR-POSICION.
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
       8780-CONTAR-POSICION.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT POSICION.
           IF FS-POSICION NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR POSICION"
               DISPLAY "FILE STATUS ERROR " FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "8780-CONTAR-POSICION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8790-LEER-POSICION UNTIL FIN-ENTREGA.
           CLOSE POSICION.
       8780-FIN-CONTAR-POSICION.
           EXIT.
       8790-LEER-POSICION.
           READ POSICION NEXT RECORD
           EVALUATE FS-POSICION
               WHEN "00"
                   ADD 1 TO WS-MAN-REGISTROS
                   ADD POS-SALDOS TO WS-MAN-HASH
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA POSICION"
                   DISPLAY "FILE STATUS ERROR " FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "8790-LEER-POSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8790-FIN-LEER-POSICION.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre, 20 entrega
      * que no coincide con el manifiesto).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
               OPEN OUTPUT ARCHIVO-ERRORES
           END-IF.
           IF FS-ERRORES-OK
               MOVE "REPORTEEMBARGOS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE EMB-CLAVE       TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ReporteEmbargos.
