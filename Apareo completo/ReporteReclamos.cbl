      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteReclamos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de reclamos de MantenimientoReclamos: se listan los
      * abiertos con su antiguedad y su vencimiento.
       SELECT RECLAMOS ASSIGN TO "RECLAMOS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS FS-RECLAMOS.

      * Calendario de feriados: la antiguedad se cuenta en dias
      * habiles, igual que el plazo de respuesta del reclamo.
       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Reclamos abiertos antes y despues de ordenar por sucursal y
      * fecha de alta para el listado.
       SELECT DETALLE ASSIGN TO "RECLAMOS-DETALLE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-DETALLE.

       SELECT ORDEN-TRABAJO ASSIGN TO "RECLAMOS-SORTWORK".

       SELECT DETALLE-ORDENADO ASSIGN TO "RECLAMOS-ORDENADO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ORDENADO.

       SELECT REPORTE ASSIGN TO "RECLAMOS-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

      * REC-ORIGEN: C cargo de SALDO-CARGOS, Q cheque, J movimiento
      * del journal; REC-TIPO-MOV es el sentido (D/C) del movimiento
      * reclamado. REC-ESTADO: A abierto, F resuelto a favor del
      * cliente, R rechazado.
       FD  RECLAMOS.

       01  REGISTRO-RECLAMO.
           03  REC-CLAVE.
               05  REC-IDN          PIC 9(7).
               05  REC-NUMERO       PIC 9(6).
           03  REC-ORIGEN           PIC X(01).
           03  REC-REFERENCIA       PIC X(20).
           03  REC-TIPO-MOV         PIC X(01).
           03  REC-MONEDA           PIC X(3).
           03  REC-MONTO            PIC 9(9)V99.
           03  REC-SUCURSAL         PIC 9(2).
           03  REC-FECHA-ALTA       PIC 9(8).
           03  REC-FECHA-VENCE      PIC 9(8).
           03  REC-ESTADO           PIC X(01).
               88 REC-ABIERTO       VALUE 'A'.
           03  REC-FECHA-RESOLUCION PIC 9(8).
           03  REC-OPERADOR         PIC X(8).
           03  REC-DESCRIPCION      PIC X(30).

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

       FD  DETALLE.

       01  REGISTRO-DETALLE.
           03  RDT-SUCURSAL     PIC 9(2).
           03  RDT-FECHA-ALTA   PIC 9(8).
           03  RDT-IDN          PIC 9(7).
           03  RDT-NUMERO       PIC 9(6).
           03  RDT-ORIGEN       PIC X(01).
           03  RDT-REFERENCIA   PIC X(20).
           03  RDT-MONEDA       PIC X(3).
           03  RDT-MONTO        PIC 9(9)V99.
           03  RDT-FECHA-VENCE  PIC 9(8).
           03  RDT-DIAS-HABILES PIC 9(5).
           03  RDT-OBSERVACION  PIC X(7).

       SD  ORDEN-TRABAJO.

       01  SD-REGISTRO.
           03  SD-SUCURSAL      PIC 9(2).
           03  SD-FECHA-ALTA    PIC 9(8).
           03  SD-IDN           PIC 9(7).
           03  SD-NUMERO        PIC 9(6).
           03  FILLER           PIC X(55).

       FD  DETALLE-ORDENADO.

       01  REGISTRO-ORDENADO.
           03  ORD-SUCURSAL     PIC 9(2).
           03  ORD-FECHA-ALTA   PIC 9(8).
           03  ORD-IDN          PIC 9(7).
           03  ORD-NUMERO       PIC 9(6).
           03  ORD-ORIGEN       PIC X(01).
           03  ORD-REFERENCIA   PIC X(20).
           03  ORD-MONEDA       PIC X(3).
           03  ORD-MONTO        PIC 9(9)V99.
           03  ORD-FECHA-VENCE  PIC 9(8).
           03  ORD-DIAS-HABILES PIC 9(5).
           03  ORD-OBSERVACION  PIC X(7).

       FD  REPORTE.

       01  LINEA-REPORTE        PIC X(100).

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

       01  FS-RECLAMOS          PIC X(2).
           88 FS-RECLAMOS-OK    VALUE "00".
           88 FS-RECLAMOS-EOF   VALUE "10".
           88 FS-RECLAMOS-NOEX  VALUE "35".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-DETALLE           PIC X(2).
           88 FS-DETALLE-OK     VALUE "00".

       01  FS-ORDENADO          PIC X(2).
           88 FS-ORDENADO-OK    VALUE "00".
           88 FS-ORDENADO-EOF   VALUE "10".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-RECLAMOS      PIC X(01) VALUE "N".
           88 SIN-RECLAMOS      VALUE "S".

       01  CONTADORES.
           03  WS-LEIDOS        PIC 9(7) VALUE ZERO.
           03  WS-ABIERTOS      PIC 9(7) VALUE ZERO.
           03  WS-VENCIDOS      PIC 9(7) VALUE ZERO.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * El reporte es semanal: corre el ultimo dia habil de la semana
      * (el proximo habil cae en la semana siguiente).
      * RECLAMOS-FORZAR=S lo emite cualquier otro dia.
       01  WS-FORZAR            PIC X(01).
           88 CORRIDA-FORZADA   VALUE "S".
       01  WS-SEMANA-PROCESO    PIC 9(8).
       01  WS-SEMANA-SIGUIENTE  PIC 9(8).
       01  WS-ENTERO-PROCESO    PIC 9(8).
       01  WS-INTENTOS          PIC 9(3).

       01  TABLA-FERIADOS.
           03  TAB-FER-CANT     PIC 9(3) VALUE ZERO.
           03  TAB-FER-ENTRY OCCURS 200 TIMES.
               05  TAB-FER-FECHA    PIC 9(8).

       01  WS-IDX-FER           PIC 9(3).
       01  WS-ENTERO-DESDE      PIC 9(8).
       01  WS-ENTERO-HASTA      PIC 9(8).
       01  WS-ENTERO-DIA        PIC 9(8).
       01  WS-FECHA-DIA         PIC 9(8).
       01  WS-DIA-SEMANA        PIC 9(1).
       01  WS-ES-HABIL          PIC X(01).
           88 DIA-HABIL         VALUE "S".
       01  WS-DIAS-HABILES      PIC 9(5).

      * Corte por sucursal del listado, con la apertura por
      * antiguedad en dias habiles.
       01  WS-SUC-ANTERIOR      PIC 9(2).
       01  WS-PRIMERA-SUC       PIC X(01) VALUE "S".
           88 ES-PRIMERA-SUC    VALUE "S".
       01  WS-SUC-CONTADORES.
           03  WS-SUC-LINEAS    PIC 9(5).
           03  WS-SUC-VENCIDOS  PIC 9(5).
           03  WS-SUC-HASTA-5   PIC 9(5).
           03  WS-SUC-HASTA-10  PIC 9(5).
           03  WS-SUC-HASTA-30  PIC 9(5).
           03  WS-SUC-MAS-30    PIC 9(5).

       01  LINEA-TITULO.
           03  FILLER           PIC X(35)
                       VALUE "ANTIGUEDAD DE RECLAMOS ABIERTOS AL ".
           03  TIT-FECHA        PIC 9(8).
           03  FILLER           PIC X(37) VALUE SPACES.
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-SUCURSAL.
           03  FILLER           PIC X(10) VALUE "SUCURSAL: ".
           03  SUC-NRO          PIC 9(2).
           03  FILLER           PIC X(68) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(18) VALUE "  RECLAMO".
           03  FILLER           PIC X(2)  VALUE "O".
           03  FILLER           PIC X(12) VALUE "REFERENCIA".
           03  FILLER           PIC X(4)  VALUE "MON".
           03  FILLER           PIC X(16) VALUE "       IMPORTE".
           03  FILLER           PIC X(10) VALUE "ALTA".
           03  FILLER           PIC X(10) VALUE "VENCE".
           03  FILLER           PIC X(7)  VALUE " DIAS".
           03  FILLER           PIC X(21) VALUE "OBSERV.".

       01  LINEA-DETALLE.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(1)  VALUE "-".
           03  DET-NUMERO       PIC 9(6).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-ORIGEN       PIC X(01).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-REFERENCIA   PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-MONTO        PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-ALTA         PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-VENCE        PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DIAS         PIC ZZZZ9.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-OBSERVACION  PIC X(7).
           03  FILLER           PIC X(14) VALUE SPACES.

       01  LINEA-SUBTOTAL.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  FILLER           PIC X(9)  VALUE "ABIERTOS:".
           03  SUB-LINEAS       PIC ZZZZ9.
           03  FILLER           PIC X(11) VALUE " VENCIDOS: ".
           03  SUB-VENCIDOS     PIC ZZZZ9.
           03  FILLER           PIC X(7)  VALUE "  0-5: ".
           03  SUB-HASTA-5      PIC ZZZZ9.
           03  FILLER           PIC X(7)  VALUE " 6-10: ".
           03  SUB-HASTA-10     PIC ZZZZ9.
           03  FILLER           PIC X(8)  VALUE " 11-30: ".
           03  SUB-HASTA-30     PIC ZZZZ9.
           03  FILLER           PIC X(6)  VALUE " +30: ".
           03  SUB-MAS-30       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1200-CONTROLAR-FIN-DE-SEMANA.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           IF NOT SIN-RECLAMOS
               PERFORM 2100-LEER-RECLAMO
               PERFORM 2000-PROCESAR-RECLAMO UNTIL FS-RECLAMOS-EOF
           END-IF.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 5000-ORDENAR-RECLAMOS.
           PERFORM 6000-EMITIR-LISTADO.
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
           ACCEPT WS-FORZAR FROM ENVIRONMENT "RECLAMOS-FORZAR".
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

       1100-CARGAR-FERIADOS.
           OPEN INPUT FERIADOS
           EVALUATE FS-FERIADOS
               WHEN "00"
                   PERFORM 1150-LEER-FERIADO
                      UNTIL FS-FERIADOS-EOF
                   CLOSE FERIADOS
               WHEN "35"
                   DISPLAY "SIN ARCHIVO FERIADOS, SOLO FIN DE SEMANA"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR FERIADOS"
                   DISPLAY "FILE STATUS ERROR" FS-FERIADOS
                   MOVE "FERIADOS" TO ABE-ARCHIVO
                   MOVE FS-FERIADOS TO ABE-FILE-STATUS
                   MOVE "1100-CARGAR-FERIADOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1100-FIN-CARGAR-FERIADOS.
           EXIT.

       1150-LEER-FERIADO.
           READ FERIADOS
           EVALUATE FS-FERIADOS
               WHEN "00"
                   IF TAB-FER-CANT LESS THAN 200
                       ADD 1 TO TAB-FER-CANT
                       MOVE FER-FECHA
                            TO TAB-FER-FECHA (TAB-FER-CANT)
                   ELSE
                       DISPLAY "TABLA DE FERIADOS DESBORDADA"
                       MOVE "10" TO FS-FERIADOS
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE FERIADOS"
               DISPLAY "FILE STATUS ERROR" FS-FERIADOS
               MOVE "FERIADOS" TO ABE-ARCHIVO
               MOVE FS-FERIADOS TO ABE-FILE-STATUS
               MOVE "1150-LEER-FERIADO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1150-FIN-LEER-FERIADO.
           EXIT.

      * Semana de lunes a domingo: como INTEGER-OF-DATE 1 es lunes,
      * (N - 1) / 7 numera la semana. Es el ultimo habil de la semana
      * si el proximo dia habil tiene otro numero de semana.
       1200-CONTROLAR-FIN-DE-SEMANA.
           COMPUTE WS-ENTERO-PROCESO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO).
           COMPUTE WS-SEMANA-PROCESO = (WS-ENTERO-PROCESO - 1) / 7.
           MOVE WS-ENTERO-PROCESO TO WS-ENTERO-DIA.
           MOVE ZERO TO WS-INTENTOS.
           MOVE "N" TO WS-ES-HABIL.
           PERFORM 1270-AVANZAR-UN-DIA
               UNTIL DIA-HABIL OR WS-INTENTOS GREATER THAN 30.
           COMPUTE WS-SEMANA-SIGUIENTE = (WS-ENTERO-DIA - 1) / 7.
           IF WS-SEMANA-SIGUIENTE EQUAL WS-SEMANA-PROCESO
              AND NOT CORRIDA-FORZADA
               DISPLAY "HOY " WS-FECHA-PROCESO " NO ES EL ULTIMO DIA"
                       " HABIL DE LA SEMANA"
               DISPLAY "USE RECLAMOS-FORZAR=S PARA UNA CORRIDA"
                       " AUTORIZADA"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-FIN-CONTROLAR-FIN-DE-SEMANA.
           EXIT.

      * Con el origen del calendario gregoriano de INTEGER-OF-DATE,
      * MOD (N - 1, 7) + 1 da 1 = lunes ... 7 = domingo.
       1250-PROBAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-ENTERO-DIA - 1, 7) + 1.
           IF WS-DIA-SEMANA GREATER THAN 5
               MOVE "N" TO WS-ES-HABIL
           END-IF.
           IF DIA-HABIL
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER (WS-ENTERO-DIA)
               PERFORM 1260-BUSCAR-FERIADO
                   VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER GREATER THAN TAB-FER-CANT
                      OR NOT DIA-HABIL
           END-IF.
       1250-FIN-PROBAR-DIA-HABIL.
           EXIT.

       1260-BUSCAR-FERIADO.
           IF TAB-FER-FECHA (WS-IDX-FER) EQUAL WS-FECHA-DIA
               MOVE "N" TO WS-ES-HABIL
           END-IF.
       1260-FIN-BUSCAR-FERIADO.
           EXIT.

       1270-AVANZAR-UN-DIA.
           ADD 1 TO WS-ENTERO-DIA.
           ADD 1 TO WS-INTENTOS.
           PERFORM 1250-PROBAR-DIA-HABIL.
       1270-FIN-AVANZAR-UN-DIA.
           EXIT.

       1500-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT RECLAMOS
           EVALUATE FS-RECLAMOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-RECLAMOS
               DISPLAY "RECLAMOS AUSENTE, SIN RECLAMOS PARA LISTAR"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS"
               DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
               MOVE "RECLAMOS" TO ABE-ARCHIVO
               MOVE FS-RECLAMOS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT DETALLE
           EVALUATE FS-DETALLE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS-DETALLE"
               DISPLAY "FILE STATUS ERROR" FS-DETALLE
               MOVE "RECLAMOS-DETALLE" TO ABE-ARCHIVO
               MOVE FS-DETALLE TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * Solo los reclamos abiertos: los resueltos y rechazados quedan
      * en el maestro pero ya no cuentan para el plazo.
       2000-PROCESAR-RECLAMO.
           IF REC-ABIERTO
               ADD 1 TO WS-ABIERTOS
               PERFORM 3100-CONTAR-DIAS-HABILES
               PERFORM 3300-GRABAR-DETALLE
           END-IF.
           PERFORM 2100-LEER-RECLAMO.
       2000-FIN-PROCESAR-RECLAMO.
           EXIT.

       2100-LEER-RECLAMO.
           READ RECLAMOS NEXT RECORD
           EVALUATE FS-RECLAMOS
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RECLAMOS"
               DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
               MOVE "RECLAMOS" TO ABE-ARCHIVO
               MOVE FS-RECLAMOS TO ABE-FILE-STATUS
               MOVE "2100-LEER-RECLAMO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2100-FIN-LEER-RECLAMO.
           EXIT.

      * Dias habiles desde el alta hasta la fecha de proceso, sin
      * contar el dia del alta.
       3100-CONTAR-DIAS-HABILES.
           MOVE ZERO TO WS-DIAS-HABILES.
           IF REC-FECHA-ALTA NOT LESS THAN WS-FECHA-PROCESO
               CONTINUE
           ELSE
               COMPUTE WS-ENTERO-DESDE =
                   FUNCTION INTEGER-OF-DATE (REC-FECHA-ALTA)
               MOVE WS-ENTERO-PROCESO TO WS-ENTERO-HASTA
               IF WS-ENTERO-DESDE EQUAL ZERO
                  OR WS-ENTERO-HASTA - WS-ENTERO-DESDE
                     GREATER THAN 3660
                   MOVE 99999 TO WS-DIAS-HABILES
               ELSE
                   COMPUTE WS-ENTERO-DIA = WS-ENTERO-DESDE + 1
                   PERFORM 3150-CONTAR-DIA-HABIL
                      UNTIL WS-ENTERO-DIA GREATER THAN WS-ENTERO-HASTA
               END-IF
           END-IF.
       3100-FIN-CONTAR-DIAS-HABILES.
           EXIT.

       3150-CONTAR-DIA-HABIL.
           PERFORM 1250-PROBAR-DIA-HABIL.
           IF DIA-HABIL
               ADD 1 TO WS-DIAS-HABILES
           END-IF.
           ADD 1 TO WS-ENTERO-DIA.
       3150-FIN-CONTAR-DIA-HABIL.
           EXIT.

      * Fuera de termino: la fecha de proceso ya paso el vencimiento
      * fijado al dar de alta el reclamo.
       3300-GRABAR-DETALLE.
           MOVE REC-SUCURSAL     TO RDT-SUCURSAL.
           MOVE REC-FECHA-ALTA   TO RDT-FECHA-ALTA.
           MOVE REC-IDN          TO RDT-IDN.
           MOVE REC-NUMERO       TO RDT-NUMERO.
           MOVE REC-ORIGEN       TO RDT-ORIGEN.
           MOVE REC-REFERENCIA   TO RDT-REFERENCIA.
           MOVE REC-MONEDA       TO RDT-MONEDA.
           MOVE REC-MONTO        TO RDT-MONTO.
           MOVE REC-FECHA-VENCE  TO RDT-FECHA-VENCE.
           MOVE WS-DIAS-HABILES  TO RDT-DIAS-HABILES.
           IF WS-FECHA-PROCESO GREATER THAN REC-FECHA-VENCE
               MOVE "VENCIDO" TO RDT-OBSERVACION
               ADD 1 TO WS-VENCIDOS
           ELSE
               MOVE SPACES TO RDT-OBSERVACION
           END-IF.
           WRITE REGISTRO-DETALLE.
           EVALUATE FS-DETALLE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RECLAMOS-DETALLE"
                   DISPLAY "FILE STATUS ERROR" FS-DETALLE
                   MOVE "RECLAMOS-DETALLE" TO ABE-ARCHIVO
                   MOVE FS-DETALLE TO ABE-FILE-STATUS
                   MOVE "3300-GRABAR-DETALLE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-GRABAR-DETALLE.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF NOT SIN-RECLAMOS
               CLOSE RECLAMOS
           END-IF
           CLOSE DETALLE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-ORDENAR-RECLAMOS.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SD-SUCURSAL
               ON ASCENDING KEY SD-FECHA-ALTA
               ON ASCENDING KEY SD-IDN
               ON ASCENDING KEY SD-NUMERO
               USING DETALLE
               GIVING DETALLE-ORDENADO.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE RECLAMOS-DETALLE"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "RECLAMOS-DETALLE" TO ABE-ARCHIVO
               MOVE SPACES TO ABE-FILE-STATUS
               MOVE "5000-ORDENAR-RECLAMOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       5000-FIN-ORDENAR-RECLAMOS.
           EXIT.

       6000-EMITIR-LISTADO.
           OPEN INPUT DETALLE-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "RECLAMOS-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "6000-EMITIR-LISTADO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               MOVE WS-FECHA-PROCESO TO TIT-FECHA
               WRITE LINEA-REPORTE FROM LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "RECLAMOS-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "6000-EMITIR-LISTADO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           PERFORM 6100-LEER-ORDENADO
           PERFORM 6200-LISTAR-LINEA UNTIL FS-ORDENADO-EOF
           IF NOT ES-PRIMERA-SUC
               PERFORM 6400-CERRAR-SUCURSAL
           END-IF
           CLOSE DETALLE-ORDENADO
           CLOSE REPORTE.
       6000-FIN-EMITIR-LISTADO.
           EXIT.

       6100-LEER-ORDENADO.
           READ DETALLE-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RECLAMOS-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "RECLAMOS-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "6100-LEER-ORDENADO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       6100-FIN-LEER-ORDENADO.
           EXIT.

       6200-LISTAR-LINEA.
           IF ES-PRIMERA-SUC
              OR ORD-SUCURSAL NOT EQUAL WS-SUC-ANTERIOR
               IF NOT ES-PRIMERA-SUC
                   PERFORM 6400-CERRAR-SUCURSAL
               END-IF
               PERFORM 6300-ABRIR-SUCURSAL
           END-IF.
           MOVE ORD-IDN          TO DET-IDN.
           MOVE ORD-NUMERO       TO DET-NUMERO.
           MOVE ORD-ORIGEN       TO DET-ORIGEN.
           MOVE ORD-REFERENCIA   TO DET-REFERENCIA.
           MOVE ORD-MONEDA       TO DET-MONEDA.
           MOVE ORD-MONTO        TO DET-MONTO.
           MOVE ORD-FECHA-ALTA   TO DET-ALTA.
           MOVE ORD-FECHA-VENCE  TO DET-VENCE.
           MOVE ORD-DIAS-HABILES TO DET-DIAS.
           MOVE ORD-OBSERVACION  TO DET-OBSERVACION.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RECLAMOS-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
           ADD 1 TO WS-SUC-LINEAS.
           IF ORD-OBSERVACION NOT EQUAL SPACES
               ADD 1 TO WS-SUC-VENCIDOS
           END-IF.
           EVALUATE TRUE
               WHEN ORD-DIAS-HABILES NOT GREATER THAN 5
                   ADD 1 TO WS-SUC-HASTA-5
               WHEN ORD-DIAS-HABILES NOT GREATER THAN 10
                   ADD 1 TO WS-SUC-HASTA-10
               WHEN ORD-DIAS-HABILES NOT GREATER THAN 30
                   ADD 1 TO WS-SUC-HASTA-30
               WHEN OTHER
                   ADD 1 TO WS-SUC-MAS-30
           END-EVALUATE.
           PERFORM 6100-LEER-ORDENADO.
       6200-FIN-LISTAR-LINEA.
           EXIT.

       6300-ABRIR-SUCURSAL.
           MOVE "N"          TO WS-PRIMERA-SUC.
           MOVE ORD-SUCURSAL TO WS-SUC-ANTERIOR.
           MOVE ZERO         TO WS-SUC-LINEAS.
           MOVE ZERO         TO WS-SUC-VENCIDOS.
           MOVE ZERO         TO WS-SUC-HASTA-5.
           MOVE ZERO         TO WS-SUC-HASTA-10.
           MOVE ZERO         TO WS-SUC-HASTA-30.
           MOVE ZERO         TO WS-SUC-MAS-30.
           MOVE ORD-SUCURSAL TO SUC-NRO.
           WRITE LINEA-REPORTE FROM LINEA-SUCURSAL.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       6300-FIN-ABRIR-SUCURSAL.
           EXIT.

       6400-CERRAR-SUCURSAL.
           MOVE WS-SUC-LINEAS   TO SUB-LINEAS.
           MOVE WS-SUC-VENCIDOS TO SUB-VENCIDOS.
           MOVE WS-SUC-HASTA-5  TO SUB-HASTA-5.
           MOVE WS-SUC-HASTA-10 TO SUB-HASTA-10.
           MOVE WS-SUC-HASTA-30 TO SUB-HASTA-30.
           MOVE WS-SUC-MAS-30   TO SUB-MAS-30.
           WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
       6400-FIN-CERRAR-SUCURSAL.
           EXIT.

       7000-MOSTRAR-RESUMEN.
           DISPLAY "RECLAMOS LEIDOS           : " WS-LEIDOS.
           DISPLAY "RECLAMOS ABIERTOS         : " WS-ABIERTOS.
           DISPLAY "  FUERA DE TERMINO        : " WS-VENCIDOS.
       7000-FIN-MOSTRAR-RESUMEN.
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
               MOVE "REPORTERECLAMOS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE REC-CLAVE       TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ReporteReclamos.
