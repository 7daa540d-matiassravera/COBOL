      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteAcuerdos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de acuerdos en descubierto de MantenimientoAcuerdos:
      * se listan los vigentes que vencen en los proximos dias para
      * que el oficial de cuenta los renueve.
       SELECT ACUERDOS ASSIGN TO "ACUERDOS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS ACU-CLAVE
       FILE STATUS IS FS-ACU.

      * Maestro de clientes: sucursal y apellido del titular para el
      * corte del listado.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE RANDOM
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

      * Calendario de feriados: el reporte sale el ultimo dia habil
      * de la semana, igual que el de reclamos.
       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Acuerdos a vencer antes y despues de ordenar por sucursal y
      * vencimiento para el listado.
       SELECT DETALLE ASSIGN TO "ACUERDOS-DETALLE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-DETALLE.

       SELECT ORDEN-TRABAJO ASSIGN TO "ACUERDOS-SORTWORK".

       SELECT DETALLE-ORDENADO ASSIGN TO "ACUERDOS-ORDENADO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ORDENADO.

       SELECT REPORTE ASSIGN TO "ACUERDOS-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

      * ACU-TASA es mensual en porciento, como la punitoria.
      * ACU-ESTADO: V vigente, C cancelado.
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

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

       FD  DETALLE.

       01  REGISTRO-DETALLE.
           03  ADT-SUCURSAL     PIC 9(2).
           03  ADT-FECHA-HASTA  PIC 9(8).
           03  ADT-IDN          PIC 9(7).
           03  ADT-MONEDA       PIC X(3).
           03  ADT-APELLIDO     PIC X(10).
           03  ADT-FECHA-DESDE  PIC 9(8).
           03  ADT-MONTO        PIC 9(9)V99.
           03  ADT-TASA         PIC 9(2)V99.
           03  ADT-DIAS         PIC 9(3).

       SD  ORDEN-TRABAJO.

       01  SD-REGISTRO.
           03  SD-SUCURSAL      PIC 9(2).
           03  SD-FECHA-HASTA   PIC 9(8).
           03  SD-IDN           PIC 9(7).
           03  SD-MONEDA        PIC X(3).
           03  FILLER           PIC X(36).

       FD  DETALLE-ORDENADO.

       01  REGISTRO-ORDENADO.
           03  ORD-SUCURSAL     PIC 9(2).
           03  ORD-FECHA-HASTA  PIC 9(8).
           03  ORD-IDN          PIC 9(7).
           03  ORD-MONEDA       PIC X(3).
           03  ORD-APELLIDO     PIC X(10).
           03  ORD-FECHA-DESDE  PIC 9(8).
           03  ORD-MONTO        PIC 9(9)V99.
           03  ORD-TASA         PIC 9(2)V99.
           03  ORD-DIAS         PIC 9(3).

       FD  REPORTE.

       01  LINEA-REPORTE        PIC X(80).

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

       01  FS-ACU               PIC X(2).
           88 FS-ACU-OK         VALUE "00".
           88 FS-ACU-EOF        VALUE "10".
           88 FS-ACU-NOEX       VALUE "35".

       01  FS-IDX               PIC X(2).
           88 FS-IDX-OK         VALUE "00".
           88 FS-IDX-NOHAY      VALUE "23".

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

       01  WS-SIN-ACUERDOS      PIC X(01) VALUE "N".
           88 SIN-ACUERDOS      VALUE "S".

       01  CONTADORES.
           03  WS-LEIDOS        PIC 9(7) VALUE ZERO.
           03  WS-VIGENTES      PIC 9(7) VALUE ZERO.
           03  WS-A-VENCER      PIC 9(7) VALUE ZERO.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * Ventana del listado: vencimientos desde la fecha de proceso
      * hasta WS-DIAS-AVISO dias corridos despues.
       01  WS-DIAS-AVISO        PIC 9(3) VALUE 15.
       01  WS-FECHA-LIMITE      PIC 9(8).
       01  WS-ENTERO-HASTA      PIC 9(8).

      * El reporte es semanal: corre el ultimo dia habil de la semana
      * (el proximo habil cae en la semana siguiente).
      * ACUERDOS-FORZAR=S lo emite cualquier otro dia.
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
       01  WS-ENTERO-DIA        PIC 9(8).
       01  WS-FECHA-DIA         PIC 9(8).
       01  WS-DIA-SEMANA        PIC 9(1).
       01  WS-ES-HABIL          PIC X(01).
           88 DIA-HABIL         VALUE "S".

      * Corte por sucursal del listado.
       01  WS-SUC-ANTERIOR      PIC 9(2).
       01  WS-PRIMERA-SUC       PIC X(01) VALUE "S".
           88 ES-PRIMERA-SUC    VALUE "S".
       01  WS-SUC-LINEAS        PIC 9(5).

       01  LINEA-TITULO.
           03  FILLER           PIC X(34)
                       VALUE "ACUERDOS EN DESCUBIERTO A VENCER: ".
           03  TIT-FECHA        PIC 9(8).
           03  FILLER           PIC X(3)  VALUE " A ".
           03  TIT-LIMITE       PIC 9(8).
           03  FILLER           PIC X(27) VALUE SPACES.
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-SUCURSAL.
           03  FILLER           PIC X(10) VALUE "SUCURSAL: ".
           03  SUC-NRO          PIC 9(2).
           03  FILLER           PIC X(68) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(10) VALUE "  IDN".
           03  FILLER           PIC X(12) VALUE "APELLIDO".
           03  FILLER           PIC X(4)  VALUE "MON".
           03  FILLER           PIC X(16) VALUE "       ACORDADO".
           03  FILLER           PIC X(8)  VALUE " TASA %".
           03  FILLER           PIC X(10) VALUE "DESDE".
           03  FILLER           PIC X(10) VALUE "VENCE".
           03  FILLER           PIC X(10) VALUE " DIAS".

       01  LINEA-DETALLE.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-MONTO        PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  DET-TASA         PIC Z9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DESDE        PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-HASTA        PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DIAS         PIC ZZ9.
           03  FILLER           PIC X(7)  VALUE SPACES.

       01  LINEA-SUBTOTAL.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  FILLER           PIC X(11) VALUE "A RENOVAR: ".
           03  SUB-LINEAS       PIC ZZZZ9.
           03  FILLER           PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1200-CONTROLAR-FIN-DE-SEMANA.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           IF NOT SIN-ACUERDOS
               PERFORM 2100-LEER-ACUERDO
               PERFORM 2000-PROCESAR-ACUERDO UNTIL FS-ACU-EOF
           END-IF.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 5000-ORDENAR-ACUERDOS.
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
           ACCEPT WS-FORZAR FROM ENVIRONMENT "ACUERDOS-FORZAR".
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
               DISPLAY "USE ACUERDOS-FORZAR=S PARA UNA CORRIDA"
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
           COMPUTE WS-ENTERO-HASTA = WS-ENTERO-PROCESO + WS-DIAS-AVISO.
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-HASTA).

           OPEN INPUT ACUERDOS
           EVALUATE FS-ACU
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-ACUERDOS
               DISPLAY "ACUERDOS AUSENTE, SIN ACUERDOS PARA LISTAR"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS"
               DISPLAY "FILE STATUS ERROR" FS-ACU
               MOVE "ACUERDOS" TO ABE-ARCHIVO
               MOVE FS-ACU TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           IF NOT SIN-ACUERDOS
               OPEN INPUT CLIENTES-IDX
               EVALUATE FS-IDX
                   WHEN "00"
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
           END-IF

           OPEN OUTPUT DETALLE
           EVALUATE FS-DETALLE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS-DETALLE"
               DISPLAY "FILE STATUS ERROR" FS-DETALLE
               MOVE "ACUERDOS-DETALLE" TO ABE-ARCHIVO
               MOVE FS-DETALLE TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * Solo los vigentes que vencen dentro de la ventana: los ya
      * vencidos no se renuevan (se carga un acuerdo nuevo) y los
      * cancelados quedan en el maestro para la auditoria.
       2000-PROCESAR-ACUERDO.
           IF ACU-VIGENTE
               ADD 1 TO WS-VIGENTES
               IF ACU-FECHA-HASTA NOT LESS THAN WS-FECHA-PROCESO
                  AND ACU-FECHA-HASTA NOT GREATER THAN WS-FECHA-LIMITE
                   ADD 1 TO WS-A-VENCER
                   PERFORM 3300-GRABAR-DETALLE
               END-IF
           END-IF.
           PERFORM 2100-LEER-ACUERDO.
       2000-FIN-PROCESAR-ACUERDO.
           EXIT.

       2100-LEER-ACUERDO.
           READ ACUERDOS NEXT RECORD
           EVALUATE FS-ACU
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ACUERDOS"
               DISPLAY "FILE STATUS ERROR" FS-ACU
               MOVE "ACUERDOS" TO ABE-ARCHIVO
               MOVE FS-ACU TO ABE-FILE-STATUS
               MOVE "2100-LEER-ACUERDO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2100-FIN-LEER-ACUERDO.
           EXIT.

      * La sucursal y el apellido salen del maestro de clientes; un
      * IDN que ya no esta se lista en la sucursal cero.
       3300-GRABAR-DETALLE.
           MOVE ACU-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   MOVE CIDX-SUCURSAL TO ADT-SUCURSAL
                   MOVE CIDX-APELLIDO TO ADT-APELLIDO
               WHEN "23"
                   MOVE ZERO   TO ADT-SUCURSAL
                   MOVE SPACES TO ADT-APELLIDO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "3300-GRABAR-DETALLE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE ACU-FECHA-HASTA  TO ADT-FECHA-HASTA.
           MOVE ACU-IDN          TO ADT-IDN.
           MOVE ACU-MONEDA       TO ADT-MONEDA.
           MOVE ACU-FECHA-DESDE  TO ADT-FECHA-DESDE.
           MOVE ACU-MONTO        TO ADT-MONTO.
           MOVE ACU-TASA         TO ADT-TASA.
           COMPUTE ADT-DIAS =
               FUNCTION INTEGER-OF-DATE (ACU-FECHA-HASTA)
               - WS-ENTERO-PROCESO.
           WRITE REGISTRO-DETALLE.
           EVALUATE FS-DETALLE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ACUERDOS-DETALLE"
                   DISPLAY "FILE STATUS ERROR" FS-DETALLE
                   MOVE "ACUERDOS-DETALLE" TO ABE-ARCHIVO
                   MOVE FS-DETALLE TO ABE-FILE-STATUS
                   MOVE "3300-GRABAR-DETALLE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-GRABAR-DETALLE.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF NOT SIN-ACUERDOS
               CLOSE ACUERDOS
               CLOSE CLIENTES-IDX
           END-IF
           CLOSE DETALLE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-ORDENAR-ACUERDOS.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SD-SUCURSAL
               ON ASCENDING KEY SD-FECHA-HASTA
               ON ASCENDING KEY SD-IDN
               ON ASCENDING KEY SD-MONEDA
               USING DETALLE
               GIVING DETALLE-ORDENADO.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE ACUERDOS-DETALLE"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "ACUERDOS-DETALLE" TO ABE-ARCHIVO
               MOVE SPACES TO ABE-FILE-STATUS
               MOVE "5000-ORDENAR-ACUERDOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       5000-FIN-ORDENAR-ACUERDOS.
           EXIT.

       6000-EMITIR-LISTADO.
           OPEN INPUT DETALLE-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "ACUERDOS-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "6000-EMITIR-LISTADO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               MOVE WS-FECHA-PROCESO TO TIT-FECHA
               MOVE WS-FECHA-LIMITE  TO TIT-LIMITE
               WRITE LINEA-REPORTE FROM LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "ACUERDOS-REPORTE" TO ABE-ARCHIVO
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
               DISPLAY "ERROR EN LECTURA DE ACUERDOS-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "ACUERDOS-ORDENADO" TO ABE-ARCHIVO
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
           MOVE ORD-APELLIDO     TO DET-APELLIDO.
           MOVE ORD-MONEDA       TO DET-MONEDA.
           MOVE ORD-MONTO        TO DET-MONTO.
           MOVE ORD-TASA         TO DET-TASA.
           MOVE ORD-FECHA-DESDE  TO DET-DESDE.
           MOVE ORD-FECHA-HASTA  TO DET-HASTA.
           MOVE ORD-DIAS         TO DET-DIAS.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ACUERDOS-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
           ADD 1 TO WS-SUC-LINEAS.
           PERFORM 6100-LEER-ORDENADO.
       6200-FIN-LISTAR-LINEA.
           EXIT.

       6300-ABRIR-SUCURSAL.
           MOVE "N"          TO WS-PRIMERA-SUC.
           MOVE ORD-SUCURSAL TO WS-SUC-ANTERIOR.
           MOVE ZERO         TO WS-SUC-LINEAS.
           MOVE ORD-SUCURSAL TO SUC-NRO.
           WRITE LINEA-REPORTE FROM LINEA-SUCURSAL.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       6300-FIN-ABRIR-SUCURSAL.
           EXIT.

       6400-CERRAR-SUCURSAL.
           MOVE WS-SUC-LINEAS   TO SUB-LINEAS.
           WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
       6400-FIN-CERRAR-SUCURSAL.
           EXIT.

       7000-MOSTRAR-RESUMEN.
           DISPLAY "ACUERDOS LEIDOS           : " WS-LEIDOS.
           DISPLAY "ACUERDOS VIGENTES         : " WS-VIGENTES.
           DISPLAY "  A VENCER EN LA VENTANA  : " WS-A-VENCER.
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
               MOVE "REPORTEACUERDOS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE ACU-CLAVE       TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ReporteAcuerdos.
