      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrevisionDeudores.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Deudores del cierre: base de la prevision de cada cliente.
       SELECT SALDO-DEUDOR ASSIGN TO "SALDO-DEUDOR"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-DEUDOR.

      * Envejecimiento de EscalamientoDeudor para la situacion.
       SELECT AGING ASSIGN TO "DEUDOR-AGING"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS AGE-IDN
       FILE STATUS IS FS-AGING.

      * Stock de previsiones por cliente y moneda: lo constituido al
      * cierre anterior, contra lo que se calcula el ajuste del mes.
       SELECT STOCK ASSIGN TO "PREVISIONES-STOCK"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PRV-CLAVE
       FILE STATUS IS FS-STOCK.

       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Asientos del dia de InterfazContable: se reescriben con los
      * asientos de prevision agregados antes del trailer.
       SELECT ASIENTOS ASSIGN TO "ASIENTOS-CONTABLES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ASIENTOS.

       SELECT ASIENTOS-TRABAJO ASSIGN TO "ASIENTOS-PREV-TRABAJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRABAJO.

      * Detalle por cliente para que auditoria concilie los asientos.
       SELECT REPORTE ASSIGN TO "PREVISION-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

      * Meses cerrados por el cierre mensual (ControlCierreMensual).
       SELECT PERIODOS ASSIGN TO "PERIODOS-CERRADOS"
       ORGANIZATION INDEXED
       ACCESS MODE RANDOM
       RECORD KEY IS PER-PERIODO
       FILE STATUS IS FS-PERIODOS.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

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

       FD  AGING.

       01  REGISTRO-AGING.
           03  AGE-IDN          PIC 9(7).
           03  AGE-APELLIDO     PIC X(10).
           03  AGE-NOMBRE       PIC X(10).
           03  AGE-DIAS         PIC 9(3).
           03  AGE-PEOR-SALDO   PIC S9(9)V99.
           03  AGE-FECHA-INICIO PIC 9(8).
           03  AGE-FECHA-ULTIMA PIC 9(8).
           03  AGE-MONEDA       PIC X(3).
           03  AGE-BLOQUEO      PIC X(01).

      * PRV-IMPORTE es la prevision vigente; PRV-IMPORTE-ANTERIOR la
      * del cierre previo, para que una recorrida del mismo periodo
      * vuelva a calcular contra la misma base.
       FD  STOCK.

       01  REGISTRO-STOCK.
           03  PRV-CLAVE.
               05  PRV-IDN          PIC 9(7).
               05  PRV-MONEDA       PIC X(3).
           03  PRV-APELLIDO         PIC X(10).
           03  PRV-SITUACION        PIC 9(1).
           03  PRV-BASE             PIC 9(9)V99.
           03  PRV-PORCENTAJE       PIC 9(3)V99.
           03  PRV-IMPORTE          PIC 9(9)V99.
           03  PRV-IMPORTE-ANTERIOR PIC 9(9)V99.
           03  PRV-PERIODO          PIC 9(6).
           03  PRV-CORRIDA          PIC X(16).

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

       FD  ASIENTOS.
       01  REGISTRO-ASIENTO.
           03  ASI-SECUENCIA   PIC 9(7).
           03  ASI-TIPO        PIC X(01).
           03  ASI-FECHA       PIC 9(8).
           03  ASI-CUENTA      PIC X(10).
           03  ASI-CONCEPTO    PIC X(15).
           03  ASI-MONEDA      PIC X(3).
           03  ASI-DEBE-HABER  PIC X(01).
           03  ASI-IMPORTE     PIC 9(11)V99.
           03  FILLER          PIC X(3).
       01  REGISTRO-ASIENTO-TRAILER.
           03  ASIT-SECUENCIA  PIC 9(7).
           03  ASIT-TIPO       PIC X(01).
           03  ASIT-CANT-REGISTROS PIC 9(7).
           03  ASIT-HASH-IMPORTE   PIC 9(13)V99.
           03  FILLER          PIC X(31).

       FD  ASIENTOS-TRABAJO.
       01  REGISTRO-TRABAJO     PIC X(61).

       FD  REPORTE.

       01  LINEA-REPORTE        PIC X(100).

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

       01  FS-DEUDOR            PIC X(2).
           88 FS-DEUDOR-OK      VALUE "00".
           88 FS-DEUDOR-EOF     VALUE "10".

       01  FS-AGING             PIC X(2).
           88 FS-AGING-OK       VALUE "00".
           88 FS-AGING-NOHAY    VALUE "23".
           88 FS-AGING-NOEX     VALUE "35".

       01  FS-STOCK             PIC X(2).
           88 FS-STOCK-OK       VALUE "00".
           88 FS-STOCK-EOF      VALUE "10".
           88 FS-STOCK-NOHAY    VALUE "23".
           88 FS-STOCK-NOEX     VALUE "35".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-ASIENTOS          PIC X(2).
           88 FS-ASIENTOS-OK    VALUE "00".
           88 FS-ASIENTOS-EOF   VALUE "10".
           88 FS-ASIENTOS-NOEX  VALUE "35".

       01  FS-TRABAJO           PIC X(2).
           88 FS-TRABAJO-OK     VALUE "00".
           88 FS-TRABAJO-EOF    VALUE "10".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-AGING         PIC X(01) VALUE "N".
           88 SIN-AGING         VALUE "S".
       01  WS-SIN-ASIENTOS      PIC X(01) VALUE "N".
           88 SIN-ASIENTOS      VALUE "S".

       01  CONTADORES.
           03  WS-DEUDORES      PIC 9(7) VALUE ZERO.
           03  WS-CONSTITUIDOS  PIC 9(7) VALUE ZERO.
           03  WS-DESAFECTADOS  PIC 9(7) VALUE ZERO.
           03  WS-SIN-CAMBIO    PIC 9(7) VALUE ZERO.
           03  WS-BAJAS-STOCK   PIC 9(7) VALUE ZERO.
           03  WS-ASI-COPIADOS  PIC 9(7) VALUE ZERO.
           03  WS-ASI-GRABADOS  PIC 9(7) VALUE ZERO.
           03  WS-LINEAS-PAGINA PIC 9(2) VALUE ZERO.
           03  WS-NRO-PAGINA    PIC 9(4) VALUE ZERO.

       01  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).
       01  WS-HORA-CORRIDA      PIC 9(8).

      * Marca de esta corrida en el stock (fecha y hora): lo que no
      * la lleva al final del proceso dejo de ser deudor.
       01  WS-CORRIDA.
           03  WS-CORRIDA-FECHA PIC 9(8).
           03  WS-CORRIDA-HORA  PIC 9(8).

      * PREVISION-FORZAR=S saltea el control de ultimo dia habil.
       01  WS-FORZAR            PIC X(01).
           88 CORRIDA-FORZADA   VALUE "S".

       01  DESGLOSE-FECHA-PROC.
           03  DFP-MES          PIC 9(6).
           03  DFP-DIA          PIC 9(2).

       01  TABLA-FERIADOS.
           03  TAB-FER-CANT     PIC 9(3) VALUE ZERO.
           03  TAB-FER-ENTRY OCCURS 200 TIMES.
               05  TAB-FER-FECHA    PIC 9(8).

       01  WS-IDX-FER           PIC 9(3).
       01  WS-ULTIMO-HABIL      PIC 9(8).
       01  WS-FECHA-CANDIDATA   PIC 9(8).
       01  WS-ENTERO-FECHA      PIC 9(8).
       01  WS-DIA-SEMANA        PIC 9(1).
       01  WS-INTENTOS          PIC 9(3).
       01  WS-ES-HABIL          PIC X(01).
           88 DIA-HABIL         VALUE "S".

       01  WS-MES-SIGUIENTE     PIC 9(6).
       01  DESGLOSE-MES REDEFINES WS-MES-SIGUIENTE.
           03  DM-ANIO          PIC 9(4).
           03  DM-MES           PIC 9(2).
       01  WS-PRIMERO-SIGUIENTE PIC 9(8).

      * Porcentaje de prevision por situacion de deudor, con los
      * mismos tramos de dias de atraso que CentralDeudores.
       01  TABLA-SITUACIONES.
           03  SIT-ENTRY OCCURS 5 TIMES.
               05  SIT-DIAS-HASTA   PIC 9(4).
               05  SIT-PORCENTAJE   PIC 9(3)V99.
       01  WS-IDX-SIT           PIC 9(1).
       01  WS-IDX-MON           PIC 9(1).

       01  WS-DIAS-ATRASO       PIC 9(4).
       01  WS-SITUACION         PIC 9(1).
       01  WS-BASE              PIC 9(9)V99.
       01  WS-PREVISION         PIC 9(9)V99.
       01  WS-ANTERIOR          PIC 9(9)V99.
       01  WS-AJUSTE            PIC S9(9)V99.

      * Totales de ajuste por moneda: constitucion (aumento) y
      * desafectacion (liberacion), cada uno con su par de asientos.
       01  TABLA-AJUSTES.
           03  AJU-ENTRY OCCURS 2 TIMES.
               05  AJU-CONSTITUCION  PIC 9(11)V99.
               05  AJU-DESAFECTACION PIC 9(11)V99.
               05  AJU-STOCK         PIC 9(11)V99.

      * Plan de cuentas de previsiones: el cargo a resultado contra
      * la regularizadora del activo, y el recupero a la inversa.
       01  WS-CTA-CARGO         PIC X(10) VALUE "5400000001".
       01  WS-CTA-PREVISION     PIC X(10) VALUE "1390000001".
       01  WS-CTA-RECUPERO      PIC X(10) VALUE "5400000002".
       01  WS-CON-CONSTITUCION  PIC X(15) VALUE "CONST.PREVISION".
       01  WS-CON-DESAFECTACION PIC X(15) VALUE "DESAF.PREVISION".

       01  TABLA-PARTIDA.
           03  PAR-ENTRY OCCURS 2 TIMES.
               05  PAR-DEBE        PIC S9(13)V99.
               05  PAR-HABER       PIC S9(13)V99.
       01  WS-HAY-DESBALANCE   PIC X(01) VALUE "N".
           88 HAY-DESBALANCE   VALUE "S".

       01  WS-ASI-SECUENCIA    PIC 9(7) VALUE ZERO.
       01  WS-ASI-HASH         PIC 9(13)V99 VALUE ZERO.
       01  WS-ASI-IMPORTE      PIC 9(11)V99.
       01  WS-ASI-CUENTA       PIC X(10).
       01  WS-ASI-CONCEPTO     PIC X(15).
       01  WS-ASI-DEBE-HABER   PIC X(01).

       01  LINEA-EN-BLANCO      PIC X(100) VALUE SPACES.

       01  LINEA-ENCABEZADO-1.
           03  FILLER           PIC X(40)
                       VALUE "PREVISION POR INCOBRABILIDAD - PERIODO ".
           03  ENC-PERIODO      PIC 9(6).
           03  FILLER           PIC X(8)  VALUE SPACES.
           03  FILLER           PIC X(6)  VALUE "PAGINA".
           03  ENC-PAGINA       PIC ZZZ9.
           03  FILLER           PIC X(36) VALUE SPACES.

       01  LINEA-ENCABEZADO-2.
           03  FILLER           PIC X(8)  VALUE "IDN".
           03  FILLER           PIC X(11) VALUE "APELLIDO".
           03  FILLER           PIC X(4)  VALUE "MON".
           03  FILLER           PIC X(4)  VALUE "SIT".
           03  FILLER           PIC X(14) VALUE "DEUDA".
           03  FILLER           PIC X(8)  VALUE "PORC.".
           03  FILLER           PIC X(15) VALUE "PREVISION".
           03  FILLER           PIC X(15) VALUE "ANTERIOR".
           03  FILLER           PIC X(21) VALUE "AJUSTE".

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-SITUACION    PIC 9(1).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-DEUDA        PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-PORCENTAJE   PIC ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-PREVISION    PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-ANTERIOR     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-AJUSTE       PIC ----.---.--9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-OBSERVACION  PIC X(7).

       01  LINEA-TOTAL-TITULO   PIC X(100)
               VALUE "TOTALES POR MONEDA (IMPORTES DE LOS ASIENTOS)".

       01  LINEA-TOTAL.
           03  TOT-MONEDA       PIC X(3).
           03  FILLER           PIC X(16) VALUE "  CONSTITUCION: ".
           03  TOT-CONSTITUCION PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(17) VALUE "  DESAFECTACION: ".
           03  TOT-DESAFECTACION PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(9)  VALUE "  STOCK: ".
           03  TOT-STOCK        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 8400-CONTROLAR-PERIODO.
           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1200-CONTROLAR-ULTIMO-HABIL.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           PERFORM 1600-CARGAR-TABLA-SITUACIONES.
           PERFORM 1800-COPIAR-ASIENTOS-DEL-DIA.
           PERFORM 2000-LEER-DEUDOR.
           PERFORM 3000-PROCESO UNTIL FS-DEUDOR-EOF.
           PERFORM 3600-DESAFECTAR-CANCELADOS.
           PERFORM 3700-GRABAR-ASIENTOS.
           PERFORM 3750-PROBAR-PARTIDA-DOBLE.
           PERFORM 3800-GRABAR-TRAILER.
           PERFORM 3900-GRABAR-TOTALES.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 4500-REEMPLAZAR-ASIENTOS.
           PERFORM 5000-MOSTRAR-RESUMEN.
           IF HAY-DESBALANCE
               DISPLAY "ASIENTOS FUERA DE BALANCE, NO ENTREGAR"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-TOMAR-PARAMETROS.
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-FECHA-PROCESO TO DESGLOSE-FECHA-PROC.
           ACCEPT WS-HORA-CORRIDA FROM TIME.
           MOVE WS-FECHA-PROCESO TO WS-CORRIDA-FECHA.
           MOVE WS-HORA-CORRIDA  TO WS-CORRIDA-HORA.
           ACCEPT WS-FORZAR FROM ENVIRONMENT "PREVISION-FORZAR".
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

      * La prevision se constituye sobre la foto de cierre de mes.
       1200-CONTROLAR-ULTIMO-HABIL.
           MOVE DFP-MES TO WS-MES-SIGUIENTE.
           IF DM-MES EQUAL 12
               ADD 1 TO DM-ANIO
               MOVE 1 TO DM-MES
           ELSE
               ADD 1 TO DM-MES
           END-IF.
           COMPUTE WS-PRIMERO-SIGUIENTE =
               WS-MES-SIGUIENTE * 100 + 1.
           COMPUTE WS-ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE (WS-PRIMERO-SIGUIENTE) - 1.
           COMPUTE WS-FECHA-CANDIDATA =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-FECHA).
           MOVE ZERO TO WS-INTENTOS.
           PERFORM 1250-PROBAR-DIA-HABIL.
           PERFORM 1240-RETROCEDER-UN-DIA
               UNTIL DIA-HABIL OR WS-INTENTOS GREATER THAN 30.
           MOVE WS-FECHA-CANDIDATA TO WS-ULTIMO-HABIL.
           IF WS-FECHA-PROCESO NOT EQUAL WS-ULTIMO-HABIL
              AND NOT CORRIDA-FORZADA
               DISPLAY "HOY " WS-FECHA-PROCESO " NO ES EL ULTIMO DIA"
                       " HABIL DEL MES " DFP-MES
                       " (" WS-ULTIMO-HABIL ")"
               DISPLAY "USE PREVISION-FORZAR=S PARA UNA CORRIDA"
                       " AUTORIZADA"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-FIN-CONTROLAR-ULTIMO-HABIL.
           EXIT.

       1240-RETROCEDER-UN-DIA.
           COMPUTE WS-ENTERO-FECHA = WS-ENTERO-FECHA - 1.
           COMPUTE WS-FECHA-CANDIDATA =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-FECHA).
           ADD 1 TO WS-INTENTOS.
           PERFORM 1250-PROBAR-DIA-HABIL.
       1240-FIN-RETROCEDER-UN-DIA.
           EXIT.

      * Con el origen del calendario gregoriano de INTEGER-OF-DATE,
      * MOD (N - 1, 7) + 1 da 1 = lunes ... 7 = domingo.
       1250-PROBAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-ENTERO-FECHA - 1, 7) + 1.
           IF WS-DIA-SEMANA GREATER THAN 5
               MOVE "N" TO WS-ES-HABIL
           END-IF.
           IF DIA-HABIL
               PERFORM 1260-BUSCAR-FERIADO
                   VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER GREATER THAN TAB-FER-CANT
                      OR NOT DIA-HABIL
           END-IF.
       1250-FIN-PROBAR-DIA-HABIL.
           EXIT.

       1260-BUSCAR-FERIADO.
           IF TAB-FER-FECHA (WS-IDX-FER) EQUAL WS-FECHA-CANDIDATA
               MOVE "N" TO WS-ES-HABIL
           END-IF.
       1260-FIN-BUSCAR-FERIADO.
           EXIT.

       1500-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT SALDO-DEUDOR
           EVALUATE FS-DEUDOR
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-DEUDOR"
               DISPLAY "FILE STATUS ERROR" FS-DEUDOR
               MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO
               MOVE FS-DEUDOR TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT AGING
           EVALUATE FS-AGING
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-AGING
               DISPLAY "SIN DEUDOR-AGING, SITUACION 1 PARA TODOS"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR DEUDOR-AGING"
               DISPLAY "FILE STATUS ERROR" FS-AGING
               MOVE "DEUDOR-AGING" TO ABE-ARCHIVO
               MOVE FS-AGING TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * El stock se crea vacio la primera vez: todo lo calculado es
      * constitucion.
           OPEN I-O STOCK
           IF FS-STOCK-NOEX
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF
           EVALUATE FS-STOCK
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR PREVISIONES-STOCK"
               DISPLAY "FILE STATUS ERROR" FS-STOCK
               MOVE "PREVISIONES-STOCK" TO ABE-ARCHIVO
               MOVE FS-STOCK TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT ASIENTOS
           EVALUATE FS-ASIENTOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-ASIENTOS
               DISPLAY "SIN ASIENTOS-CONTABLES DEL DIA, SE CREA"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ASIENTOS-CONTABLES"
               DISPLAY "FILE STATUS ERROR" FS-ASIENTOS
               MOVE "ASIENTOS-CONTABLES" TO ABE-ARCHIVO
               MOVE FS-ASIENTOS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT ASIENTOS-TRABAJO
           EVALUATE FS-TRABAJO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ASIENTOS-PREV-TRABAJO"
               DISPLAY "FILE STATUS ERROR" FS-TRABAJO
               MOVE "ASIENTOS-PREV-TRABAJO" TO ABE-ARCHIVO
               MOVE FS-TRABAJO TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR PREVISION-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "PREVISION-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       1600-CARGAR-TABLA-SITUACIONES.
           INITIALIZE TABLA-SITUACIONES.
           INITIALIZE TABLA-AJUSTES.
           INITIALIZE TABLA-PARTIDA.
           MOVE 31     TO SIT-DIAS-HASTA (1).
           MOVE 1,00   TO SIT-PORCENTAJE (1).
           MOVE 90     TO SIT-DIAS-HASTA (2).
           MOVE 5,00   TO SIT-PORCENTAJE (2).
           MOVE 180    TO SIT-DIAS-HASTA (3).
           MOVE 25,00  TO SIT-PORCENTAJE (3).
           MOVE 365    TO SIT-DIAS-HASTA (4).
           MOVE 50,00  TO SIT-PORCENTAJE (4).
           MOVE 9999   TO SIT-DIAS-HASTA (5).
           MOVE 100,00 TO SIT-PORCENTAJE (5).
       1600-FIN-CARGAR-TABLA-SITUACIONES.
           EXIT.

      * Se copian los asientos que dejo InterfazContable, sin su
      * trailer y sin asientos de prevision de una corrida anterior
      * del mismo dia, renumerando la secuencia; al final se agrega
      * el trailer con la cantidad y el hash nuevos.
       1800-COPIAR-ASIENTOS-DEL-DIA.
           IF NOT SIN-ASIENTOS
               PERFORM 1850-COPIAR-UN-ASIENTO
                   UNTIL FS-ASIENTOS-EOF
               CLOSE ASIENTOS
           END-IF.
       1800-FIN-COPIAR-ASIENTOS-DEL-DIA.
           EXIT.

       1850-COPIAR-UN-ASIENTO.
           READ ASIENTOS
           EVALUATE FS-ASIENTOS
               WHEN "00"
                   IF ASI-TIPO EQUAL "A"
                      AND ASI-CONCEPTO NOT EQUAL WS-CON-CONSTITUCION
                      AND ASI-CONCEPTO NOT EQUAL WS-CON-DESAFECTACION
                       ADD 1 TO WS-ASI-SECUENCIA
                       MOVE WS-ASI-SECUENCIA TO ASI-SECUENCIA
                       ADD ASI-IMPORTE TO WS-ASI-HASH
                       WRITE REGISTRO-TRABAJO FROM REGISTRO-ASIENTO
                       PERFORM 1860-CONTROLAR-TRABAJO
                       ADD 1 TO WS-ASI-COPIADOS
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ASIENTOS-CONTABLES"
               DISPLAY "FILE STATUS ERROR" FS-ASIENTOS
               MOVE "ASIENTOS-CONTABLES" TO ABE-ARCHIVO
               MOVE FS-ASIENTOS TO ABE-FILE-STATUS
               MOVE "1850-COPIAR-UN-ASIENTO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1850-FIN-COPIAR-UN-ASIENTO.
           EXIT.

       1860-CONTROLAR-TRABAJO.
           EVALUATE FS-TRABAJO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR ASIENTOS-PREV-TRABAJO"
               DISPLAY "FILE STATUS ERROR" FS-TRABAJO
               MOVE "ASIENTOS-PREV-TRABAJO" TO ABE-ARCHIVO
               MOVE FS-TRABAJO TO ABE-FILE-STATUS
               MOVE "1860-CONTROLAR-TRABAJO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       1860-FIN-CONTROLAR-TRABAJO.
           EXIT.

       2000-LEER-DEUDOR.
           READ SALDO-DEUDOR
           EVALUATE FS-DEUDOR
               WHEN "00"
                   IF TRAILER-ID-G OF REGISTRO-G-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE "10" TO FS-DEUDOR
                   ELSE
                       ADD 1 TO WS-DEUDORES
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-DEUDOR"
               DISPLAY "FILE STATUS ERROR" FS-DEUDOR
               MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO
               MOVE FS-DEUDOR TO ABE-FILE-STATUS
               MOVE "2000-LEER-DEUDOR" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-DEUDOR.
           EXIT.

       3000-PROCESO.
           PERFORM 3100-CALCULAR-ATRASO.
           PERFORM 3200-ASIGNAR-SITUACION.
           IF SALDOS OF REGISTRO-G LESS THAN ZERO
               COMPUTE WS-BASE = ZERO - SALDOS OF REGISTRO-G
           ELSE
               MOVE SALDOS OF REGISTRO-G TO WS-BASE
           END-IF.
           COMPUTE WS-PREVISION ROUNDED =
               WS-BASE * SIT-PORCENTAJE (WS-SITUACION) / 100.
           IF MONEDA OF REGISTRO-G EQUAL "DOL"
               MOVE 2 TO WS-IDX-MON
           ELSE
               MOVE 1 TO WS-IDX-MON
           END-IF.
           PERFORM 3300-ACTUALIZAR-STOCK.
           PERFORM 3500-ACUMULAR-AJUSTE.
           PERFORM 3450-GRABAR-LINEA.
           PERFORM 2000-LEER-DEUDOR.
       3000-FIN-PROCESO.
           EXIT.

      * Dias corridos desde que el cliente entro en rojo, igual que
      * en CentralDeudores.
       3100-CALCULAR-ATRASO.
           MOVE 1 TO WS-DIAS-ATRASO.
           IF NOT SIN-AGING
               MOVE IDN OF REGISTRO-G TO AGE-IDN
               READ AGING
               EVALUATE FS-AGING
                   WHEN "00"
                       IF AGE-FECHA-INICIO NUMERIC
                          AND AGE-FECHA-INICIO GREATER THAN ZERO
                          AND AGE-FECHA-INICIO
                              NOT GREATER THAN WS-FECHA-PROCESO
                           COMPUTE WS-DIAS-ATRASO =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-FECHA-PROCESO)
                             - FUNCTION INTEGER-OF-DATE
                                   (AGE-FECHA-INICIO) + 1
                       END-IF
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE DEUDOR-AGING"
                       DISPLAY "FILE STATUS ERROR" FS-AGING
                       MOVE "DEUDOR-AGING" TO ABE-ARCHIVO
                       MOVE FS-AGING TO ABE-FILE-STATUS
                       MOVE "3100-CALCULAR-ATRASO" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3100-FIN-CALCULAR-ATRASO.
           EXIT.

       3200-ASIGNAR-SITUACION.
           MOVE 5 TO WS-SITUACION.
           PERFORM 3250-PROBAR-SITUACION
               VARYING WS-IDX-SIT FROM 5 BY -1
               UNTIL WS-IDX-SIT LESS THAN 1.
       3200-FIN-ASIGNAR-SITUACION.
           EXIT.

       3250-PROBAR-SITUACION.
           IF WS-DIAS-ATRASO NOT GREATER THAN
              SIT-DIAS-HASTA (WS-IDX-SIT)
               MOVE WS-IDX-SIT TO WS-SITUACION
           END-IF.
       3250-FIN-PROBAR-SITUACION.
           EXIT.

      * La base de comparacion es la prevision del cierre anterior:
      * si el registro ya fue tocado en este periodo (recorrida), es
      * la que quedo guardada como anterior.
       3300-ACTUALIZAR-STOCK.
           MOVE IDN    OF REGISTRO-G TO PRV-IDN.
           MOVE MONEDA OF REGISTRO-G TO PRV-MONEDA.
           READ STOCK
           EVALUATE FS-STOCK
               WHEN "00"
                   IF PRV-PERIODO EQUAL DFP-MES
                       MOVE PRV-IMPORTE-ANTERIOR TO WS-ANTERIOR
                   ELSE
                       MOVE PRV-IMPORTE TO WS-ANTERIOR
                   END-IF
                   PERFORM 3350-ARMAR-STOCK
                   REWRITE REGISTRO-STOCK
               WHEN "23"
                   MOVE ZERO TO WS-ANTERIOR
                   PERFORM 3350-ARMAR-STOCK
                   WRITE REGISTRO-STOCK
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE PREVISIONES-STOCK"
                   DISPLAY "FILE STATUS ERROR" FS-STOCK
                   MOVE "PREVISIONES-STOCK" TO ABE-ARCHIVO
                   MOVE FS-STOCK TO ABE-FILE-STATUS
                   MOVE "3300-ACTUALIZAR-STOCK" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           EVALUATE FS-STOCK
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR PREVISIONES-STOCK"
               DISPLAY "FILE STATUS ERROR" FS-STOCK
               MOVE "PREVISIONES-STOCK" TO ABE-ARCHIVO
               MOVE FS-STOCK TO ABE-FILE-STATUS
               MOVE "3300-ACTUALIZAR-STOCK" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           COMPUTE WS-AJUSTE = WS-PREVISION - WS-ANTERIOR.
       3300-FIN-ACTUALIZAR-STOCK.
           EXIT.

       3350-ARMAR-STOCK.
           MOVE APELLIDO OF REGISTRO-G TO PRV-APELLIDO.
           MOVE WS-SITUACION           TO PRV-SITUACION.
           MOVE WS-BASE                TO PRV-BASE.
           MOVE SIT-PORCENTAJE (WS-SITUACION) TO PRV-PORCENTAJE.
           MOVE WS-PREVISION           TO PRV-IMPORTE.
           MOVE WS-ANTERIOR            TO PRV-IMPORTE-ANTERIOR.
           MOVE DFP-MES                TO PRV-PERIODO.
           MOVE WS-CORRIDA             TO PRV-CORRIDA.
       3350-FIN-ARMAR-STOCK.
           EXIT.

       3450-GRABAR-LINEA.
           IF WS-LINEAS-PAGINA EQUAL ZERO
              OR WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 3460-GRABAR-ENCABEZADO
           END-IF.
           MOVE PRV-IDN         TO DET-IDN.
           MOVE PRV-APELLIDO    TO DET-APELLIDO.
           MOVE PRV-MONEDA      TO DET-MONEDA.
           MOVE PRV-SITUACION   TO DET-SITUACION.
           MOVE PRV-BASE        TO DET-DEUDA.
           MOVE PRV-PORCENTAJE  TO DET-PORCENTAJE.
           MOVE WS-PREVISION    TO DET-PREVISION.
           MOVE WS-ANTERIOR     TO DET-ANTERIOR.
           MOVE WS-AJUSTE       TO DET-AJUSTE.
           EVALUATE TRUE
               WHEN WS-AJUSTE GREATER THAN ZERO
                   MOVE "CONSTIT" TO DET-OBSERVACION
               WHEN WS-AJUSTE LESS THAN ZERO
                   MOVE "DESAFEC" TO DET-OBSERVACION
               WHEN OTHER
                   MOVE SPACES TO DET-OBSERVACION
           END-EVALUATE.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   ADD 1 TO WS-LINEAS-PAGINA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR PREVISION-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
       3450-FIN-GRABAR-LINEA.
           EXIT.

       3460-GRABAR-ENCABEZADO.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO ENC-PAGINA.
           MOVE DFP-MES       TO ENC-PERIODO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           MOVE ZERO TO WS-LINEAS-PAGINA.
       3460-FIN-GRABAR-ENCABEZADO.
           EXIT.

       3500-ACUMULAR-AJUSTE.
           ADD WS-PREVISION TO AJU-STOCK (WS-IDX-MON).
           EVALUATE TRUE
               WHEN WS-AJUSTE GREATER THAN ZERO
                   ADD WS-AJUSTE TO AJU-CONSTITUCION (WS-IDX-MON)
                   ADD 1 TO WS-CONSTITUIDOS
               WHEN WS-AJUSTE LESS THAN ZERO
                   COMPUTE AJU-DESAFECTACION (WS-IDX-MON) =
                       AJU-DESAFECTACION (WS-IDX-MON) - WS-AJUSTE
                   ADD 1 TO WS-DESAFECTADOS
               WHEN OTHER
                   ADD 1 TO WS-SIN-CAMBIO
           END-EVALUATE.
       3500-FIN-ACUMULAR-AJUSTE.
           EXIT.

      * Los clientes del stock que no estan en el SALDO-DEUDOR de hoy
      * cancelaron su deuda: se desafecta toda su prevision y quedan
      * en cero; los que ya estaban en cero se dan de baja.
       3600-DESAFECTAR-CANCELADOS.
           MOVE LOW-VALUES TO PRV-CLAVE.
           START STOCK KEY IS NOT LESS THAN PRV-CLAVE
           EVALUATE FS-STOCK
               WHEN "00"
                   PERFORM 3650-LEER-STOCK
                   PERFORM 3660-REVISAR-STOCK UNTIL FS-STOCK-EOF
               WHEN "23"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN START DE PREVISIONES-STOCK"
               DISPLAY "FILE STATUS ERROR" FS-STOCK
               MOVE "PREVISIONES-STOCK" TO ABE-ARCHIVO
               MOVE FS-STOCK TO ABE-FILE-STATUS
               MOVE "3600-DESAFECTAR-CANCELADOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3600-FIN-DESAFECTAR-CANCELADOS.
           EXIT.

       3650-LEER-STOCK.
           READ STOCK NEXT RECORD
           EVALUATE FS-STOCK
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE PREVISIONES-STOCK"
               DISPLAY "FILE STATUS ERROR" FS-STOCK
               MOVE "PREVISIONES-STOCK" TO ABE-ARCHIVO
               MOVE FS-STOCK TO ABE-FILE-STATUS
               MOVE "3650-LEER-STOCK" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3650-FIN-LEER-STOCK.
           EXIT.

       3660-REVISAR-STOCK.
           IF PRV-CORRIDA NOT EQUAL WS-CORRIDA
               IF PRV-PERIODO EQUAL DFP-MES
                   MOVE PRV-IMPORTE-ANTERIOR TO WS-ANTERIOR
               ELSE
                   MOVE PRV-IMPORTE TO WS-ANTERIOR
               END-IF
               IF WS-ANTERIOR EQUAL ZERO
                   DELETE STOCK RECORD
                   ADD 1 TO WS-BAJAS-STOCK
               ELSE
                   PERFORM 3670-DESAFECTAR-UNO
               END-IF
               EVALUATE FS-STOCK
                   WHEN "00"
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR AL GRABAR PREVISIONES-STOCK"
                   DISPLAY "FILE STATUS ERROR" FS-STOCK
                   MOVE "PREVISIONES-STOCK" TO ABE-ARCHIVO
                   MOVE FS-STOCK TO ABE-FILE-STATUS
                   MOVE "3660-REVISAR-STOCK" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
           PERFORM 3650-LEER-STOCK.
       3660-FIN-REVISAR-STOCK.
           EXIT.

       3670-DESAFECTAR-UNO.
           MOVE ZERO        TO WS-PREVISION.
           COMPUTE WS-AJUSTE = ZERO - WS-ANTERIOR.
           IF PRV-MONEDA EQUAL "DOL"
               MOVE 2 TO WS-IDX-MON
           ELSE
               MOVE 1 TO WS-IDX-MON
           END-IF.
           MOVE ZERO        TO PRV-BASE.
           MOVE ZERO        TO PRV-IMPORTE.
           MOVE WS-ANTERIOR TO PRV-IMPORTE-ANTERIOR.
           MOVE DFP-MES     TO PRV-PERIODO.
           MOVE WS-CORRIDA  TO PRV-CORRIDA.
           REWRITE REGISTRO-STOCK.
           PERFORM 3500-ACUMULAR-AJUSTE.
           PERFORM 3450-GRABAR-LINEA.
       3670-FIN-DESAFECTAR-UNO.
           EXIT.

      * Un par de asientos por moneda para la constitucion y otro
      * para la desafectacion, con los totales que cierran contra el
      * detalle del reporte.
       3700-GRABAR-ASIENTOS.
           PERFORM 3710-GRABAR-UNA-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN 2.
       3700-FIN-GRABAR-ASIENTOS.
           EXIT.

       3710-GRABAR-UNA-MONEDA.
           IF AJU-CONSTITUCION (WS-IDX-MON) GREATER THAN ZERO
               MOVE AJU-CONSTITUCION (WS-IDX-MON) TO WS-ASI-IMPORTE
               MOVE WS-CON-CONSTITUCION TO WS-ASI-CONCEPTO
               MOVE WS-CTA-CARGO TO WS-ASI-CUENTA
               PERFORM 3720-GRABAR-PATA-DEBE
               MOVE WS-CTA-PREVISION TO WS-ASI-CUENTA
               PERFORM 3730-GRABAR-PATA-HABER
           END-IF.
           IF AJU-DESAFECTACION (WS-IDX-MON) GREATER THAN ZERO
               MOVE AJU-DESAFECTACION (WS-IDX-MON) TO WS-ASI-IMPORTE
               MOVE WS-CON-DESAFECTACION TO WS-ASI-CONCEPTO
               MOVE WS-CTA-PREVISION TO WS-ASI-CUENTA
               PERFORM 3720-GRABAR-PATA-DEBE
               MOVE WS-CTA-RECUPERO TO WS-ASI-CUENTA
               PERFORM 3730-GRABAR-PATA-HABER
           END-IF.
       3710-FIN-GRABAR-UNA-MONEDA.
           EXIT.

       3720-GRABAR-PATA-DEBE.
           MOVE "D" TO WS-ASI-DEBE-HABER.
           ADD WS-ASI-IMPORTE TO PAR-DEBE (WS-IDX-MON).
           PERFORM 3740-GRABAR-ASIENTO.
       3720-FIN-GRABAR-PATA-DEBE.
           EXIT.

       3730-GRABAR-PATA-HABER.
           MOVE "H" TO WS-ASI-DEBE-HABER.
           ADD WS-ASI-IMPORTE TO PAR-HABER (WS-IDX-MON).
           PERFORM 3740-GRABAR-ASIENTO.
       3730-FIN-GRABAR-PATA-HABER.
           EXIT.

       3740-GRABAR-ASIENTO.
           MOVE SPACES TO REGISTRO-ASIENTO.
           ADD 1 TO WS-ASI-SECUENCIA.
           MOVE WS-ASI-SECUENCIA  TO ASI-SECUENCIA.
           MOVE "A"               TO ASI-TIPO.
           MOVE WS-FECHA-PROCESO  TO ASI-FECHA.
           MOVE WS-ASI-CUENTA     TO ASI-CUENTA.
           MOVE WS-ASI-CONCEPTO   TO ASI-CONCEPTO.
           IF WS-IDX-MON EQUAL 2
               MOVE "DOL" TO ASI-MONEDA
           ELSE
               MOVE "PES" TO ASI-MONEDA
           END-IF.
           MOVE WS-ASI-DEBE-HABER TO ASI-DEBE-HABER.
           MOVE WS-ASI-IMPORTE    TO ASI-IMPORTE.
           ADD WS-ASI-IMPORTE     TO WS-ASI-HASH.
           WRITE REGISTRO-TRABAJO FROM REGISTRO-ASIENTO.
           PERFORM 1860-CONTROLAR-TRABAJO.
           ADD 1 TO WS-ASI-GRABADOS.
       3740-FIN-GRABAR-ASIENTO.
           EXIT.

       3750-PROBAR-PARTIDA-DOBLE.
           PERFORM 3760-PROBAR-UNA-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN 2.
       3750-FIN-PROBAR-PARTIDA-DOBLE.
           EXIT.

       3760-PROBAR-UNA-MONEDA.
           IF PAR-DEBE (WS-IDX-MON) NOT EQUAL PAR-HABER (WS-IDX-MON)
               DISPLAY "PARTIDA NO CIERRA EN MONEDA " WS-IDX-MON
               DISPLAY "  DEBE : " PAR-DEBE (WS-IDX-MON)
               DISPLAY "  HABER: " PAR-HABER (WS-IDX-MON)
               MOVE "S" TO WS-HAY-DESBALANCE
           END-IF.
       3760-FIN-PROBAR-UNA-MONEDA.
           EXIT.

       3800-GRABAR-TRAILER.
           MOVE SPACES TO REGISTRO-ASIENTO-TRAILER.
           ADD 1 TO WS-ASI-SECUENCIA.
           MOVE WS-ASI-SECUENCIA TO ASIT-SECUENCIA.
           MOVE "T"              TO ASIT-TIPO.
           MOVE WS-ASI-SECUENCIA TO ASIT-CANT-REGISTROS.
           MOVE WS-ASI-HASH      TO ASIT-HASH-IMPORTE.
           WRITE REGISTRO-TRABAJO FROM REGISTRO-ASIENTO-TRAILER.
           PERFORM 1860-CONTROLAR-TRABAJO.
       3800-FIN-GRABAR-TRAILER.
           EXIT.

       3900-GRABAR-TOTALES.
           IF WS-NRO-PAGINA EQUAL ZERO
               PERFORM 3460-GRABAR-ENCABEZADO
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL-TITULO.
           PERFORM 3950-GRABAR-UN-TOTAL
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN 2.
       3900-FIN-GRABAR-TOTALES.
           EXIT.

       3950-GRABAR-UN-TOTAL.
           IF WS-IDX-MON EQUAL 2
               MOVE "DOL" TO TOT-MONEDA
           ELSE
               MOVE "PES" TO TOT-MONEDA
           END-IF.
           MOVE AJU-CONSTITUCION (WS-IDX-MON)  TO TOT-CONSTITUCION.
           MOVE AJU-DESAFECTACION (WS-IDX-MON) TO TOT-DESAFECTACION.
           MOVE AJU-STOCK (WS-IDX-MON)         TO TOT-STOCK.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR PREVISION-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
       3950-FIN-GRABAR-UN-TOTAL.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE SALDO-DEUDOR
           IF NOT SIN-AGING
               CLOSE AGING
           END-IF
           CLOSE STOCK
           CLOSE ASIENTOS-TRABAJO
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

      * Recien con el trabajo completo se reemplaza el archivo de
      * asientos: si el programa cae antes, el del dia queda intacto.
       4500-REEMPLAZAR-ASIENTOS.
           OPEN INPUT ASIENTOS-TRABAJO
           EVALUATE FS-TRABAJO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ASIENTOS-PREV-TRABAJO"
               DISPLAY "FILE STATUS ERROR" FS-TRABAJO
               MOVE "ASIENTOS-PREV-TRABAJO" TO ABE-ARCHIVO
               MOVE FS-TRABAJO TO ABE-FILE-STATUS
               MOVE "4500-REEMPLAZAR-ASIENTOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           OPEN OUTPUT ASIENTOS
           EVALUATE FS-ASIENTOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ASIENTOS-CONTABLES"
               DISPLAY "FILE STATUS ERROR" FS-ASIENTOS
               MOVE "ASIENTOS-CONTABLES" TO ABE-ARCHIVO
               MOVE FS-ASIENTOS TO ABE-FILE-STATUS
               MOVE "4500-REEMPLAZAR-ASIENTOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           PERFORM 4550-COPIAR-TRABAJO UNTIL FS-TRABAJO-EOF
           CLOSE ASIENTOS-TRABAJO
           CLOSE ASIENTOS.
       4500-FIN-REEMPLAZAR-ASIENTOS.
           EXIT.

       4550-COPIAR-TRABAJO.
           READ ASIENTOS-TRABAJO
           EVALUATE FS-TRABAJO
               WHEN "00"
                   WRITE REGISTRO-ASIENTO FROM REGISTRO-TRABAJO
                   IF NOT FS-ASIENTOS-OK
                       DISPLAY "ERROR AL GRABAR ASIENTOS-CONTABLES"
                       DISPLAY "FILE STATUS ERROR" FS-ASIENTOS
                       MOVE "ASIENTOS-CONTABLES" TO ABE-ARCHIVO
                       MOVE FS-ASIENTOS TO ABE-FILE-STATUS
                       MOVE "4550-COPIAR-TRABAJO" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ASIENTOS-PREV-TRABAJO"
               DISPLAY "FILE STATUS ERROR" FS-TRABAJO
               MOVE "ASIENTOS-PREV-TRABAJO" TO ABE-ARCHIVO
               MOVE FS-TRABAJO TO ABE-FILE-STATUS
               MOVE "4550-COPIAR-TRABAJO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       4550-FIN-COPIAR-TRABAJO.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "PERIODO               : " DFP-MES.
           DISPLAY "DEUDORES LEIDOS       : " WS-DEUDORES.
           DISPLAY "CON CONSTITUCION      : " WS-CONSTITUIDOS.
           DISPLAY "CON DESAFECTACION     : " WS-DESAFECTADOS.
           DISPLAY "SIN CAMBIO            : " WS-SIN-CAMBIO.
           DISPLAY "BAJAS DEL STOCK       : " WS-BAJAS-STOCK.
           DISPLAY "ASIENTOS DEL DIA      : " WS-ASI-COPIADOS.
           DISPLAY "ASIENTOS DE PREVISION : " WS-ASI-GRABADOS.
       5000-FIN-MOSTRAR-RESUMEN.
           EXIT.

      * Mes cerrado: desde que el cierre mensual deja el periodo en
      * PERIODOS-CERRADOS ninguna recorrida regraba ASIENTOS-CONTABLES
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
               DISPLAY "NO SE REGRABA ASIENTOS-CONTABLES"
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

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
               OPEN OUTPUT ARCHIVO-ERRORES
           END-IF.
           IF FS-ERRORES-OK
               MOVE "PREVISIONDEUDORES" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE PRV-CLAVE       TO ERR-ULTIMA-CLAVE
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

       END PROGRAM PrevisionDeudores.
