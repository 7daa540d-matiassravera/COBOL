      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InteresAcreedor.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historia diaria de saldos de HistoriaApareo: de aca sale el
      * saldo promedio diario del mes por cliente y moneda.
       SELECT HISTORIA ASSIGN TO "APAREO-HISTORIA"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS HIST-CLAVE
       FILE STATUS IS FS-HISTORIA.

      * Datos complementarios, solo para la exencion de ganancias.
       SELECT CLIENTES-DATOS ASSIGN TO "CLIENTES-DATOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CDAT-IDN
       FILE STATUS IS FS-DATOS.

      * Registro de intereses ya acreditados por cliente y moneda: una
      * recorrida del mismo mes no vuelve a generar el movimiento.
       SELECT ACREDITADOS ASSIGN TO "INTERESES-ACREDITADOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ACR-CLAVE
       FILE STATUS IS FS-ACREDITADOS.

       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * El interes neto entra como credito en el modo incremental de
      * ValidadorSaldo, igual que las reversiones de ChequesRechazados.
       SELECT SALDO-MOVIMIENTOS ASSIGN TO "SALDO-MOVIMIENTOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-MOVIMIENTOS.

      * Asientos del dia de InterfazContable: se reescriben con los
      * asientos de intereses agregados antes del trailer.
       SELECT ASIENTOS ASSIGN TO "ASIENTOS-CONTABLES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ASIENTOS.

       SELECT ASIENTOS-TRABAJO ASSIGN TO "ASIENTOS-INT-TRABAJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRABAJO.

      * Journal de intereses pagados, por cliente y moneda.
       SELECT REPORTE ASSIGN TO "INTERES-ACREEDOR-REPORTE"
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

       FD  HISTORIA.

       01  REGISTRO-HISTORIA.
           03  HIST-CLAVE.
               05  HIST-IDN     PIC 9(7).
               05  HIST-FECHA   PIC 9(8).
               05  HIST-MONEDA  PIC X(3).
           03  HIST-APELLIDO    PIC X(10).
           03  HIST-NOMBRE      PIC X(10).
           03  HIST-SALDOS      PIC S9(9)V99.

       FD  CLIENTES-DATOS.

       01  REGISTRO-CLIENTE-DATOS.
           03  CDAT-IDN        PIC 9(7).
           03  CDAT-DOMICILIO  PIC X(20).
           03  CDAT-LOCALIDAD  PIC X(15).
           03  CDAT-DOCUMENTO  PIC X(11).
           03  CDAT-TELEFONO   PIC X(12).
           03  CDAT-EXENCIONES.
               05  CDAT-EXENTO-GANANCIAS PIC X(01).
               05  CDAT-EXENTO-DEBCRED   PIC X(01).
               05  FILLER          PIC X(04).

       FD  ACREDITADOS.

       01  REGISTRO-ACREDITADO.
           03  ACR-CLAVE.
               05  ACR-IDN      PIC 9(7).
               05  ACR-MONEDA   PIC X(3).
           03  ACR-PERIODO      PIC 9(6).
           03  ACR-FECHA        PIC 9(8).
           03  ACR-PROMEDIO     PIC 9(9)V99.
           03  ACR-BRUTO        PIC 9(9)V99.
           03  ACR-RETENCION    PIC 9(9)V99.
           03  ACR-NETO         PIC 9(9)V99.

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

       FD  SALDO-MOVIMIENTOS.

       01  REGISTRO-MOVIMIENTO.
           03  MOV-IDN         PIC 9(7).
           03  MOV-TIPO        PIC X(01).
               88 MOV-DEBITO     VALUE 'D'.
               88 MOV-CREDITO    VALUE 'C'.
           03  MOV-MONTO       PIC 9(9)V99.
           03  MOV-MONEDA      PIC X(3).

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

       01  FS-HISTORIA          PIC X(2).
           88 FS-HISTORIA-OK    VALUE "00".
           88 FS-HISTORIA-EOF   VALUE "10".
           88 FS-HISTORIA-NOEX  VALUE "35".

       01  FS-DATOS             PIC X(2).
           88 FS-DATOS-OK       VALUE "00".
           88 FS-DATOS-NOHAY    VALUE "23".
           88 FS-DATOS-NOEX     VALUE "35".

       01  FS-ACREDITADOS       PIC X(2).
           88 FS-ACREDITADOS-OK    VALUE "00".
           88 FS-ACREDITADOS-NOHAY VALUE "23".
           88 FS-ACREDITADOS-NOEX  VALUE "35".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-MOVIMIENTOS       PIC X(2).
           88 FS-MOVIMIENTOS-OK VALUE "00".

       01  FS-ASIENTOS          PIC X(2).
           88 FS-ASIENTOS-OK    VALUE "00".
           88 FS-ASIENTOS-EOF   VALUE "10".
           88 FS-ASIENTOS-NOEX  VALUE "35".

       01  FS-TRABAJO           PIC X(2).
           88 FS-TRABAJO-OK     VALUE "00".
           88 FS-TRABAJO-EOF    VALUE "10".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-HISTORIA      PIC X(01) VALUE "N".
           88 SIN-HISTORIA      VALUE "S".
       01  WS-SIN-DATOS         PIC X(01) VALUE "N".
           88 SIN-DATOS         VALUE "S".
       01  WS-SIN-ASIENTOS      PIC X(01) VALUE "N".
           88 SIN-ASIENTOS      VALUE "S".

       01  CONTADORES.
           03  WS-HISTORIAS     PIC 9(7) VALUE ZERO.
           03  WS-LINEAS-CLIENTE PIC 9(7) VALUE ZERO.
           03  WS-CLI-INTERES   PIC 9(7) VALUE ZERO.
           03  WS-EXENTOS       PIC 9(7) VALUE ZERO.
           03  WS-MOV-GRABADOS  PIC 9(7) VALUE ZERO.
           03  WS-YA-ACREDITADOS PIC 9(7) VALUE ZERO.
           03  WS-ASI-COPIADOS  PIC 9(7) VALUE ZERO.
           03  WS-ASI-GRABADOS  PIC 9(7) VALUE ZERO.
           03  WS-LINEAS-PAGINA PIC 9(2) VALUE ZERO.
           03  WS-NRO-PAGINA    PIC 9(4) VALUE ZERO.

       01  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * INTERES-FORZAR=S saltea el control de ultimo dia habil.
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

      * Mes calendario completo que se liquida, en dias enteros.
       01  WS-PRIMERO-MES       PIC 9(8).
       01  WS-ULTIMO-MES        PIC 9(8).
       01  WS-ENTERO-INICIO     PIC 9(8).
       01  WS-ENTERO-FIN        PIC 9(8).
       01  WS-DIAS-MES          PIC 9(2).
       01  WS-ENTERO-HIST       PIC 9(8).

      * Tasas del ambiente en porciento, cuatro digitos sin coma
      * (2400 = 24,00 %): nominal anual por moneda y alicuota de
      * retencion de ganancias sobre el interes bruto.
       01  WS-TASA-AMBIENTE      PIC X(4).
       01  WS-TASA-AMBIENTE-NUM REDEFINES WS-TASA-AMBIENTE
                                 PIC 9(2)V99.
       01  WS-TASA-PES           PIC 9(2)V99 VALUE 24,00.
       01  WS-TASA-DOL           PIC 9(2)V99 VALUE 0,50.
       01  WS-TASA-RETENCION     PIC 9(2)V99 VALUE 6,00.
       01  WS-TASA-LINDA         PIC Z9,99.

      * Lineas del cliente en curso, una por moneda: saldo vigente
      * desde el dia WS-LIN-DESDE y acumulado de saldo por dias.
       01  CLIENTE-EN-CURSO.
           03  WS-CUR-IDN       PIC 9(7).
           03  WS-CUR-CANT      PIC 9(1).
           03  WS-CUR-LINEA OCCURS 5 TIMES.
               05  WS-LIN-MONEDA    PIC X(3).
               05  WS-LIN-APELLIDO  PIC X(10).
               05  WS-LIN-SALDO     PIC S9(9)V99.
               05  WS-LIN-DESDE     PIC 9(8).
               05  WS-LIN-ACUMULADO PIC 9(13)V99.
               05  WS-LIN-EN-MES    PIC X(01).
       01  WS-HAY-CLIENTE       PIC X(01) VALUE "N".
           88 HAY-CLIENTE-EN-CURSO VALUE "S".
       01  WS-IDX-LIN           PIC 9(1).
       01  WS-LIN-HALLADA       PIC X(01).
           88 LINEA-HALLADA     VALUE "S".
       01  WS-DIAS-TRAMO        PIC 9(2).

       01  WS-EXENTO            PIC X(01).
           88 CLIENTE-EXENTO    VALUE "S".
       01  WS-PROMEDIO          PIC 9(9)V99.
       01  WS-TASA              PIC 9(2)V99.
       01  WS-BRUTO             PIC 9(9)V99.
       01  WS-RETENCION         PIC 9(9)V99.
       01  WS-NETO              PIC 9(9)V99.
       01  WS-OBSERVACION       PIC X(13).
       01  WS-IDX-MON           PIC 9(1).

      * Totales por moneda para los asientos y el pie del journal.
       01  TABLA-TOTALES.
           03  TOT-ENTRY OCCURS 2 TIMES.
               05  TOT-BRUTO-MON     PIC 9(11)V99.
               05  TOT-RETENCION-MON PIC 9(11)V99.
               05  TOT-NETO-MON      PIC 9(11)V99.

      * Plan de cuentas: el interes pagado es perdida, el neto va a
      * la cuenta de clientes y la retencion queda a pagar al fisco.
       01  WS-CTA-INTERES       PIC X(10) VALUE "5200000001".
       01  WS-CTA-CLIENTES      PIC X(10) VALUE "2900000001".
       01  WS-CTA-RETENCION     PIC X(10) VALUE "2600000001".
       01  WS-CON-INTERES       PIC X(15) VALUE "INTERES ACREED.".
       01  WS-CON-RETENCION     PIC X(15) VALUE "RETENCION GAN.".

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
                       VALUE "JOURNAL DE INTERESES SOBRE SALDOS".
           03  FILLER           PIC X(9)  VALUE "PERIODO: ".
           03  ENC-PERIODO      PIC 9(6).
           03  FILLER           PIC X(4)  VALUE SPACES.
           03  FILLER           PIC X(6)  VALUE "PAGINA".
           03  ENC-PAGINA       PIC ZZZ9.
           03  FILLER           PIC X(31) VALUE SPACES.

       01  LINEA-ENCABEZADO-2.
           03  FILLER           PIC X(8)  VALUE "IDN".
           03  FILLER           PIC X(11) VALUE "APELLIDO".
           03  FILLER           PIC X(4)  VALUE "MON".
           03  FILLER           PIC X(15) VALUE "PROMEDIO".
           03  FILLER           PIC X(6)  VALUE "TNA %".
           03  FILLER           PIC X(14) VALUE "BRUTO".
           03  FILLER           PIC X(14) VALUE "RETENCION".
           03  FILLER           PIC X(14) VALUE "NETO".
           03  FILLER           PIC X(14) VALUE "OBSERVACION".

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-PROMEDIO     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-TASA         PIC Z9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-BRUTO        PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-RETENCION    PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-NETO         PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-OBSERVACION  PIC X(13).
           03  FILLER           PIC X(1)  VALUE SPACES.

       01  LINEA-TOTAL-TITULO   PIC X(100)
               VALUE "TOTALES POR MONEDA".

       01  LINEA-TOTAL.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  TOT-MONEDA       PIC X(3).
           03  FILLER           PIC X(9)  VALUE "  BRUTO: ".
           03  TOT-BRUTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(13) VALUE "  RETENCION: ".
           03  TOT-RETENCION    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(8)  VALUE "  NETO: ".
           03  TOT-NETO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 8400-CONTROLAR-PERIODO.
           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1200-CONTROLAR-ULTIMO-HABIL.
           PERFORM 1300-TOMAR-TASAS.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           PERFORM 1800-COPIAR-ASIENTOS-DEL-DIA.
           IF NOT SIN-HISTORIA
               PERFORM 2000-BARRER-HISTORIA
           END-IF.
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
           ACCEPT WS-FORZAR FROM ENVIRONMENT "INTERES-FORZAR".
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

      * Los intereses se liquidan con el mes completo en la historia:
      * solo el ultimo dia habil, despues del batch diario. De paso
      * queda armado el mes calendario que se promedia.
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
           COMPUTE WS-PRIMERO-MES = DFP-MES * 100 + 1.
           COMPUTE WS-ENTERO-INICIO =
               FUNCTION INTEGER-OF-DATE (WS-PRIMERO-MES).
           COMPUTE WS-ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE (WS-PRIMERO-SIGUIENTE) - 1.
           MOVE WS-ENTERO-FECHA TO WS-ENTERO-FIN.
           COMPUTE WS-ULTIMO-MES =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-FIN).
           COMPUTE WS-DIAS-MES = WS-ENTERO-FIN - WS-ENTERO-INICIO + 1.
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
               DISPLAY "USE INTERES-FORZAR=S PARA UNA CORRIDA"
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

       1300-TOMAR-TASAS.
           ACCEPT WS-TASA-AMBIENTE FROM ENVIRONMENT "INTERES-TASA-PES".
           IF WS-TASA-AMBIENTE NOT EQUAL SPACES
               IF WS-TASA-AMBIENTE-NUM NUMERIC
                   MOVE WS-TASA-AMBIENTE-NUM TO WS-TASA-PES
               ELSE
                   DISPLAY "INTERES-TASA-PES NO NUMERICA: "
                           WS-TASA-AMBIENTE
                   DISPLAY "SE USA LA TASA POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-TASA-AMBIENTE FROM ENVIRONMENT "INTERES-TASA-DOL".
           IF WS-TASA-AMBIENTE NOT EQUAL SPACES
               IF WS-TASA-AMBIENTE-NUM NUMERIC
                   MOVE WS-TASA-AMBIENTE-NUM TO WS-TASA-DOL
               ELSE
                   DISPLAY "INTERES-TASA-DOL NO NUMERICA: "
                           WS-TASA-AMBIENTE
                   DISPLAY "SE USA LA TASA POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-TASA-AMBIENTE FROM ENVIRONMENT "INTERES-RETENCION".
           IF WS-TASA-AMBIENTE NOT EQUAL SPACES
               IF WS-TASA-AMBIENTE-NUM NUMERIC
                   MOVE WS-TASA-AMBIENTE-NUM TO WS-TASA-RETENCION
               ELSE
                   DISPLAY "INTERES-RETENCION NO NUMERICA: "
                           WS-TASA-AMBIENTE
                   DISPLAY "SE USA LA ALICUOTA POR OMISION"
               END-IF
           END-IF.
           MOVE WS-TASA-PES TO WS-TASA-LINDA.
           DISPLAY "TASA NOMINAL ANUAL PES: " WS-TASA-LINDA " %".
           MOVE WS-TASA-DOL TO WS-TASA-LINDA.
           DISPLAY "TASA NOMINAL ANUAL DOL: " WS-TASA-LINDA " %".
           MOVE WS-TASA-RETENCION TO WS-TASA-LINDA.
           DISPLAY "RETENCION GANANCIAS   : " WS-TASA-LINDA " %".
           DISPLAY "MES LIQUIDADO: " WS-PRIMERO-MES " AL "
                   WS-ULTIMO-MES " (" WS-DIAS-MES " DIAS)".
       1300-FIN-TOMAR-TASAS.
           EXIT.

       1500-ABERTURA-DE-ARCHIVOS.
           INITIALIZE TABLA-TOTALES.
           INITIALIZE TABLA-PARTIDA.

           OPEN INPUT HISTORIA
           EVALUATE FS-HISTORIA
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-HISTORIA
               DISPLAY "SIN APAREO-HISTORIA, NO HAY INTERESES"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR APAREO-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-HISTORIA
               MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-HISTORIA TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT CLIENTES-DATOS
           EVALUATE FS-DATOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-DATOS
               DISPLAY "SIN CLIENTES-DATOS, NINGUN CLIENTE EXENTO"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-DATOS"
               DISPLAY "FILE STATUS ERROR" FS-DATOS
               MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
               MOVE FS-DATOS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * El registro de acreditados se crea vacio la primera vez.
           OPEN I-O ACREDITADOS
           IF FS-ACREDITADOS-NOEX
               OPEN OUTPUT ACREDITADOS
               CLOSE ACREDITADOS
               OPEN I-O ACREDITADOS
           END-IF
           EVALUATE FS-ACREDITADOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR INTERESES-ACREDITADOS"
               DISPLAY "FILE STATUS ERROR" FS-ACREDITADOS
               MOVE "INTERESES-ACREDITADOS" TO ABE-ARCHIVO
               MOVE FS-ACREDITADOS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN EXTEND SALDO-MOVIMIENTOS
           EVALUATE FS-MOVIMIENTOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT SALDO-MOVIMIENTOS
               EVALUATE FS-MOVIMIENTOS
                   WHEN "00"
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR SALDO-MOVIMIENTOS"
                   DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
                   MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                   MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
                   MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-MOVIMIENTOS"
               DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
               MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
               MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
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
               DISPLAY "ERROR AL ABRIR ASIENTOS-INT-TRABAJO"
               DISPLAY "FILE STATUS ERROR" FS-TRABAJO
               MOVE "ASIENTOS-INT-TRABAJO" TO ABE-ARCHIVO
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
               DISPLAY "ERROR AL ABRIR INTERES-ACREEDOR-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "INTERES-ACREEDOR-REPOR" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * Se copian los asientos que dejo InterfazContable (y los que
      * otros cierres ya agregaron), sin su trailer y sin asientos de
      * intereses de una corrida anterior del mismo dia, renumerando
      * la secuencia; al final va el trailer con cantidad y hash.
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
                      AND ASI-CONCEPTO NOT EQUAL WS-CON-INTERES
                      AND ASI-CONCEPTO NOT EQUAL WS-CON-RETENCION
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
               DISPLAY "ERROR AL GRABAR ASIENTOS-INT-TRABAJO"
               DISPLAY "FILE STATUS ERROR" FS-TRABAJO
               MOVE "ASIENTOS-INT-TRABAJO" TO ABE-ARCHIVO
               MOVE FS-TRABAJO TO ABE-FILE-STATUS
               MOVE "1860-CONTROLAR-TRABAJO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       1860-FIN-CONTROLAR-TRABAJO.
           EXIT.

      * La historia viene por IDN, fecha y moneda: cada cliente es un
      * bloque contiguo y se liquida al cambiar de IDN.
       2000-BARRER-HISTORIA.
           MOVE LOW-VALUES TO HIST-CLAVE.
           START HISTORIA KEY IS NOT LESS THAN HIST-CLAVE
           EVALUATE FS-HISTORIA
               WHEN "00"
                   PERFORM 2100-LEER-HISTORIA
                   PERFORM 2200-PROCESAR-HISTORIA
                      UNTIL FS-HISTORIA-EOF
                   PERFORM 3000-LIQUIDAR-CLIENTE
               WHEN "23"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN START DE APAREO-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-HISTORIA
               MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-HISTORIA TO ABE-FILE-STATUS
               MOVE "2000-BARRER-HISTORIA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2000-FIN-BARRER-HISTORIA.
           EXIT.

       2100-LEER-HISTORIA.
           READ HISTORIA NEXT RECORD
           EVALUATE FS-HISTORIA
               WHEN "00"
                   ADD 1 TO WS-HISTORIAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE APAREO-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-HISTORIA
               MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-HISTORIA TO ABE-FILE-STATUS
               MOVE "2100-LEER-HISTORIA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2100-FIN-LEER-HISTORIA.
           EXIT.

      * El saldo de cada fecha rige hasta la fecha siguiente de la
      * misma moneda (fines de semana y feriados toman el ultimo dia
      * habil). Lo anterior al mes solo fija el saldo de arranque.
       2200-PROCESAR-HISTORIA.
           IF HAY-CLIENTE-EN-CURSO
              AND HIST-IDN NOT EQUAL WS-CUR-IDN
               PERFORM 3000-LIQUIDAR-CLIENTE
           END-IF.
           IF NOT HAY-CLIENTE-EN-CURSO
               MOVE "S"      TO WS-HAY-CLIENTE
               MOVE HIST-IDN TO WS-CUR-IDN
               MOVE ZERO     TO WS-CUR-CANT
           END-IF.
           IF HIST-FECHA NOT GREATER THAN WS-ULTIMO-MES
               PERFORM 2300-UBICAR-LINEA
               IF LINEA-HALLADA
                   PERFORM 2400-APLICAR-SALDO
               END-IF
           END-IF.
           PERFORM 2100-LEER-HISTORIA.
       2200-FIN-PROCESAR-HISTORIA.
           EXIT.

       2300-UBICAR-LINEA.
           MOVE "N" TO WS-LIN-HALLADA.
           PERFORM 2350-COMPARAR-LINEA
               VARYING WS-IDX-LIN FROM 1 BY 1
               UNTIL WS-IDX-LIN GREATER THAN WS-CUR-CANT
                  OR LINEA-HALLADA.
           IF LINEA-HALLADA
               SUBTRACT 1 FROM WS-IDX-LIN
           ELSE
               IF WS-CUR-CANT LESS THAN 5
                   ADD 1 TO WS-CUR-CANT
                   MOVE WS-CUR-CANT      TO WS-IDX-LIN
                   MOVE HIST-MONEDA      TO WS-LIN-MONEDA (WS-IDX-LIN)
                   MOVE ZERO             TO WS-LIN-SALDO (WS-IDX-LIN)
                   MOVE WS-ENTERO-INICIO TO WS-LIN-DESDE (WS-IDX-LIN)
                   MOVE ZERO         TO WS-LIN-ACUMULADO (WS-IDX-LIN)
                   MOVE "N"          TO WS-LIN-EN-MES (WS-IDX-LIN)
                   MOVE "S"          TO WS-LIN-HALLADA
               END-IF
           END-IF.
       2300-FIN-UBICAR-LINEA.
           EXIT.

       2350-COMPARAR-LINEA.
           IF WS-LIN-MONEDA (WS-IDX-LIN) EQUAL HIST-MONEDA
               MOVE "S" TO WS-LIN-HALLADA
           END-IF.
       2350-FIN-COMPARAR-LINEA.
           EXIT.

      * Solo un saldo acreedor devenga: los dias en rojo suman cero.
       2400-APLICAR-SALDO.
           MOVE HIST-APELLIDO TO WS-LIN-APELLIDO (WS-IDX-LIN).
           COMPUTE WS-ENTERO-HIST =
               FUNCTION INTEGER-OF-DATE (HIST-FECHA).
           IF WS-ENTERO-HIST GREATER THAN WS-ENTERO-INICIO
               COMPUTE WS-DIAS-TRAMO =
                   WS-ENTERO-HIST - WS-LIN-DESDE (WS-IDX-LIN)
               IF WS-LIN-SALDO (WS-IDX-LIN) GREATER THAN ZERO
                   COMPUTE WS-LIN-ACUMULADO (WS-IDX-LIN) =
                       WS-LIN-ACUMULADO (WS-IDX-LIN)
                     + WS-LIN-SALDO (WS-IDX-LIN) * WS-DIAS-TRAMO
               END-IF
               MOVE WS-ENTERO-HIST TO WS-LIN-DESDE (WS-IDX-LIN)
           END-IF.
           IF WS-ENTERO-HIST NOT LESS THAN WS-ENTERO-INICIO
               MOVE "S" TO WS-LIN-EN-MES (WS-IDX-LIN)
           END-IF.
           MOVE HIST-SALDOS TO WS-LIN-SALDO (WS-IDX-LIN).
       2400-FIN-APLICAR-SALDO.
           EXIT.

       3000-LIQUIDAR-CLIENTE.
           IF HAY-CLIENTE-EN-CURSO
               IF WS-CUR-CANT GREATER THAN ZERO
                   PERFORM 3050-CONSULTAR-EXENCION
                   PERFORM 3100-LIQUIDAR-LINEA
                       VARYING WS-IDX-LIN FROM 1 BY 1
                       UNTIL WS-IDX-LIN GREATER THAN WS-CUR-CANT
               END-IF
               MOVE "N" TO WS-HAY-CLIENTE
           END-IF.
       3000-FIN-LIQUIDAR-CLIENTE.
           EXIT.

      * Sin datos complementarios el cliente no esta exento.
       3050-CONSULTAR-EXENCION.
           MOVE "N" TO WS-EXENTO.
           IF NOT SIN-DATOS
               MOVE WS-CUR-IDN TO CDAT-IDN
               READ CLIENTES-DATOS
               EVALUATE FS-DATOS
                   WHEN "00"
                       IF CDAT-EXENTO-GANANCIAS EQUAL "S"
                           MOVE "S" TO WS-EXENTO
                       END-IF
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-DATOS"
                       DISPLAY "FILE STATUS ERROR" FS-DATOS
                       MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
                       MOVE FS-DATOS TO ABE-FILE-STATUS
                       MOVE "3050-CONSULTAR-EXENCION" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3050-FIN-CONSULTAR-EXENCION.
           EXIT.

      * El ultimo saldo conocido rige hasta fin de mes. Una linea sin
      * ningun saldo dentro del mes es un cliente que ya no aparea y
      * no se liquida.
       3100-LIQUIDAR-LINEA.
           IF WS-LIN-EN-MES (WS-IDX-LIN) EQUAL "S"
               ADD 1 TO WS-LINEAS-CLIENTE
               COMPUTE WS-DIAS-TRAMO =
                   WS-ENTERO-FIN + 1 - WS-LIN-DESDE (WS-IDX-LIN)
               IF WS-LIN-SALDO (WS-IDX-LIN) GREATER THAN ZERO
                   COMPUTE WS-LIN-ACUMULADO (WS-IDX-LIN) =
                       WS-LIN-ACUMULADO (WS-IDX-LIN)
                     + WS-LIN-SALDO (WS-IDX-LIN) * WS-DIAS-TRAMO
               END-IF
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-LIN-ACUMULADO (WS-IDX-LIN) / WS-DIAS-MES
               IF WS-LIN-MONEDA (WS-IDX-LIN) EQUAL "DOL"
                   MOVE 2           TO WS-IDX-MON
                   MOVE WS-TASA-DOL TO WS-TASA
               ELSE
                   MOVE 1           TO WS-IDX-MON
                   MOVE WS-TASA-PES TO WS-TASA
               END-IF
               COMPUTE WS-BRUTO ROUNDED =
                   WS-PROMEDIO * WS-TASA / 100 * WS-DIAS-MES / 365
               IF CLIENTE-EXENTO
                   MOVE ZERO TO WS-RETENCION
               ELSE
                   COMPUTE WS-RETENCION ROUNDED =
                       WS-BRUTO * WS-TASA-RETENCION / 100
               END-IF
               COMPUTE WS-NETO = WS-BRUTO - WS-RETENCION
               IF WS-BRUTO GREATER THAN ZERO
                   PERFORM 3200-ACREDITAR-INTERES
                   PERFORM 3450-GRABAR-LINEA
               END-IF
           END-IF.
       3100-FIN-LIQUIDAR-LINEA.
           EXIT.

      * El movimiento sale una sola vez por mes: si el registro ya
      * tiene este periodo, la recorrida solo reporta y contabiliza
      * (los asientos de la corrida anterior se descartaron al copiar).
       3200-ACREDITAR-INTERES.
           ADD 1 TO WS-CLI-INTERES.
           IF CLIENTE-EXENTO
               ADD 1 TO WS-EXENTOS
               MOVE "EXENTO" TO WS-OBSERVACION
           ELSE
               MOVE SPACES TO WS-OBSERVACION
           END-IF.
           MOVE WS-CUR-IDN                 TO ACR-IDN.
           MOVE WS-LIN-MONEDA (WS-IDX-LIN) TO ACR-MONEDA.
           READ ACREDITADOS
           EVALUATE FS-ACREDITADOS
               WHEN "00"
                   IF ACR-PERIODO EQUAL DFP-MES
                       ADD 1 TO WS-YA-ACREDITADOS
                       MOVE "YA ACREDITADO" TO WS-OBSERVACION
                   ELSE
                       PERFORM 3300-GRABAR-MOVIMIENTO
                       PERFORM 3350-ARMAR-ACREDITADO
                       REWRITE REGISTRO-ACREDITADO
                   END-IF
               WHEN "23"
                   PERFORM 3300-GRABAR-MOVIMIENTO
                   PERFORM 3350-ARMAR-ACREDITADO
                   WRITE REGISTRO-ACREDITADO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE INTERESES-ACREDITADOS"
                   DISPLAY "FILE STATUS ERROR" FS-ACREDITADOS
                   MOVE "INTERESES-ACREDITADOS" TO ABE-ARCHIVO
                   MOVE FS-ACREDITADOS TO ABE-FILE-STATUS
                   MOVE "3200-ACREDITAR-INTERES" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           EVALUATE FS-ACREDITADOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR INTERESES-ACREDITADOS"
               DISPLAY "FILE STATUS ERROR" FS-ACREDITADOS
               MOVE "INTERESES-ACREDITADOS" TO ABE-ARCHIVO
               MOVE FS-ACREDITADOS TO ABE-FILE-STATUS
               MOVE "3200-ACREDITAR-INTERES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           ADD WS-BRUTO     TO TOT-BRUTO-MON (WS-IDX-MON).
           ADD WS-RETENCION TO TOT-RETENCION-MON (WS-IDX-MON).
           ADD WS-NETO      TO TOT-NETO-MON (WS-IDX-MON).
       3200-FIN-ACREDITAR-INTERES.
           EXIT.

       3300-GRABAR-MOVIMIENTO.
           IF WS-NETO GREATER THAN ZERO
               MOVE WS-CUR-IDN TO MOV-IDN
               MOVE "C"        TO MOV-TIPO
               MOVE WS-NETO    TO MOV-MONTO
               MOVE WS-LIN-MONEDA (WS-IDX-LIN) TO MOV-MONEDA
               WRITE REGISTRO-MOVIMIENTO
               EVALUATE FS-MOVIMIENTOS
                   WHEN "00"
                       ADD 1 TO WS-MOV-GRABADOS
                   WHEN OTHER
                       DISPLAY "ERROR AL GRABAR SALDO-MOVIMIENTOS"
                       DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
                       MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                       MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
                       MOVE "3300-GRABAR-MOVIMIENTO" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3300-FIN-GRABAR-MOVIMIENTO.
           EXIT.

       3350-ARMAR-ACREDITADO.
           MOVE DFP-MES          TO ACR-PERIODO.
           MOVE WS-FECHA-PROCESO TO ACR-FECHA.
           MOVE WS-PROMEDIO      TO ACR-PROMEDIO.
           MOVE WS-BRUTO         TO ACR-BRUTO.
           MOVE WS-RETENCION     TO ACR-RETENCION.
           MOVE WS-NETO          TO ACR-NETO.
       3350-FIN-ARMAR-ACREDITADO.
           EXIT.

       3450-GRABAR-LINEA.
           IF WS-LINEAS-PAGINA EQUAL ZERO
              OR WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 3460-GRABAR-ENCABEZADO
           END-IF.
           MOVE WS-CUR-IDN                   TO DET-IDN.
           MOVE WS-LIN-APELLIDO (WS-IDX-LIN) TO DET-APELLIDO.
           MOVE WS-LIN-MONEDA (WS-IDX-LIN)   TO DET-MONEDA.
           MOVE WS-PROMEDIO                  TO DET-PROMEDIO.
           MOVE WS-TASA                      TO DET-TASA.
           MOVE WS-BRUTO                     TO DET-BRUTO.
           MOVE WS-RETENCION                 TO DET-RETENCION.
           MOVE WS-NETO                      TO DET-NETO.
           MOVE WS-OBSERVACION               TO DET-OBSERVACION.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   ADD 1 TO WS-LINEAS-PAGINA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR INTERES-ACREEDOR-REPORTE"
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

      * Por moneda: debe a perdida por el bruto, haber a clientes por
      * el neto acreditado y a retenciones a pagar por lo retenido.
       3700-GRABAR-ASIENTOS.
           PERFORM 3710-GRABAR-UNA-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN 2.
       3700-FIN-GRABAR-ASIENTOS.
           EXIT.

       3710-GRABAR-UNA-MONEDA.
           IF TOT-BRUTO-MON (WS-IDX-MON) GREATER THAN ZERO
               MOVE TOT-BRUTO-MON (WS-IDX-MON) TO WS-ASI-IMPORTE
               MOVE WS-CON-INTERES TO WS-ASI-CONCEPTO
               MOVE WS-CTA-INTERES TO WS-ASI-CUENTA
               PERFORM 3720-GRABAR-PATA-DEBE
               IF TOT-NETO-MON (WS-IDX-MON) GREATER THAN ZERO
                   MOVE TOT-NETO-MON (WS-IDX-MON) TO WS-ASI-IMPORTE
                   MOVE WS-CTA-CLIENTES TO WS-ASI-CUENTA
                   PERFORM 3730-GRABAR-PATA-HABER
               END-IF
               IF TOT-RETENCION-MON (WS-IDX-MON) GREATER THAN ZERO
                   MOVE TOT-RETENCION-MON (WS-IDX-MON)
                        TO WS-ASI-IMPORTE
                   MOVE WS-CON-RETENCION TO WS-ASI-CONCEPTO
                   MOVE WS-CTA-RETENCION TO WS-ASI-CUENTA
                   PERFORM 3730-GRABAR-PATA-HABER
               END-IF
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
           MOVE TOT-BRUTO-MON (WS-IDX-MON)     TO TOT-BRUTO.
           MOVE TOT-RETENCION-MON (WS-IDX-MON) TO TOT-RETENCION.
           MOVE TOT-NETO-MON (WS-IDX-MON)      TO TOT-NETO.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR INTERES-ACREEDOR-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
       3950-FIN-GRABAR-UN-TOTAL.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF NOT SIN-HISTORIA
               CLOSE HISTORIA
           END-IF
           IF NOT SIN-DATOS
               CLOSE CLIENTES-DATOS
           END-IF
           CLOSE ACREDITADOS
           CLOSE SALDO-MOVIMIENTOS
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
               DISPLAY "ERROR AL ABRIR ASIENTOS-INT-TRABAJO"
               DISPLAY "FILE STATUS ERROR" FS-TRABAJO
               MOVE "ASIENTOS-INT-TRABAJO" TO ABE-ARCHIVO
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
               DISPLAY "ERROR EN LECTURA DE ASIENTOS-INT-TRABAJO"
               DISPLAY "FILE STATUS ERROR" FS-TRABAJO
               MOVE "ASIENTOS-INT-TRABAJO" TO ABE-ARCHIVO
               MOVE FS-TRABAJO TO ABE-FILE-STATUS
               MOVE "4550-COPIAR-TRABAJO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       4550-FIN-COPIAR-TRABAJO.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "PERIODO               : " DFP-MES.
           DISPLAY "REGISTROS DE HISTORIA : " WS-HISTORIAS.
           DISPLAY "LINEAS LIQUIDADAS     : " WS-LINEAS-CLIENTE.
           DISPLAY "CON INTERES           : " WS-CLI-INTERES.
           DISPLAY "  EXENTOS GANANCIAS   : " WS-EXENTOS.
           DISPLAY "  YA ACREDITADOS      : " WS-YA-ACREDITADOS.
           DISPLAY "MOVIMIENTOS GRABADOS  : " WS-MOV-GRABADOS.
           DISPLAY "ASIENTOS COPIADOS     : " WS-ASI-COPIADOS.
           DISPLAY "ASIENTOS DE INTERESES : " WS-ASI-GRABADOS.
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
               MOVE "INTERESACREEDOR" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-CUR-IDN      TO ERR-ULTIMA-CLAVE
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

       END PROGRAM InteresAcreedor.
