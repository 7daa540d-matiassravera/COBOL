      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImpuestoDebCred.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal de los ciclos incrementales de ValidadorSaldo, que se
      * acumula hasta que lo toman este paso y MonitoreoPLD: cada
      * debito y credito aplicado paga el impuesto una sola vez, la
      * primera corrida que ve su ciclo.
       SELECT SALDO-JOURNAL ASSIGN TO "SALDO-JOURNAL"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-JOURNAL.

      * El journal viene en orden de aplicacion: se ordena por IDN y
      * moneda para cobrar un solo cargo por cliente en cada moneda.
       SELECT ORDEN-TRABAJO ASSIGN TO "IMPUESTO-SORTWORK".

       SELECT JOURNAL-ORDENADO ASSIGN TO "IMPUESTO-JOURNAL-ORDENADO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ORDENADO.

      * Ultimo ciclo del journal ya liquidado, con la cantidad y la
      * suma de importes de lo que se liquido: los ciclos hasta ese
      * no pagan de nuevo. ValidadorSaldo lo lee para saber cuando
      * puede vaciar el journal.
       SELECT CONTROL-IMPUESTO ASSIGN TO "IMPUESTO-CONTROL"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CONTROL.

      * Datos complementarios: exencion y documento para la DDJJ.
       SELECT CLIENTES-DATOS ASSIGN TO "CLIENTES-DATOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CDAT-IDN
       FILE STATUS IS FS-DATOS.

      * Acumulado mensual por cliente y moneda de lo percibido, base
      * de la declaracion al fisco.
       SELECT ACUMULADO ASSIGN TO "IMPUESTO-DEBCRED-MES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS IMP-CLAVE
       FILE STATUS IS FS-ACUMULADO.

       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Cargos del dia en el layout de SALDO-CARGOS; al final se
      * intercalan por IDN con los cargos ya grabados.
       SELECT CARGOS-IMPUESTO ASSIGN TO "CARGOS-IMPUESTO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CARGOS-IMP.

       SELECT SALDO-CARGOS ASSIGN TO "SALDO-CARGOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CARGOS.

       SELECT ORDEN-CARGOS ASSIGN TO "IMPUESTO-CARGOS-SORTWORK".

      * Salidas del ultimo dia habil: archivo por cliente para la
      * presentacion y reporte con totales.
       SELECT DECLARACION ASSIGN TO "IMPUESTO-DEBCRED-DDJJ"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-DECLARACION.

       SELECT REPORTE ASSIGN TO "IMPUESTO-DEBCRED-REPORTE"
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

       FD  SALDO-JOURNAL.

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
               88 ORD-DEBITO     VALUE 'D'.
               88 ORD-CREDITO    VALUE 'C'.
           03  ORD-MONTO       PIC 9(9)V99.
           03  ORD-SALDO-DESPUES PIC S9(9)V99.
           03  ORD-ACCION      PIC X(01).
           03  ORD-FUENTE      PIC X(2).
           03  ORD-MONEDA      PIC X(3).
           03  ORD-CICLO       PIC 9(7).
           03  ORD-FECHA       PIC 9(8).

       FD  CONTROL-IMPUESTO.

       01  REGISTRO-CONTROL.
           03  CTL-FECHA        PIC 9(8).
           03  CTL-CICLO        PIC 9(7).
           03  CTL-CANTIDAD     PIC 9(7).
           03  CTL-HASH         PIC 9(13)V99.

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

       FD  ACUMULADO.

       01  REGISTRO-ACUMULADO.
           03  IMP-CLAVE.
               05  IMP-IDN          PIC 9(7).
               05  IMP-PERIODO      PIC 9(6).
               05  IMP-MONEDA       PIC X(3).
           03  IMP-CANT-DEBITOS     PIC 9(5).
           03  IMP-BASE-DEBITOS     PIC 9(11)V99.
           03  IMP-CANT-CREDITOS    PIC 9(5).
           03  IMP-BASE-CREDITOS    PIC 9(11)V99.
           03  IMP-IMPUESTO         PIC 9(9)V99.
           03  IMP-ULT-FECHA        PIC 9(8).

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

      * CARGO-CONCEPTO usa el relleno inicial del layout de
      * SALDO-CRUDO: ID impuesto a los debitos y creditos.
       FD  CARGOS-IMPUESTO.

       01  REGISTRO-CARGO-IMP.
           03  CARGO-CONCEPTO   PIC X(2).
           03  FILLER           PIC X(13).
           03  CARGO-IDN        PIC 9(7).
           03  FILLER           PIC X(12).
           03  CARGO-SALDOS     PIC S9(9)V99.
           03  CARGO-MONEDA     PIC X(3).

       FD  SALDO-CARGOS.

       01  REGISTRO-CARGO      PIC X(48).

       SD  ORDEN-CARGOS.

       01  SDC-REGISTRO.
           03  FILLER          PIC X(15).
           03  SDC-IDN         PIC 9(7).
           03  FILLER          PIC X(26).

       FD  DECLARACION.

       01  REGISTRO-DECLARACION.
           03  DDJ-PERIODO      PIC 9(6).
           03  DDJ-IDN          PIC 9(7).
           03  DDJ-DOCUMENTO    PIC X(11).
           03  DDJ-MONEDA       PIC X(3).
           03  DDJ-CANT-DEBITOS PIC 9(5).
           03  DDJ-BASE-DEBITOS PIC 9(11)V99.
           03  DDJ-CANT-CREDITOS PIC 9(5).
           03  DDJ-BASE-CREDITOS PIC 9(11)V99.
           03  DDJ-IMPUESTO     PIC 9(9)V99.

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
      * del journal entero y suma de sus importes.
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

       01  FS-JOURNAL           PIC X(2).
           88 FS-JOURNAL-OK     VALUE "00".
           88 FS-JOURNAL-EOF    VALUE "10".
           88 FS-JOURNAL-NOEX   VALUE "35".

       01  FS-ORDENADO          PIC X(2).
           88 FS-ORDENADO-OK    VALUE "00".
           88 FS-ORDENADO-EOF   VALUE "10".

       01  FS-CONTROL           PIC X(2).
           88 FS-CONTROL-OK     VALUE "00".
           88 FS-CONTROL-NOEX   VALUE "35".

       01  FS-DATOS             PIC X(2).
           88 FS-DATOS-OK       VALUE "00".
           88 FS-DATOS-NOHAY    VALUE "23".
           88 FS-DATOS-NOEX     VALUE "35".

       01  FS-ACUMULADO         PIC X(2).
           88 FS-ACUMULADO-OK   VALUE "00".
           88 FS-ACUMULADO-EOF  VALUE "10".
           88 FS-ACUMULADO-NOEX VALUE "35".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-CARGOS-IMP        PIC X(2).
           88 FS-CARGOS-IMP-OK  VALUE "00".

       01  FS-CARGOS            PIC X(2).
           88 FS-CARGOS-OK      VALUE "00".

       01  FS-DECLARACION       PIC X(2).
           88 FS-DECLARACION-OK VALUE "00".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-JOURNAL       PIC X(01) VALUE "N".
           88 SIN-JOURNAL       VALUE "S".
       01  WS-SIN-DATOS         PIC X(01) VALUE "N".
           88 SIN-DATOS         VALUE "S".
       01  WS-YA-LIQUIDADO      PIC X(01) VALUE "N".
           88 JOURNAL-YA-LIQUIDADO VALUE "S".
       01  WS-ES-CIERRE         PIC X(01) VALUE "N".
           88 ES-CIERRE-DE-MES  VALUE "S".

       01  CONTADORES.
           03  WS-LEIDOS        PIC 9(7) VALUE ZERO.
           03  WS-GRAVADOS      PIC 9(7) VALUE ZERO.
           03  WS-CLIENTES      PIC 9(7) VALUE ZERO.
           03  WS-EXENTOS       PIC 9(7) VALUE ZERO.
           03  WS-CARGOS        PIC 9(7) VALUE ZERO.
           03  WS-A-MANO        PIC 9(7) VALUE ZERO.
           03  WS-DECLARADOS    PIC 9(7) VALUE ZERO.
           03  WS-LINEAS-PAGINA PIC 9(2) VALUE ZERO.
           03  WS-NRO-PAGINA    PIC 9(4) VALUE ZERO.

       01  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * IMPUESTO-CIERRE=S emite la declaracion del mes en curso
      * aunque hoy no sea el ultimo dia habil.
       01  WS-FORZAR-CIERRE     PIC X(01).
           88 CIERRE-FORZADO    VALUE "S".

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

      * Alicuota legal en porciento, cuatro digitos sin coma
      * (0060 = 0,60 %), igual para debitos y creditos.
       01  WS-TASA-AMBIENTE      PIC X(4).
       01  WS-TASA-AMBIENTE-NUM REDEFINES WS-TASA-AMBIENTE
                                 PIC 9(2)V99.
       01  WS-TASA-IMPUESTO      PIC 9(2)V99 VALUE 0,60.
       01  WS-TASA-LINDA         PIC Z9,99.

      * Movimientos de los ciclos a liquidar (posteriores a
      * WS-CICLO-LIQUIDADO, hasta WS-CICLO-HASTA).
       01  WS-CANT-JOURNAL       PIC 9(7) VALUE ZERO.
       01  WS-HASH-JOURNAL       PIC 9(13)V99 VALUE ZERO.
       01  WS-CICLO-LIQUIDADO    PIC 9(7) VALUE ZERO.
       01  WS-CICLO-HASTA        PIC 9(7) VALUE ZERO.

      * Cliente y moneda en curso del corte por IDN y moneda.
       01  WS-IDN-ACTUAL         PIC 9(7).
       01  WS-HAY-CLIENTE        PIC X(01) VALUE "N".
           88 HAY-CLIENTE-EN-CURSO VALUE "S".
       01  WS-CLI-CANT-DEB       PIC 9(5).
       01  WS-CLI-BASE-DEB       PIC 9(11)V99.
       01  WS-CLI-CANT-CRE       PIC 9(5).
       01  WS-CLI-BASE-CRE       PIC 9(11)V99.
       01  WS-CLI-IMPUESTO       PIC 9(9)V99.
       01  WS-IMPUESTO-MOV       PIC 9(9)V99.
       01  WS-MONEDA             PIC X(3).
       01  WS-EXENTO             PIC X(01).
           88 CLIENTE-EXENTO     VALUE "S".

      * Un cargo no puede pasar el importe de un registro de
      * SALDO-CARGOS; lo que no entra se cobra a mano.
       01  WS-MAXIMO-CARGO       PIC 9(9)V99 VALUE 999999999,99.

       01  WS-IDX-MON            PIC 9(1).
       01  TABLA-TOTALES.
           03  TOT-ENTRY OCCURS 2 TIMES.
               05  TOT-CLIENTES-MON  PIC 9(7).
               05  TOT-BASE-DEB-MON  PIC 9(13)V99.
               05  TOT-BASE-CRE-MON  PIC 9(13)V99.
               05  TOT-IMPUESTO-MON  PIC 9(11)V99.

       01  LINEA-EN-BLANCO      PIC X(100) VALUE SPACES.

       01  LINEA-ENCABEZADO-1.
           03  FILLER           PIC X(45)
               VALUE "IMPUESTO S/DEBITOS Y CREDITOS - PERCEPCIONES".
           03  FILLER           PIC X(9)  VALUE "PERIODO: ".
           03  ENC-PERIODO      PIC 9(6).
           03  FILLER           PIC X(4)  VALUE SPACES.
           03  FILLER           PIC X(6)  VALUE "PAGINA".
           03  ENC-PAGINA       PIC ZZZ9.
           03  FILLER           PIC X(26) VALUE SPACES.

       01  LINEA-ENCABEZADO-2.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(12) VALUE "DOCUMENTO".
           03  FILLER           PIC X(5)  VALUE "MON".
           03  FILLER           PIC X(7)  VALUE "DEB".
           03  FILLER           PIC X(19) VALUE "BASE DEBITOS".
           03  FILLER           PIC X(7)  VALUE "CRE".
           03  FILLER           PIC X(19) VALUE "BASE CREDITOS".
           03  FILLER           PIC X(22) VALUE "IMPUESTO".

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DOCUMENTO    PIC X(11).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-CANT-DEB     PIC ZZZZ9.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-BASE-DEB     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-CANT-CRE     PIC ZZZZ9.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-BASE-CRE     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-IMPUESTO     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(8)  VALUE SPACES.

       01  LINEA-TOTAL-TITULO   PIC X(100)
               VALUE "TOTALES A DECLARAR POR MONEDA".

       01  LINEA-TOTAL.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  TOT-MONEDA       PIC X(3).
           03  FILLER           PIC X(10) VALUE " CLIENTES:".
           03  TOT-CLIENTES     PIC ZZZZZZ9.
           03  FILLER           PIC X(8)  VALUE " BASE D:".
           03  TOT-BASE-DEB     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(8)  VALUE " BASE C:".
           03  TOT-BASE-CRE     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(5)  VALUE " IMP:".
           03  TOT-IMPUESTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1200-CONTROLAR-ULTIMO-HABIL.
           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           PERFORM 1800-FIRMAR-JOURNAL.
           IF NOT SIN-JOURNAL
              AND NOT JOURNAL-YA-LIQUIDADO
               PERFORM 2000-LIQUIDAR-JOURNAL
               PERFORM 2900-GRABAR-CONTROL
           END-IF.
           CLOSE CARGOS-IMPUESTO.
           IF WS-CARGOS GREATER THAN ZERO
               PERFORM 4500-INTERCALAR-CARGOS
           END-IF.
           IF ES-CIERRE-DE-MES
               PERFORM 6000-EMITIR-DECLARACION
           END-IF.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 5000-MOSTRAR-RESUMEN.
           MOVE 0 TO RETURN-CODE.

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
           ACCEPT WS-FORZAR-CIERRE FROM ENVIRONMENT "IMPUESTO-CIERRE".
           ACCEPT WS-TASA-AMBIENTE FROM ENVIRONMENT "IMPUESTO-TASA".
           IF WS-TASA-AMBIENTE NOT EQUAL SPACES
               IF WS-TASA-AMBIENTE-NUM NUMERIC
                   MOVE WS-TASA-AMBIENTE-NUM TO WS-TASA-IMPUESTO
               ELSE
                   DISPLAY "IMPUESTO-TASA NO NUMERICA: "
                           WS-TASA-AMBIENTE
                   DISPLAY "SE USA LA ALICUOTA POR OMISION"
               END-IF
           END-IF.
           MOVE WS-TASA-IMPUESTO TO WS-TASA-LINDA.
           DISPLAY "ALICUOTA DEBITOS Y CREDITOS: " WS-TASA-LINDA " %".
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

      * El cobro es diario; la declaracion del mes sale recien el
      * ultimo dia habil, con lo percibido hasta ese batch inclusive.
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
           IF WS-FECHA-PROCESO EQUAL WS-ULTIMO-HABIL
              OR CIERRE-FORZADO
               MOVE "S" TO WS-ES-CIERRE
               DISPLAY "SE EMITE LA DECLARACION DEL PERIODO " DFP-MES
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
           INITIALIZE TABLA-TOTALES.

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

      * El acumulado se conserva mes a mes; la primera vez se crea
      * vacio y se reabre I-O.
           OPEN I-O ACUMULADO
           IF FS-ACUMULADO-NOEX
               OPEN OUTPUT ACUMULADO
               CLOSE ACUMULADO
               OPEN I-O ACUMULADO
           END-IF
           EVALUATE FS-ACUMULADO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR IMPUESTO-DEBCRED-MES"
               DISPLAY "FILE STATUS ERROR" FS-ACUMULADO
               MOVE "IMPUESTO-DEBCRED-MES" TO ABE-ARCHIVO
               MOVE FS-ACUMULADO TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT CARGOS-IMPUESTO
           EVALUATE FS-CARGOS-IMP
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CARGOS-IMPUESTO"
               DISPLAY "FILE STATUS ERROR" FS-CARGOS-IMP
               MOVE "CARGOS-IMPUESTO" TO ABE-ARCHIVO
               MOVE FS-CARGOS-IMP TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * Primera pasada: del journal acumulado se cuentan y suman solo
      * los movimientos de los ciclos posteriores al ultimo liquidado.
       1800-FIRMAR-JOURNAL.
           PERFORM 1870-LEER-CONTROL.
           OPEN INPUT SALDO-JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   PERFORM 1850-LEER-JOURNAL UNTIL FS-JOURNAL-EOF
                   CLOSE SALDO-JOURNAL
               WHEN "35"
                   MOVE "S" TO WS-SIN-JOURNAL
                   DISPLAY "SIN SALDO-JOURNAL, NO HAY IMPUESTO"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR SALDO-JOURNAL"
                   DISPLAY "FILE STATUS ERROR" FS-JOURNAL
                   MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
                   MOVE FS-JOURNAL TO ABE-FILE-STATUS
                   MOVE "1800-FIRMAR-JOURNAL" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF NOT SIN-JOURNAL
               IF WS-CANT-JOURNAL EQUAL ZERO
                   MOVE "S" TO WS-YA-LIQUIDADO
                   DISPLAY "SALDO-JOURNAL SIN CICLOS POSTERIORES AL "
                           WS-CICLO-LIQUIDADO ", NO SE COBRA DE NUEVO"
               ELSE
                   DISPLAY "SE LIQUIDAN LOS CICLOS "
                           WS-CICLO-LIQUIDADO " (EXCLUIDO) A "
                           WS-CICLO-HASTA
               END-IF
           END-IF.
       1800-FIN-FIRMAR-JOURNAL.
           EXIT.

       1850-LEER-JOURNAL.
           READ SALDO-JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   IF JRN-CICLO GREATER THAN WS-CICLO-LIQUIDADO
                       ADD 1 TO WS-CANT-JOURNAL
                       ADD JRN-MONTO TO WS-HASH-JOURNAL
                       IF JRN-CICLO GREATER THAN WS-CICLO-HASTA
                           MOVE JRN-CICLO TO WS-CICLO-HASTA
                       END-IF
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-JOURNAL"
               DISPLAY "FILE STATUS ERROR" FS-JOURNAL
               MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
               MOVE FS-JOURNAL TO ABE-FILE-STATUS
               MOVE "1850-LEER-JOURNAL" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1850-FIN-LEER-JOURNAL.
           EXIT.

      * Sin control todavia no se liquido ningun ciclo.
       1870-LEER-CONTROL.
           OPEN INPUT CONTROL-IMPUESTO
           EVALUATE FS-CONTROL
               WHEN "00"
                   READ CONTROL-IMPUESTO
                   IF FS-CONTROL-OK
                       MOVE CTL-CICLO TO WS-CICLO-LIQUIDADO
                       DISPLAY "ULTIMO CICLO LIQUIDADO: " CTL-CICLO
                               " EL " CTL-FECHA
                   END-IF
                   CLOSE CONTROL-IMPUESTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR IMPUESTO-CONTROL"
                   DISPLAY "FILE STATUS ERROR" FS-CONTROL
                   MOVE "IMPUESTO-CONTROL" TO ABE-ARCHIVO
                   MOVE FS-CONTROL TO ABE-FILE-STATUS
                   MOVE "1870-LEER-CONTROL" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1870-FIN-LEER-CONTROL.
           EXIT.

       2000-LIQUIDAR-JOURNAL.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SD-IDN SD-MONEDA
               WITH DUPLICATES IN ORDER
               USING SALDO-JOURNAL
               GIVING JOURNAL-ORDENADO.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE SALDO-JOURNAL"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
               MOVE SPACES TO ABE-FILE-STATUS
               MOVE "2000-LIQUIDAR-JOURNAL" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           OPEN INPUT JOURNAL-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR IMPUESTO-JOURNAL-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "IMPUESTO-JOURNAL-ORD" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "2000-LIQUIDAR-JOURNAL" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2100-LEER-ORDENADO.
           PERFORM 2200-PROCESAR-MOVIMIENTO
               UNTIL FS-ORDENADO-EOF.
           PERFORM 3000-COBRAR-CLIENTE.
           CLOSE JOURNAL-ORDENADO.
       2000-FIN-LIQUIDAR-JOURNAL.
           EXIT.

      * Los ciclos ya liquidados siguen en el journal hasta que
      * ValidadorSaldo lo vacia: se saltean.
       2100-LEER-ORDENADO.
           PERFORM 2150-LEER-ORDENADO-ARCHIVO.
           PERFORM 2150-LEER-ORDENADO-ARCHIVO
               UNTIL FS-ORDENADO-EOF
                  OR ORD-CICLO GREATER THAN WS-CICLO-LIQUIDADO.
           IF FS-ORDENADO-OK
               ADD 1 TO WS-LEIDOS
           END-IF.
       2100-FIN-LEER-ORDENADO.
           EXIT.

       2150-LEER-ORDENADO-ARCHIVO.
           READ JOURNAL-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE IMPUESTO-JOURNAL-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "IMPUESTO-JOURNAL-ORD" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "2150-LEER-ORDENADO-ARCHIVO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2150-FIN-LEER-ORDENADO-ARCHIVO.
           EXIT.

      * El impuesto se calcula movimiento por movimiento, redondeado
      * al centavo, y se cobra en un solo cargo por cliente y moneda,
      * en la moneda de los movimientos.
       2200-PROCESAR-MOVIMIENTO.
           IF ORD-MONEDA EQUAL SPACES
               MOVE "PES" TO ORD-MONEDA
           END-IF.
           IF HAY-CLIENTE-EN-CURSO
              AND (ORD-IDN NOT EQUAL WS-IDN-ACTUAL
                   OR ORD-MONEDA NOT EQUAL WS-MONEDA)
               PERFORM 3000-COBRAR-CLIENTE
           END-IF.
           IF NOT HAY-CLIENTE-EN-CURSO
               MOVE "S"     TO WS-HAY-CLIENTE
               MOVE ORD-IDN TO WS-IDN-ACTUAL
               MOVE ORD-MONEDA TO WS-MONEDA
               MOVE ZERO    TO WS-CLI-CANT-DEB
               MOVE ZERO    TO WS-CLI-BASE-DEB
               MOVE ZERO    TO WS-CLI-CANT-CRE
               MOVE ZERO    TO WS-CLI-BASE-CRE
               MOVE ZERO    TO WS-CLI-IMPUESTO
           END-IF.
           IF ORD-MONTO GREATER THAN ZERO
               ADD 1 TO WS-GRAVADOS
               COMPUTE WS-IMPUESTO-MOV ROUNDED =
                   ORD-MONTO * WS-TASA-IMPUESTO / 100
               ADD WS-IMPUESTO-MOV TO WS-CLI-IMPUESTO
               IF ORD-DEBITO
                   ADD 1         TO WS-CLI-CANT-DEB
                   ADD ORD-MONTO TO WS-CLI-BASE-DEB
               ELSE
                   ADD 1         TO WS-CLI-CANT-CRE
                   ADD ORD-MONTO TO WS-CLI-BASE-CRE
               END-IF
           END-IF.
           PERFORM 2100-LEER-ORDENADO.
       2200-FIN-PROCESAR-MOVIMIENTO.
           EXIT.

      * El ultimo ciclo liquidado queda para la proxima corrida y
      * para ValidadorSaldo.
       2900-GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-IMPUESTO
           EVALUATE FS-CONTROL
               WHEN "00"
                   MOVE WS-FECHA-PROCESO TO CTL-FECHA
                   MOVE WS-CICLO-HASTA   TO CTL-CICLO
                   MOVE WS-CANT-JOURNAL  TO CTL-CANTIDAD
                   MOVE WS-HASH-JOURNAL  TO CTL-HASH
                   WRITE REGISTRO-CONTROL
                   CLOSE CONTROL-IMPUESTO
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR IMPUESTO-CONTROL"
                   DISPLAY "FILE STATUS ERROR" FS-CONTROL
                   MOVE "IMPUESTO-CONTROL" TO ABE-ARCHIVO
                   MOVE FS-CONTROL TO ABE-FILE-STATUS
                   MOVE "2900-GRABAR-CONTROL" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2900-FIN-GRABAR-CONTROL.
           EXIT.

       3000-COBRAR-CLIENTE.
           IF HAY-CLIENTE-EN-CURSO
               ADD 1 TO WS-CLIENTES
               PERFORM 3050-CONSULTAR-EXENCION
               IF CLIENTE-EXENTO
                   ADD 1 TO WS-EXENTOS
               ELSE
                   IF WS-CLI-IMPUESTO GREATER THAN ZERO
                       PERFORM 3200-GRABAR-CARGO
                       PERFORM 3300-ACUMULAR-MES
                   END-IF
               END-IF
               MOVE "N" TO WS-HAY-CLIENTE
           END-IF.
       3000-FIN-COBRAR-CLIENTE.
           EXIT.

      * Sin datos complementarios el cliente no esta exento.
       3050-CONSULTAR-EXENCION.
           MOVE "N" TO WS-EXENTO.
           IF NOT SIN-DATOS
               MOVE WS-IDN-ACTUAL TO CDAT-IDN
               READ CLIENTES-DATOS
               EVALUATE FS-DATOS
                   WHEN "00"
                       IF CDAT-EXENTO-DEBCRED EQUAL "S"
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

      * El impuesto es un cargo negativo, como la comision por
      * cheque rechazado, con su propio concepto contable.
       3200-GRABAR-CARGO.
           IF WS-CLI-IMPUESTO GREATER THAN WS-MAXIMO-CARGO
               ADD 1 TO WS-A-MANO
               DISPLAY "IDN " WS-IDN-ACTUAL " IMPUESTO "
                       WS-CLI-IMPUESTO " EXCEDE UN CARGO, COBRAR A MANO"
           ELSE
               MOVE SPACES          TO REGISTRO-CARGO-IMP
               MOVE "ID"            TO CARGO-CONCEPTO
               MOVE WS-IDN-ACTUAL   TO CARGO-IDN
               COMPUTE CARGO-SALDOS = ZERO - WS-CLI-IMPUESTO
               MOVE WS-MONEDA       TO CARGO-MONEDA
               WRITE REGISTRO-CARGO-IMP
               EVALUATE FS-CARGOS-IMP
                   WHEN "00"
                       ADD 1 TO WS-CARGOS
                   WHEN OTHER
                       DISPLAY "ERROR AL GRABAR CARGOS-IMPUESTO"
                       DISPLAY "FILE STATUS ERROR" FS-CARGOS-IMP
                       MOVE "CARGOS-IMPUESTO" TO ABE-ARCHIVO
                       MOVE FS-CARGOS-IMP TO ABE-FILE-STATUS
                       MOVE "3200-GRABAR-CARGO" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3200-FIN-GRABAR-CARGO.
           EXIT.

       3300-ACUMULAR-MES.
           MOVE WS-IDN-ACTUAL TO IMP-IDN.
           MOVE DFP-MES       TO IMP-PERIODO.
           MOVE WS-MONEDA     TO IMP-MONEDA.
           READ ACUMULADO
           EVALUATE FS-ACUMULADO
               WHEN "00"
                   PERFORM 3350-SUMAR-ACUMULADO
                   REWRITE REGISTRO-ACUMULADO
               WHEN "23"
                   MOVE ZERO TO IMP-CANT-DEBITOS
                   MOVE ZERO TO IMP-BASE-DEBITOS
                   MOVE ZERO TO IMP-CANT-CREDITOS
                   MOVE ZERO TO IMP-BASE-CREDITOS
                   MOVE ZERO TO IMP-IMPUESTO
                   PERFORM 3350-SUMAR-ACUMULADO
                   WRITE REGISTRO-ACUMULADO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE IMPUESTO-DEBCRED-MES"
                   DISPLAY "FILE STATUS ERROR" FS-ACUMULADO
                   MOVE "IMPUESTO-DEBCRED-MES" TO ABE-ARCHIVO
                   MOVE FS-ACUMULADO TO ABE-FILE-STATUS
                   MOVE "3300-ACUMULAR-MES" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           EVALUATE FS-ACUMULADO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR IMPUESTO-DEBCRED-MES"
               DISPLAY "FILE STATUS ERROR" FS-ACUMULADO
               MOVE "IMPUESTO-DEBCRED-MES" TO ABE-ARCHIVO
               MOVE FS-ACUMULADO TO ABE-FILE-STATUS
               MOVE "3300-ACUMULAR-MES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-ACUMULAR-MES.
           EXIT.

      * Lo que se cobra a mano tambien se declara: fue percibido.
       3350-SUMAR-ACUMULADO.
           ADD WS-CLI-CANT-DEB    TO IMP-CANT-DEBITOS.
           ADD WS-CLI-BASE-DEB    TO IMP-BASE-DEBITOS.
           ADD WS-CLI-CANT-CRE    TO IMP-CANT-CREDITOS.
           ADD WS-CLI-BASE-CRE    TO IMP-BASE-CREDITOS.
           ADD WS-CLI-IMPUESTO    TO IMP-IMPUESTO.
           MOVE WS-FECHA-PROCESO  TO IMP-ULT-FECHA.
       3350-FIN-SUMAR-ACUMULADO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF NOT SIN-DATOS
               CLOSE CLIENTES-DATOS
           END-IF
           CLOSE ACUMULADO.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

      * ValidadorSaldo exige SALDO-CARGOS en orden ascendente de IDN:
      * los cargos del impuesto se intercalan con los que ya dejaron
      * InteresDeudor y ChequesRechazados.
       4500-INTERCALAR-CARGOS.
           OPEN INPUT SALDO-CARGOS
           EVALUATE FS-CARGOS
               WHEN "00"
               CLOSE SALDO-CARGOS
               WHEN "35"
               OPEN OUTPUT SALDO-CARGOS
               CLOSE SALDO-CARGOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-CARGOS"
               DISPLAY "FILE STATUS ERROR" FS-CARGOS
               MOVE "SALDO-CARGOS" TO ABE-ARCHIVO
               MOVE FS-CARGOS TO ABE-FILE-STATUS
               MOVE "4500-INTERCALAR-CARGOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           SORT ORDEN-CARGOS
               ON ASCENDING KEY SDC-IDN
               WITH DUPLICATES IN ORDER
               USING SALDO-CARGOS CARGOS-IMPUESTO
               GIVING SALDO-CARGOS.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE SALDO-CARGOS"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "SALDO-CARGOS" TO ABE-ARCHIVO
               MOVE SPACES TO ABE-FILE-STATUS
               MOVE "4500-INTERCALAR-CARGOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       4500-FIN-INTERCALAR-CARGOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "MOVIMIENTOS EN JOURNAL: " WS-CANT-JOURNAL.
           DISPLAY "MOVIMIENTOS GRAVADOS  : " WS-GRAVADOS.
           DISPLAY "CLIENTES              : " WS-CLIENTES.
           DISPLAY "  EXENTOS             : " WS-EXENTOS.
           DISPLAY "CARGOS GRABADOS       : " WS-CARGOS.
           DISPLAY "A COBRAR A MANO       : " WS-A-MANO.
           IF ES-CIERRE-DE-MES
               DISPLAY "CLIENTES DECLARADOS   : " WS-DECLARADOS
           END-IF.
       5000-FIN-MOSTRAR-RESUMEN.
           EXIT.

      * Ultimo dia habil: se recorre el acumulado del periodo y se
      * arman el archivo por cliente y el reporte con totales.
       6000-EMITIR-DECLARACION.
           OPEN OUTPUT DECLARACION
           EVALUATE FS-DECLARACION
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR IMPUESTO-DEBCRED-DDJJ"
               DISPLAY "FILE STATUS ERROR" FS-DECLARACION
               MOVE "IMPUESTO-DEBCRED-DDJJ" TO ABE-ARCHIVO
               MOVE FS-DECLARACION TO ABE-FILE-STATUS
               MOVE "6000-EMITIR-DECLARACION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR IMPUESTO-DEBCRED-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "IMPUESTO-DEBCRED-REPOR" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "6000-EMITIR-DECLARACION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE ZERO TO IMP-IDN.
           MOVE ZERO TO IMP-PERIODO.
           MOVE LOW-VALUES TO IMP-MONEDA.
           START ACUMULADO KEY IS NOT LESS THAN IMP-CLAVE
           EVALUATE FS-ACUMULADO
               WHEN "00"
                   PERFORM 6100-LEER-ACUMULADO
                       UNTIL FS-ACUMULADO-EOF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN START DE IMPUESTO-DEBCRED-MES"
                   DISPLAY "FILE STATUS ERROR" FS-ACUMULADO
                   MOVE "IMPUESTO-DEBCRED-MES" TO ABE-ARCHIVO
                   MOVE FS-ACUMULADO TO ABE-FILE-STATUS
                   MOVE "6000-EMITIR-DECLARACION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 6400-GRABAR-TOTALES.
           CLOSE DECLARACION.
           CLOSE REPORTE.
       6000-FIN-EMITIR-DECLARACION.
           EXIT.

       6100-LEER-ACUMULADO.
           READ ACUMULADO NEXT RECORD
           EVALUATE FS-ACUMULADO
               WHEN "00"
                   IF IMP-PERIODO EQUAL DFP-MES
                       PERFORM 6200-DECLARAR-CLIENTE
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE IMPUESTO-DEBCRED-MES"
               DISPLAY "FILE STATUS ERROR" FS-ACUMULADO
               MOVE "IMPUESTO-DEBCRED-MES" TO ABE-ARCHIVO
               MOVE FS-ACUMULADO TO ABE-FILE-STATUS
               MOVE "6100-LEER-ACUMULADO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       6100-FIN-LEER-ACUMULADO.
           EXIT.

       6200-DECLARAR-CLIENTE.
           MOVE IMP-IDN TO WS-IDN-ACTUAL.
           MOVE SPACES  TO CDAT-DOCUMENTO.
           IF NOT SIN-DATOS
               MOVE IMP-IDN TO CDAT-IDN
               READ CLIENTES-DATOS
               IF NOT FS-DATOS-OK
                   MOVE SPACES TO CDAT-DOCUMENTO
               END-IF
           END-IF.
           MOVE DFP-MES           TO DDJ-PERIODO.
           MOVE IMP-IDN           TO DDJ-IDN.
           MOVE CDAT-DOCUMENTO    TO DDJ-DOCUMENTO.
           MOVE IMP-MONEDA        TO DDJ-MONEDA.
           MOVE IMP-CANT-DEBITOS  TO DDJ-CANT-DEBITOS.
           MOVE IMP-BASE-DEBITOS  TO DDJ-BASE-DEBITOS.
           MOVE IMP-CANT-CREDITOS TO DDJ-CANT-CREDITOS.
           MOVE IMP-BASE-CREDITOS TO DDJ-BASE-CREDITOS.
           MOVE IMP-IMPUESTO      TO DDJ-IMPUESTO.
           WRITE REGISTRO-DECLARACION
           EVALUATE FS-DECLARACION
               WHEN "00"
                   ADD 1 TO WS-DECLARADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR IMPUESTO-DEBCRED-DDJJ"
                   DISPLAY "FILE STATUS ERROR" FS-DECLARACION
                   MOVE "IMPUESTO-DEBCRED-DDJJ" TO ABE-ARCHIVO
                   MOVE FS-DECLARACION TO ABE-FILE-STATUS
                   MOVE "6200-DECLARAR-CLIENTE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF IMP-MONEDA EQUAL "DOL"
               MOVE 2 TO WS-IDX-MON
           ELSE
               MOVE 1 TO WS-IDX-MON
           END-IF.
           ADD 1                 TO TOT-CLIENTES-MON (WS-IDX-MON).
           ADD IMP-BASE-DEBITOS  TO TOT-BASE-DEB-MON (WS-IDX-MON).
           ADD IMP-BASE-CREDITOS TO TOT-BASE-CRE-MON (WS-IDX-MON).
           ADD IMP-IMPUESTO      TO TOT-IMPUESTO-MON (WS-IDX-MON).
           PERFORM 6300-GRABAR-LINEA.
       6200-FIN-DECLARAR-CLIENTE.
           EXIT.

       6300-GRABAR-LINEA.
           IF WS-LINEAS-PAGINA EQUAL ZERO
              OR WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 6350-GRABAR-ENCABEZADO
           END-IF.
           MOVE IMP-IDN           TO DET-IDN.
           MOVE CDAT-DOCUMENTO    TO DET-DOCUMENTO.
           MOVE IMP-MONEDA        TO DET-MONEDA.
           MOVE IMP-CANT-DEBITOS  TO DET-CANT-DEB.
           MOVE IMP-BASE-DEBITOS  TO DET-BASE-DEB.
           MOVE IMP-CANT-CREDITOS TO DET-CANT-CRE.
           MOVE IMP-BASE-CREDITOS TO DET-BASE-CRE.
           MOVE IMP-IMPUESTO      TO DET-IMPUESTO.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   ADD 1 TO WS-LINEAS-PAGINA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR IMPUESTO-DEBCRED-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
       6300-FIN-GRABAR-LINEA.
           EXIT.

       6350-GRABAR-ENCABEZADO.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO ENC-PAGINA.
           MOVE DFP-MES       TO ENC-PERIODO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           MOVE ZERO TO WS-LINEAS-PAGINA.
       6350-FIN-GRABAR-ENCABEZADO.
           EXIT.

       6400-GRABAR-TOTALES.
           IF WS-NRO-PAGINA EQUAL ZERO
               PERFORM 6350-GRABAR-ENCABEZADO
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL-TITULO.
           PERFORM 6450-GRABAR-UN-TOTAL
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN 2.
       6400-FIN-GRABAR-TOTALES.
           EXIT.

       6450-GRABAR-UN-TOTAL.
           IF WS-IDX-MON EQUAL 2
               MOVE "DOL" TO TOT-MONEDA
           ELSE
               MOVE "PES" TO TOT-MONEDA
           END-IF.
           MOVE TOT-CLIENTES-MON (WS-IDX-MON) TO TOT-CLIENTES.
           MOVE TOT-BASE-DEB-MON (WS-IDX-MON) TO TOT-BASE-DEB.
           MOVE TOT-BASE-CRE-MON (WS-IDX-MON) TO TOT-BASE-CRE.
           MOVE TOT-IMPUESTO-MON (WS-IDX-MON) TO TOT-IMPUESTO.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR IMPUESTO-DEBCRED-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
       6450-FIN-GRABAR-UN-TOTAL.
           EXIT.

      * Verificacion de entregas: antes de abrir sus entradas el paso
      * las cuenta y compara fecha de proceso, cantidad de registros y
      * suma de importes con lo que registro el paso productor en el
      * manifiesto. Cualquier diferencia corta el paso con RC 20 y el
      * motivo en ERRORES en lugar del file status: MF sin entrada del
      * productor, MD grabado para una fecha posterior, MC cantidad
      * distinta, MH suma de importes distinta. El journal se acumula
      * entre dias, asi que una fecha anterior es valida; sin journal
      * no hay nada que verificar.
       8500-VERIFICAR-ENTREGAS.
           PERFORM 8590-FECHA-ENTREGA.
           MOVE "SALDO-JOURNAL" TO WS-MAN-ARCHIVO.
           PERFORM 8720-CONTAR-JOURNAL.
           IF NOT SIN-JOURNAL
               OPEN INPUT MANIFIESTO
               EVALUATE FS-MANIFIESTO
                   WHEN "00"
                       CONTINUE
                   WHEN "35"
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
               END-EVALUATE
               PERFORM 8510-LEER-MANIFIESTO
               PERFORM 8520-COMPARAR-ENTREGA
               CLOSE MANIFIESTO
           END-IF.
       8500-FIN-VERIFICAR-ENTREGAS.
           EXIT.
       8510-LEER-MANIFIESTO.
           MOVE WS-MAN-ARCHIVO TO MAN-ARCHIVO.
           READ MANIFIESTO
           EVALUATE FS-MANIFIESTO
               WHEN "00"
                   IF MAN-FECHA GREATER THAN WS-MAN-FECHA
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
       8720-CONTAR-JOURNAL.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT SALDO-JOURNAL.
           EVALUATE FS-JOURNAL
               WHEN "00"
                   PERFORM 8730-LEER-JOURNAL UNTIL FIN-ENTREGA
                   CLOSE SALDO-JOURNAL
               WHEN "35"
                   MOVE "S" TO WS-SIN-JOURNAL
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR SALDO-JOURNAL"
                   DISPLAY "FILE STATUS ERROR " FS-JOURNAL
                   MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
                   MOVE FS-JOURNAL TO ABE-FILE-STATUS
                   MOVE "8720-CONTAR-JOURNAL" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8720-FIN-CONTAR-JOURNAL.
           EXIT.
       8730-LEER-JOURNAL.
           READ SALDO-JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   ADD 1 TO WS-MAN-REGISTROS
                   ADD JRN-MONTO TO WS-MAN-HASH
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDO-JOURNAL"
                   DISPLAY "FILE STATUS ERROR " FS-JOURNAL
                   MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
                   MOVE FS-JOURNAL TO ABE-FILE-STATUS
                   MOVE "8730-LEER-JOURNAL" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8730-FIN-LEER-JOURNAL.
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
               MOVE "IMPUESTODEBCRED" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-IDN-ACTUAL   TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ImpuestoDebCred.
