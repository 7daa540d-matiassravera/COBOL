      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionSucursales.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de clientes: sucursal y estado de cada IDN. Es la
      * llave para repartir todo lo demas por sucursal.
       SELECT CLIENTES ASSIGN TO "CLIENTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CLIENTES.

      * Posicion consolidada por cliente y moneda al cierre del dia.
       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS POS-CLAVE
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

      * Lo liquidado por sucursal en cada fecha de proceso
      * (LiquidacionSucursales); de aca salen los cheques compensados
      * de cada sucursal en el mes.
       SELECT LIQ-HISTORIA ASSIGN TO "LIQUIDACION-HISTORIA"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS LQH-CLAVE
       FILE STATUS IS FS-LIQ-HISTORIA.

      * Historico de CortesDeControl, un registro por corrida: total
      * del banco presentado a camara, para la pagina de ranking.
       SELECT RESUMEN-CDEC ASSIGN TO "CDEC-RESUMEN"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RESUMEN-CDEC.

      * Deudores con los dias seguidos en rojo (EscalamientoDeudor).
       SELECT AGING ASSIGN TO "DEUDOR-AGING"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS AGE-IDN
       FILE STATUS IS FS-AGING.

      * Excepciones de credito acumuladas por IDN (RevisionCredito).
       SELECT CRED-HISTORIA ASSIGN TO "CREDITO-HISTORIA"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CRH-IDN
       FILE STATUS IS FS-CRED-HISTORIA.

      * Calendario de feriados para determinar el ultimo dia habil
      * del mes, que es el unico dia en que corresponde correr.
       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Cifras de cierre de cada mes por sucursal: la corrida de un
      * mes lee las del mes anterior para la comparacion y deja las
      * propias para el mes siguiente.
       SELECT GESTION-HISTORIA ASSIGN TO "GESTION-SUCURSALES-HIST"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS GSH-CLAVE
       FILE STATUS IS FS-GESTION-HIST.

      * Una pagina por sucursal y al final el ranking del banco.
       SELECT REPORTE ASSIGN TO "GESTION-SUCURSALES-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

       01  REGISTRO-A.
           03  FILLER          PIC X(5).
           03  IDN             PIC 9(7).
           03  NOMBRE          PIC X(10).
           03  APELLIDO        PIC X(10).
           03  FILLER          PIC X(3).
           03  CLI-SUCURSAL    PIC 9(2).
           03  CLI-ESTADO      PIC X(01).
           03  CLI-LIMITE      PIC 9(9)V99.
       01  REGISTRO-A-TRAILER.
           03  TRAILER-ID-A    PIC X(10).
           03  TRAILER-CANT-A  PIC 9(07).

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

       FD  LIQ-HISTORIA.

       01  REGISTRO-LIQ-HISTORIA.
           03  LQH-CLAVE.
               05  LQH-FECHA-PROCESO PIC 9(8).
               05  LQH-SUCURSAL      PIC 9(2).
               05  LQH-FECHA         PIC 9(8).
           03  LQH-CANT-CHEQUES    PIC 9(7).
           03  LQH-MONTO           PIC 9(13)V99.

       FD  RESUMEN-CDEC.

       01  REGISTRO-RESUMEN.
           03  RESUMEN-FECHA            PIC 9(8).
           03  RESUMEN-QTOT             PIC 9(10).
           03  RESUMEN-QTOT-MONTO       PIC 9(12)V99.
           03  RESUMEN-QLEIDOS          PIC 9(10).
           03  RESUMEN-QFRENADOS        PIC 9(7).

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

       FD  CRED-HISTORIA.

       01  REGISTRO-CRED-HISTORIA.
           03  CRH-IDN          PIC 9(7).
           03  CRH-APELLIDO     PIC X(10).
           03  CRH-NOMBRE       PIC X(10).
           03  CRH-VECES        PIC 9(5).
           03  CRH-PEOR-EXCESO  PIC 9(11)V99.
           03  CRH-ULT-LIMITE   PIC 9(9)V99.
           03  CRH-ULT-FECHA    PIC 9(8).
           03  CRH-ULT-MOTIVO   PIC X(10).

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

       FD  GESTION-HISTORIA.

       01  REGISTRO-GESTION.
           03  GSH-CLAVE.
               05  GSH-MES          PIC 9(6).
               05  GSH-SUCURSAL     PIC 9(2).
           03  GSH-CIFRAS.
               05  GSH-ACTIVOS      PIC 9(5).
               05  GSH-BLOQUEADOS   PIC 9(5).
               05  GSH-INACTIVOS    PIC 9(5).
               05  GSH-ACREEDOR-PES PIC 9(11)V99.
               05  GSH-DEUDOR-PES   PIC 9(11)V99.
               05  GSH-ACREEDOR-DOL PIC 9(11)V99.
               05  GSH-DEUDOR-DOL   PIC 9(11)V99.
               05  GSH-CHEQUES      PIC 9(9).
               05  GSH-MONTO-CHEQUES PIC 9(13)V99.
               05  GSH-TRAMO        PIC 9(5) OCCURS 4 TIMES.
               05  GSH-EXCEDIDOS    PIC 9(5).

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

       01  FS-CLIENTES          PIC X(2).
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".

       01  FS-POSICION          PIC X(2).
           88 FS-POSICION-OK    VALUE "00".
           88 FS-POSICION-EOF   VALUE "10".

       01  FS-LIQ-HISTORIA      PIC X(2).
           88 FS-LIQ-HISTORIA-OK  VALUE "00".
           88 FS-LIQ-HISTORIA-EOF VALUE "10".

       01  FS-RESUMEN-CDEC      PIC X(2).
           88 FS-RESUMEN-CDEC-OK  VALUE "00".
           88 FS-RESUMEN-CDEC-EOF VALUE "10".

       01  FS-AGING             PIC X(2).
           88 FS-AGING-OK       VALUE "00".
           88 FS-AGING-EOF      VALUE "10".

       01  FS-CRED-HISTORIA     PIC X(2).
           88 FS-CRED-HISTORIA-OK  VALUE "00".
           88 FS-CRED-HISTORIA-EOF VALUE "10".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".

       01  FS-GESTION-HIST      PIC X(2).
           88 FS-GESTION-HIST-OK  VALUE "00".
           88 FS-GESTION-HIST-DUP VALUE "22".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  CONTADORES.
           03  WS-CLIENTES-LEIDOS   PIC 9(7) VALUE ZERO.
           03  WS-POSICIONES-LEIDAS PIC 9(7) VALUE ZERO.
           03  WS-LIQUIDACIONES     PIC 9(7) VALUE ZERO.
           03  WS-CORRIDAS-CDEC     PIC 9(5) VALUE ZERO.
           03  WS-DEUDORES-LEIDOS   PIC 9(7) VALUE ZERO.
           03  WS-EXCEDIDOS-LEIDOS  PIC 9(7) VALUE ZERO.
           03  WS-SIN-SUCURSAL      PIC 9(7) VALUE ZERO.
           03  WS-SUCURSALES        PIC 9(3) VALUE ZERO.
           03  WS-NRO-PAGINA        PIC 9(4) VALUE ZERO.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * Mes pedido (YYYYMM); si no viene se toma el de la fecha de
      * proceso. GESTION-FORZAR=S saltea el control de ultimo dia
      * habil para un recupero autorizado. Clientes, posicion y
      * deudores son fotos del dia en que se corre: son las cifras
      * de cierre solo si se corre el ultimo dia habil del mes.
       01  WS-MES-AMBIENTE      PIC X(6).
       01  WS-MES-AMBIENTE-N REDEFINES WS-MES-AMBIENTE
                                PIC 9(6).
       01  WS-MES-PEDIDO        PIC 9(6).
       01  WS-FORZAR            PIC X(01).
           88 CORRIDA-FORZADA   VALUE "S".

       01  WS-MES-ANTERIOR      PIC 9(6).
       01  DESGLOSE-MES-ANT REDEFINES WS-MES-ANTERIOR.
           03  DMA-ANIO         PIC 9(4).
           03  DMA-MES          PIC 9(2).

       01  DESGLOSE-FECHA-PROC.
           03  DFP-MES          PIC 9(6).
           03  DFP-DIA          PIC 9(2).

       01  DESGLOSE-FECHA-LEIDA.
           03  DFL-MES          PIC 9(6).
           03  DFL-DIA          PIC 9(2).

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

      * IDN -> sucursal, cargado de CLIENTES.
       01  TABLA-CLIENTES.
           03  TAB-CLI-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-CLI-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-IDX-CLI.
               05  TAB-CLI-IDN      PIC 9(7).
               05  TAB-CLI-SUCURSAL PIC 9(2).

       01  WS-IDN-BUSCADO       PIC 9(7) VALUE ZERO.
       01  WS-IDN-ANTERIOR      PIC 9(7) VALUE ZERO.
       01  WS-SUB-SUC-ANTERIOR  PIC 9(3) VALUE ZERO.

      * Cifras por sucursal, con subindice sucursal + 1: las del mes
      * pedido y las del mes anterior tomadas de la historia. Los
      * dos grupos tienen el mismo dibujo que GSH-CIFRAS.
       01  TABLA-SUCURSALES.
           03  TAB-SUC-ENTRY OCCURS 100 TIMES.
               05  TAB-SUC-HAY      PIC X(01).
                   88 SUC-CON-DATOS     VALUE "S".
               05  TAB-SUC-HAY-ANT  PIC X(01).
                   88 SUC-CON-ANTERIOR  VALUE "S".
               05  TAB-SUC-RANKEADA PIC X(01).
                   88 SUC-RANKEADA      VALUE "S".
               05  TAB-SUC-ACTUAL.
                   07  TAB-ACT-ACTIVOS      PIC 9(5).
                   07  TAB-ACT-BLOQUEADOS   PIC 9(5).
                   07  TAB-ACT-INACTIVOS    PIC 9(5).
                   07  TAB-ACT-ACREEDOR-PES PIC 9(11)V99.
                   07  TAB-ACT-DEUDOR-PES   PIC 9(11)V99.
                   07  TAB-ACT-ACREEDOR-DOL PIC 9(11)V99.
                   07  TAB-ACT-DEUDOR-DOL   PIC 9(11)V99.
                   07  TAB-ACT-CHEQUES      PIC 9(9).
                   07  TAB-ACT-MONTO-CHEQUES PIC 9(13)V99.
                   07  TAB-ACT-TRAMO        PIC 9(5) OCCURS 4 TIMES.
                   07  TAB-ACT-EXCEDIDOS    PIC 9(5).
               05  TAB-SUC-ANTERIOR.
                   07  TAB-ANT-ACTIVOS      PIC 9(5).
                   07  TAB-ANT-BLOQUEADOS   PIC 9(5).
                   07  TAB-ANT-INACTIVOS    PIC 9(5).
                   07  TAB-ANT-ACREEDOR-PES PIC 9(11)V99.
                   07  TAB-ANT-DEUDOR-PES   PIC 9(11)V99.
                   07  TAB-ANT-ACREEDOR-DOL PIC 9(11)V99.
                   07  TAB-ANT-DEUDOR-DOL   PIC 9(11)V99.
                   07  TAB-ANT-CHEQUES      PIC 9(9).
                   07  TAB-ANT-MONTO-CHEQUES PIC 9(13)V99.
                   07  TAB-ANT-TRAMO        PIC 9(5) OCCURS 4 TIMES.
                   07  TAB-ANT-EXCEDIDOS    PIC 9(5).

       01  WS-SUB-SUC           PIC 9(3).
       01  WS-SUB-TRAMO         PIC 9(1).

      * Tramos de mora, los mismos cortes de EscalamientoDeudor.
       01  WS-DIAS-TRAMO-1      PIC 9(3) VALUE 30.
       01  WS-DIAS-TRAMO-2      PIC 9(3) VALUE 60.
       01  WS-DIAS-TRAMO-3      PIC 9(3) VALUE 90.

      * Totales del banco presentados a camara segun CDEC-RESUMEN.
      * Si una fecha se corrio dos veces vale la ultima corrida.
       01  TOTALES-CDEC.
           03  WS-CDEC-CHEQUES-ACT  PIC 9(11) VALUE ZERO.
           03  WS-CDEC-MONTO-ACT    PIC 9(13)V99 VALUE ZERO.
           03  WS-CDEC-FRENADOS-ACT PIC 9(9) VALUE ZERO.
           03  WS-CDEC-CHEQUES-ANT  PIC 9(11) VALUE ZERO.
           03  WS-CDEC-MONTO-ANT    PIC 9(13)V99 VALUE ZERO.
           03  WS-CDEC-FRENADOS-ANT PIC 9(9) VALUE ZERO.
       01  ULTIMA-CORRIDA-CDEC.
           03  WS-CDEC-ULT-FECHA    PIC 9(8) VALUE ZERO.
           03  WS-CDEC-ULT-CHEQUES  PIC 9(10) VALUE ZERO.
           03  WS-CDEC-ULT-MONTO    PIC 9(12)V99 VALUE ZERO.
           03  WS-CDEC-ULT-FRENADOS PIC 9(7) VALUE ZERO.

      * Totales del banco para la pagina de ranking.
       01  TOTALES-BANCO.
           03  WS-BCO-ACTIVOS       PIC 9(7) VALUE ZERO.
           03  WS-BCO-ACREEDOR-PES  PIC 9(13)V99 VALUE ZERO.
           03  WS-BCO-DEUDOR-PES    PIC 9(13)V99 VALUE ZERO.
           03  WS-BCO-MONTO-CHEQUES PIC 9(13)V99 VALUE ZERO.

       01  WS-PUESTO            PIC 9(3).
       01  WS-SUB-MAYOR         PIC 9(3).
       01  WS-MAYOR-DEPOSITO    PIC 9(11)V99.
       01  WS-HAY-MAYOR         PIC X(01).
           88 HAY-MAYOR         VALUE "S".

      * Datos de una linea de comparacion, cargados antes de
      * PERFORM 3810 (cantidades) o 3820 (importes).
       01  WS-CONCEPTO          PIC X(24).
       01  WS-CANT-ACTUAL       PIC 9(11).
       01  WS-CANT-ANTERIOR     PIC 9(11).
       01  WS-IMP-ACTUAL        PIC 9(13)V99.
       01  WS-IMP-ANTERIOR      PIC 9(13)V99.

       01  WS-LINEA-SALIDA      PIC X(80).

       01  LINEA-TITULO-1.
           03  FILLER           PIC X(38)
                   VALUE "INFORME DE GESTION POR SUCURSAL - MES ".
           03  TIT-MES          PIC 9(6).
           03  FILLER           PIC X(25) VALUE SPACES.
           03  FILLER           PIC X(7)  VALUE "PAGINA ".
           03  TIT-PAGINA       PIC ZZZ9.

       01  LINEA-TITULO-2.
           03  FILLER           PIC X(9)  VALUE "SUCURSAL ".
           03  TIT-SUCURSAL     PIC 9(2).
           03  FILLER           PIC X(21)
                   VALUE "   MES ANTERIOR ".
           03  TIT-MES-ANT      PIC 9(6).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  TIT-SIN-ANTERIOR PIC X(26).
           03  FILLER           PIC X(14) VALUE SPACES.

       01  LINEA-TITULO-RANKING.
           03  FILLER           PIC X(38)
                   VALUE "RANKING DE SUCURSALES - MES ".
           03  TIR-MES          PIC 9(6).
           03  FILLER           PIC X(25) VALUE SPACES.
           03  FILLER           PIC X(7)  VALUE "PAGINA ".
           03  TIR-PAGINA       PIC ZZZ9.

       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-COLUMNAS.
           03  FILLER           PIC X(24) VALUE "CONCEPTO".
           03  FILLER           PIC X(18) VALUE "        MES ACTUAL".
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  FILLER           PIC X(18) VALUE "      MES ANTERIOR".
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  FILLER           PIC X(18) VALUE "        VARIACION ".

       01  LINEA-CANTIDAD.
           03  CAN-CONCEPTO     PIC X(24).
           03  FILLER           PIC X(7)  VALUE SPACES.
           03  CAN-ACTUAL       PIC ZZZ.ZZZ.ZZ9.
           03  FILLER           PIC X(8)  VALUE SPACES.
           03  CAN-ANTERIOR     PIC ZZZ.ZZZ.ZZ9.
           03  FILLER           PIC X(7)  VALUE SPACES.
           03  CAN-VARIACION    PIC ZZZ.ZZZ.ZZ9-.

       01  LINEA-IMPORTE.
           03  IMP-CONCEPTO     PIC X(24).
           03  IMP-ACTUAL       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  IMP-ANTERIOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  IMP-VARIACION    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01  LINEA-COLUMNAS-RANKING.
           03  FILLER           PIC X(6)  VALUE "PUESTO".
           03  FILLER           PIC X(5)  VALUE "SUC".
           03  FILLER           PIC X(8)  VALUE "ACTIVOS".
           03  FILLER           PIC X(19) VALUE "    DEPOSITOS PES".
           03  FILLER           PIC X(19) VALUE "        DEUDA PES".
           03  FILLER           PIC X(20) VALUE "  MONTO COMPENSADO".
           03  FILLER           PIC X(3)  VALUE SPACES.

       01  LINEA-RANKING.
           03  RNK-PUESTO       PIC ZZ9.
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  RNK-SUCURSAL     PIC 9(2).
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  RNK-ACTIVOS      PIC ZZ.ZZ9.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  RNK-DEPOSITOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  RNK-DEUDA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  RNK-CHEQUES      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(3)  VALUE SPACES.

       01  LINEA-TOTAL-RANKING.
           03  FILLER           PIC X(11) VALUE "TOTAL BANCO".
           03  RNT-ACTIVOS      PIC ZZ.ZZ9.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  RNT-DEPOSITOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  RNT-DEUDA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  RNT-CHEQUES      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(3)  VALUE SPACES.

       01  LINEA-TITULO-CDEC.
           03  FILLER           PIC X(44)
                   VALUE "PRESENTADO A CAMARA POR EL BANCO (CDEC)".
           03  FILLER           PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1200-CONTROLAR-ULTIMO-HABIL.
           INITIALIZE TABLA-SUCURSALES.
           PERFORM 1300-CARGAR-CLIENTES.
           PERFORM 1400-SUMAR-POSICION.
           PERFORM 1500-SUMAR-LIQUIDACIONES.
           PERFORM 1600-SUMAR-CDEC.
           PERFORM 1700-CONTAR-DEUDORES.
           PERFORM 1800-CONTAR-EXCEDIDOS.
           PERFORM 2000-ACTUALIZAR-HISTORIA.
           PERFORM 2900-ABRIR-REPORTE.
           PERFORM 3000-EMITIR-SUCURSAL
               VARYING WS-SUB-SUC FROM 1 BY 1
               UNTIL WS-SUB-SUC GREATER THAN 100.
           PERFORM 3500-EMITIR-RANKING.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

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
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "GESTION-MES".
           IF WS-MES-AMBIENTE-N NUMERIC
              AND WS-MES-AMBIENTE NOT EQUAL SPACES
               MOVE WS-MES-AMBIENTE-N TO WS-MES-PEDIDO
           ELSE
               MOVE DFP-MES TO WS-MES-PEDIDO
           END-IF.
           ACCEPT WS-FORZAR FROM ENVIRONMENT "GESTION-FORZAR".
           MOVE WS-MES-PEDIDO TO WS-MES-ANTERIOR.
           IF DMA-MES EQUAL 1
               SUBTRACT 1 FROM DMA-ANIO
               MOVE 12 TO DMA-MES
           ELSE
               SUBTRACT 1 FROM DMA-MES
           END-IF.
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

      * Solo corre en el ultimo dia habil del mes pedido, que se
      * obtiene retrocediendo desde el ultimo dia del calendario.
       1200-CONTROLAR-ULTIMO-HABIL.
           MOVE WS-MES-PEDIDO TO WS-MES-SIGUIENTE.
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
           PERFORM 1270-RETROCEDER-UN-DIA
               UNTIL DIA-HABIL OR WS-INTENTOS GREATER THAN 30.
           MOVE WS-FECHA-CANDIDATA TO WS-ULTIMO-HABIL.
           IF WS-FECHA-PROCESO NOT EQUAL WS-ULTIMO-HABIL
              AND NOT CORRIDA-FORZADA
               DISPLAY "HOY " WS-FECHA-PROCESO " NO ES EL ULTIMO DIA"
                       " HABIL DEL MES " WS-MES-PEDIDO
                       " (" WS-ULTIMO-HABIL ")"
               DISPLAY "USE GESTION-FORZAR=S PARA UNA CORRIDA"
                       " AUTORIZADA"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-FIN-CONTROLAR-ULTIMO-HABIL.
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

       1270-RETROCEDER-UN-DIA.
           COMPUTE WS-ENTERO-FECHA = WS-ENTERO-FECHA - 1.
           COMPUTE WS-FECHA-CANDIDATA =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-FECHA).
           ADD 1 TO WS-INTENTOS.
           PERFORM 1250-PROBAR-DIA-HABIL.
       1270-FIN-RETROCEDER-UN-DIA.
           EXIT.

      * Sin maestro de clientes no hay forma de repartir por
      * sucursal: es un error de la corrida.
       1300-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   PERFORM 1350-LEER-CLIENTE
                      UNTIL FS-CLIENTES-EOF
                   CLOSE CLIENTES
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CLIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-CLIENTES
                   MOVE "CLIENTES" TO ABE-ARCHIVO
                   MOVE FS-CLIENTES TO ABE-FILE-STATUS
                   MOVE "1300-CARGAR-CLIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1300-FIN-CARGAR-CLIENTES.
           EXIT.

       1350-LEER-CLIENTE.
           READ CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   IF TRAILER-ID-A OF REGISTRO-A-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE "10" TO FS-CLIENTES
                   ELSE
                       PERFORM 1360-CONTAR-CLIENTE
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES"
               DISPLAY "FILE STATUS ERROR" FS-CLIENTES
               MOVE "CLIENTES" TO ABE-ARCHIVO
               MOVE FS-CLIENTES TO ABE-FILE-STATUS
               MOVE "1350-LEER-CLIENTE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1350-FIN-LEER-CLIENTE.
           EXIT.

      * Un estado en blanco es un alta anterior al campo: cuenta
      * como activo, igual que en el resto del sistema. Una cuenta
      * cerrada (estado C) ya no es cartera de la sucursal y no entra
      * en ningun grupo.
       1360-CONTAR-CLIENTE.
           ADD 1 TO WS-CLIENTES-LEIDOS.
           MOVE IDN OF REGISTRO-A TO WS-IDN-BUSCADO.
           COMPUTE WS-SUB-SUC = CLI-SUCURSAL + 1.
           MOVE "S" TO TAB-SUC-HAY (WS-SUB-SUC).
           EVALUATE CLI-ESTADO
               WHEN "B"
                   ADD 1 TO TAB-ACT-BLOQUEADOS (WS-SUB-SUC)
               WHEN "I"
                   ADD 1 TO TAB-ACT-INACTIVOS (WS-SUB-SUC)
               WHEN "C"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO TAB-ACT-ACTIVOS (WS-SUB-SUC)
           END-EVALUATE.
           IF TAB-CLI-CANT LESS THAN 2000
               ADD 1 TO TAB-CLI-CANT
               MOVE IDN OF REGISTRO-A
                    TO TAB-CLI-IDN (TAB-CLI-CANT)
               MOVE CLI-SUCURSAL
                    TO TAB-CLI-SUCURSAL (TAB-CLI-CANT)
           ELSE
               DISPLAY "TABLA DE CLIENTES DESBORDADA"
               MOVE "10" TO FS-CLIENTES
           END-IF.
       1360-FIN-CONTAR-CLIENTE.
           EXIT.

      * Deja en WS-SUB-SUC el subindice de la sucursal del IDN
      * buscado, o cero si el IDN no esta en CLIENTES. Las fuentes
      * vienen por IDN: se reutiliza la ultima busqueda.
       1900-BUSCAR-SUCURSAL.
           IF WS-IDN-BUSCADO EQUAL WS-IDN-ANTERIOR
              AND WS-IDN-ANTERIOR NOT EQUAL ZERO
               MOVE WS-SUB-SUC-ANTERIOR TO WS-SUB-SUC
           ELSE
               MOVE ZERO TO WS-SUB-SUC
               SET WS-IDX-CLI TO 1
               SEARCH TAB-CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN TAB-CLI-IDN (WS-IDX-CLI) EQUAL WS-IDN-BUSCADO
                    AND WS-IDX-CLI NOT GREATER TAB-CLI-CANT
                       COMPUTE WS-SUB-SUC =
                           TAB-CLI-SUCURSAL (WS-IDX-CLI) + 1
               END-SEARCH
               MOVE WS-IDN-BUSCADO TO WS-IDN-ANTERIOR
               MOVE WS-SUB-SUC     TO WS-SUB-SUC-ANTERIOR
           END-IF.
           IF WS-SUB-SUC EQUAL ZERO
               ADD 1 TO WS-SIN-SUCURSAL
           END-IF.
       1900-FIN-BUSCAR-SUCURSAL.
           EXIT.

      * Saldos acreedores y deudores por moneda. Sin POSICION (35)
      * el informe sale sin saldos.
       1400-SUMAR-POSICION.
           OPEN INPUT POSICION
           EVALUATE FS-POSICION
               WHEN "00"
                   PERFORM 1450-LEER-POSICION
                      UNTIL FS-POSICION-EOF
                   CLOSE POSICION
               WHEN "35"
                   DISPLAY "SIN POSICION, INFORME SIN SALDOS"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "1400-SUMAR-POSICION" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1400-FIN-SUMAR-POSICION.
           EXIT.

       1450-LEER-POSICION.
           READ POSICION NEXT RECORD
           EVALUATE FS-POSICION
               WHEN "00"
                   ADD 1 TO WS-POSICIONES-LEIDAS
                   MOVE POS-IDN TO WS-IDN-BUSCADO
                   PERFORM 1900-BUSCAR-SUCURSAL
                   IF WS-SUB-SUC NOT EQUAL ZERO
                       PERFORM 1460-ACUMULAR-POSICION
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "1450-LEER-POSICION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1450-FIN-LEER-POSICION.
           EXIT.

       1460-ACUMULAR-POSICION.
           IF POS-MONEDA EQUAL "DOL"
               IF POS-SALDOS LESS THAN ZERO
                   SUBTRACT POS-SALDOS
                       FROM TAB-ACT-DEUDOR-DOL (WS-SUB-SUC)
               ELSE
                   ADD POS-SALDOS
                       TO TAB-ACT-ACREEDOR-DOL (WS-SUB-SUC)
               END-IF
           ELSE
               IF POS-SALDOS LESS THAN ZERO
                   SUBTRACT POS-SALDOS
                       FROM TAB-ACT-DEUDOR-PES (WS-SUB-SUC)
               ELSE
                   ADD POS-SALDOS
                       TO TAB-ACT-ACREEDOR-PES (WS-SUB-SUC)
               END-IF
           END-IF.
       1460-FIN-ACUMULAR-POSICION.
           EXIT.

      * Cheques compensados de cada sucursal: todo lo liquidado con
      * fecha de proceso dentro del mes pedido.
       1500-SUMAR-LIQUIDACIONES.
           OPEN INPUT LIQ-HISTORIA
           EVALUATE FS-LIQ-HISTORIA
               WHEN "00"
                   COMPUTE LQH-FECHA-PROCESO = WS-MES-PEDIDO * 100
                   MOVE ZERO TO LQH-SUCURSAL
                   MOVE ZERO TO LQH-FECHA
                   START LIQ-HISTORIA KEY NOT LESS THAN LQH-CLAVE
                   IF FS-LIQ-HISTORIA-OK
                       PERFORM 1550-LEER-LIQUIDACION
                          UNTIL FS-LIQ-HISTORIA-EOF
                   END-IF
                   CLOSE LIQ-HISTORIA
               WHEN "35"
                   DISPLAY "SIN LIQUIDACION-HISTORIA, SIN CHEQUES"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR LIQUIDACION-HISTORIA"
                   DISPLAY "FILE STATUS ERROR" FS-LIQ-HISTORIA
                   MOVE "LIQUIDACION-HISTORIA" TO ABE-ARCHIVO
                   MOVE FS-LIQ-HISTORIA TO ABE-FILE-STATUS
                   MOVE "1500-SUMAR-LIQUIDACIONES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1500-FIN-SUMAR-LIQUIDACIONES.
           EXIT.

       1550-LEER-LIQUIDACION.
           READ LIQ-HISTORIA NEXT RECORD
           EVALUATE FS-LIQ-HISTORIA
               WHEN "00"
                   MOVE LQH-FECHA-PROCESO TO DESGLOSE-FECHA-LEIDA
                   IF DFL-MES GREATER THAN WS-MES-PEDIDO
                       MOVE "10" TO FS-LIQ-HISTORIA
                   ELSE
                       ADD 1 TO WS-LIQUIDACIONES
                       COMPUTE WS-SUB-SUC = LQH-SUCURSAL + 1
                       MOVE "S" TO TAB-SUC-HAY (WS-SUB-SUC)
                       ADD LQH-CANT-CHEQUES
                           TO TAB-ACT-CHEQUES (WS-SUB-SUC)
                       ADD LQH-MONTO
                           TO TAB-ACT-MONTO-CHEQUES (WS-SUB-SUC)
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE LIQUIDACION-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-LIQ-HISTORIA
               MOVE "LIQUIDACION-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-LIQ-HISTORIA TO ABE-FILE-STATUS
               MOVE "1550-LEER-LIQUIDACION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1550-FIN-LEER-LIQUIDACION.
           EXIT.

      * Total del banco presentado a camara en el mes pedido y en el
      * anterior, del historico de CortesDeControl.
       1600-SUMAR-CDEC.
           OPEN INPUT RESUMEN-CDEC
           EVALUATE FS-RESUMEN-CDEC
               WHEN "00"
                   PERFORM 1650-LEER-CDEC
                      UNTIL FS-RESUMEN-CDEC-EOF
                   CLOSE RESUMEN-CDEC
               WHEN "35"
                   DISPLAY "SIN CDEC-RESUMEN, RANKING SIN CAMARA"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CDEC-RESUMEN"
                   DISPLAY "FILE STATUS ERROR" FS-RESUMEN-CDEC
                   MOVE "CDEC-RESUMEN" TO ABE-ARCHIVO
                   MOVE FS-RESUMEN-CDEC TO ABE-FILE-STATUS
                   MOVE "1600-SUMAR-CDEC" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1600-FIN-SUMAR-CDEC.
           EXIT.

       1650-LEER-CDEC.
           READ RESUMEN-CDEC
           EVALUATE FS-RESUMEN-CDEC
               WHEN "00"
                   ADD 1 TO WS-CORRIDAS-CDEC
                   PERFORM 1660-ACUMULAR-CDEC
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CDEC-RESUMEN"
               DISPLAY "FILE STATUS ERROR" FS-RESUMEN-CDEC
               MOVE "CDEC-RESUMEN" TO ABE-ARCHIVO
               MOVE FS-RESUMEN-CDEC TO ABE-FILE-STATUS
               MOVE "1650-LEER-CDEC" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1650-FIN-LEER-CDEC.
           EXIT.

      * Una fecha repetida es una corrida rehecha: se descuenta lo
      * que sumo la corrida anterior de esa fecha antes de sumar.
       1660-ACUMULAR-CDEC.
           MOVE RESUMEN-FECHA TO DESGLOSE-FECHA-LEIDA.
           IF RESUMEN-FECHA NOT EQUAL WS-CDEC-ULT-FECHA
               MOVE ZERO TO WS-CDEC-ULT-CHEQUES
               MOVE ZERO TO WS-CDEC-ULT-MONTO
               MOVE ZERO TO WS-CDEC-ULT-FRENADOS
           END-IF.
           EVALUATE DFL-MES
               WHEN WS-MES-PEDIDO
                   SUBTRACT WS-CDEC-ULT-CHEQUES
                       FROM WS-CDEC-CHEQUES-ACT
                   SUBTRACT WS-CDEC-ULT-MONTO
                       FROM WS-CDEC-MONTO-ACT
                   SUBTRACT WS-CDEC-ULT-FRENADOS
                       FROM WS-CDEC-FRENADOS-ACT
                   ADD RESUMEN-QTOT       TO WS-CDEC-CHEQUES-ACT
                   ADD RESUMEN-QTOT-MONTO TO WS-CDEC-MONTO-ACT
                   ADD RESUMEN-QFRENADOS  TO WS-CDEC-FRENADOS-ACT
               WHEN WS-MES-ANTERIOR
                   SUBTRACT WS-CDEC-ULT-CHEQUES
                       FROM WS-CDEC-CHEQUES-ANT
                   SUBTRACT WS-CDEC-ULT-MONTO
                       FROM WS-CDEC-MONTO-ANT
                   SUBTRACT WS-CDEC-ULT-FRENADOS
                       FROM WS-CDEC-FRENADOS-ANT
                   ADD RESUMEN-QTOT       TO WS-CDEC-CHEQUES-ANT
                   ADD RESUMEN-QTOT-MONTO TO WS-CDEC-MONTO-ANT
                   ADD RESUMEN-QFRENADOS  TO WS-CDEC-FRENADOS-ANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE RESUMEN-FECHA      TO WS-CDEC-ULT-FECHA.
           MOVE RESUMEN-QTOT       TO WS-CDEC-ULT-CHEQUES.
           MOVE RESUMEN-QTOT-MONTO TO WS-CDEC-ULT-MONTO.
           MOVE RESUMEN-QFRENADOS  TO WS-CDEC-ULT-FRENADOS.
       1660-FIN-ACUMULAR-CDEC.
           EXIT.

      * Deudores vigentes por tramo de dias en rojo.
       1700-CONTAR-DEUDORES.
           OPEN INPUT AGING
           EVALUATE FS-AGING
               WHEN "00"
                   PERFORM 1750-LEER-DEUDOR
                      UNTIL FS-AGING-EOF
                   CLOSE AGING
               WHEN "35"
                   DISPLAY "SIN DEUDOR-AGING, SIN TRAMOS DE MORA"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR DEUDOR-AGING"
                   DISPLAY "FILE STATUS ERROR" FS-AGING
                   MOVE "DEUDOR-AGING" TO ABE-ARCHIVO
                   MOVE FS-AGING TO ABE-FILE-STATUS
                   MOVE "1700-CONTAR-DEUDORES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1700-FIN-CONTAR-DEUDORES.
           EXIT.

       1750-LEER-DEUDOR.
           READ AGING NEXT RECORD
           EVALUATE FS-AGING
               WHEN "00"
                   ADD 1 TO WS-DEUDORES-LEIDOS
                   MOVE AGE-IDN TO WS-IDN-BUSCADO
                   PERFORM 1900-BUSCAR-SUCURSAL
                   IF WS-SUB-SUC NOT EQUAL ZERO
                       EVALUATE TRUE
                           WHEN AGE-DIAS NOT LESS THAN WS-DIAS-TRAMO-3
                               MOVE 4 TO WS-SUB-TRAMO
                           WHEN AGE-DIAS NOT LESS THAN WS-DIAS-TRAMO-2
                               MOVE 3 TO WS-SUB-TRAMO
                           WHEN AGE-DIAS NOT LESS THAN WS-DIAS-TRAMO-1
                               MOVE 2 TO WS-SUB-TRAMO
                           WHEN OTHER
                               MOVE 1 TO WS-SUB-TRAMO
                       END-EVALUATE
                       ADD 1 TO TAB-ACT-TRAMO (WS-SUB-SUC, WS-SUB-TRAMO)
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE DEUDOR-AGING"
               DISPLAY "FILE STATUS ERROR" FS-AGING
               MOVE "DEUDOR-AGING" TO ABE-ARCHIVO
               MOVE FS-AGING TO ABE-FILE-STATUS
               MOVE "1750-LEER-DEUDOR" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1750-FIN-LEER-DEUDOR.
           EXIT.

      * Clientes con alguna excepcion de limite dentro del mes: la
      * historia guarda la ultima fecha, y corriendo al cierre del mes
      * una ultima fecha del mes equivale a al menos una en el mes.
       1800-CONTAR-EXCEDIDOS.
           OPEN INPUT CRED-HISTORIA
           EVALUATE FS-CRED-HISTORIA
               WHEN "00"
                   PERFORM 1850-LEER-EXCEDIDO
                      UNTIL FS-CRED-HISTORIA-EOF
                   CLOSE CRED-HISTORIA
               WHEN "35"
                   DISPLAY "SIN CREDITO-HISTORIA, SIN EXCEDIDOS"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CREDITO-HISTORIA"
                   DISPLAY "FILE STATUS ERROR" FS-CRED-HISTORIA
                   MOVE "CREDITO-HISTORIA" TO ABE-ARCHIVO
                   MOVE FS-CRED-HISTORIA TO ABE-FILE-STATUS
                   MOVE "1800-CONTAR-EXCEDIDOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1800-FIN-CONTAR-EXCEDIDOS.
           EXIT.

       1850-LEER-EXCEDIDO.
           READ CRED-HISTORIA NEXT RECORD
           EVALUATE FS-CRED-HISTORIA
               WHEN "00"
                   MOVE CRH-ULT-FECHA TO DESGLOSE-FECHA-LEIDA
                   IF DFL-MES EQUAL WS-MES-PEDIDO
                       ADD 1 TO WS-EXCEDIDOS-LEIDOS
                       MOVE CRH-IDN TO WS-IDN-BUSCADO
                       PERFORM 1900-BUSCAR-SUCURSAL
                       IF WS-SUB-SUC NOT EQUAL ZERO
                           ADD 1 TO TAB-ACT-EXCEDIDOS (WS-SUB-SUC)
                       END-IF
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CREDITO-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-CRED-HISTORIA
               MOVE "CREDITO-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-CRED-HISTORIA TO ABE-FILE-STATUS
               MOVE "1850-LEER-EXCEDIDO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1850-FIN-LEER-EXCEDIDO.
           EXIT.

      * Toma las cifras del mes anterior y graba las del mes pedido;
      * una corrida repetida del mismo mes reemplaza las suyas. La
      * historia se crea vacia la primera vez (file status 35).
       2000-ACTUALIZAR-HISTORIA.
           OPEN I-O GESTION-HISTORIA
           EVALUATE FS-GESTION-HIST
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT GESTION-HISTORIA
               CLOSE GESTION-HISTORIA
               OPEN I-O GESTION-HISTORIA
               IF NOT FS-GESTION-HIST-OK
                   DISPLAY "ERROR AL CREAR GESTION-SUCURSALES-HIST"
                   DISPLAY "FILE STATUS ERROR" FS-GESTION-HIST
                   MOVE "GESTION-SUC-HIST" TO ABE-ARCHIVO
                   MOVE FS-GESTION-HIST TO ABE-FILE-STATUS
                   MOVE "2000-ACTUALIZAR-HISTORIA" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR GESTION-SUCURSALES-HIST"
               DISPLAY "FILE STATUS ERROR" FS-GESTION-HIST
               MOVE "GESTION-SUC-HIST" TO ABE-ARCHIVO
               MOVE FS-GESTION-HIST TO ABE-FILE-STATUS
               MOVE "2000-ACTUALIZAR-HISTORIA" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2100-HISTORIA-SUCURSAL
               VARYING WS-SUB-SUC FROM 1 BY 1
               UNTIL WS-SUB-SUC GREATER THAN 100.
       2000-FIN-ACTUALIZAR-HISTORIA.
           EXIT.

       2100-HISTORIA-SUCURSAL.
           IF SUC-CON-DATOS (WS-SUB-SUC)
               ADD 1 TO WS-SUCURSALES
               MOVE WS-MES-ANTERIOR TO GSH-MES
               COMPUTE GSH-SUCURSAL = WS-SUB-SUC - 1
               READ GESTION-HISTORIA
               EVALUATE FS-GESTION-HIST
                   WHEN "00"
                       MOVE GSH-CIFRAS
                            TO TAB-SUC-ANTERIOR (WS-SUB-SUC)
                       MOVE "S" TO TAB-SUC-HAY-ANT (WS-SUB-SUC)
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE GESTION-SUC-HIST"
                       DISPLAY "FILE STATUS ERROR" FS-GESTION-HIST
                       MOVE "GESTION-SUC-HIST" TO ABE-ARCHIVO
                       MOVE FS-GESTION-HIST TO ABE-FILE-STATUS
                       MOVE "2100-HISTORIA-SUCURSAL" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
               MOVE WS-MES-PEDIDO TO GSH-MES
               COMPUTE GSH-SUCURSAL = WS-SUB-SUC - 1
               MOVE TAB-SUC-ACTUAL (WS-SUB-SUC) TO GSH-CIFRAS
               WRITE REGISTRO-GESTION
               IF FS-GESTION-HIST-DUP
                   REWRITE REGISTRO-GESTION
               END-IF
               EVALUATE FS-GESTION-HIST
                   WHEN "00"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR AL GRABAR GESTION-SUC-HIST"
                       DISPLAY "FILE STATUS ERROR" FS-GESTION-HIST
                       MOVE "GESTION-SUC-HIST" TO ABE-ARCHIVO
                       MOVE FS-GESTION-HIST TO ABE-FILE-STATUS
                       MOVE "2100-HISTORIA-SUCURSAL" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       2100-FIN-HISTORIA-SUCURSAL.
           EXIT.

       2900-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR GESTION-SUCURSALES-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "GESTION-SUC-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "2900-ABRIR-REPORTE" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2900-FIN-ABRIR-REPORTE.
           EXIT.

      * Una pagina por sucursal con cada cifra contra el mes anterior.
       3000-EMITIR-SUCURSAL.
           IF SUC-CON-DATOS (WS-SUB-SUC)
               ADD 1 TO WS-NRO-PAGINA
               MOVE WS-MES-PEDIDO   TO TIT-MES
               MOVE WS-NRO-PAGINA   TO TIT-PAGINA
               COMPUTE TIT-SUCURSAL = WS-SUB-SUC - 1
               MOVE WS-MES-ANTERIOR TO TIT-MES-ANT
               IF SUC-CON-ANTERIOR (WS-SUB-SUC)
                   MOVE SPACES TO TIT-SIN-ANTERIOR
               ELSE
                   MOVE "(SIN DATOS DEL MES ANTERIOR)"
                        TO TIT-SIN-ANTERIOR
               END-IF
               MOVE LINEA-TITULO-1 TO WS-LINEA-SALIDA
               PERFORM 3900-GRABAR-LINEA
               MOVE LINEA-TITULO-2 TO WS-LINEA-SALIDA
               PERFORM 3900-GRABAR-LINEA
               PERFORM 3910-GRABAR-BLANCO
               MOVE LINEA-COLUMNAS TO WS-LINEA-SALIDA
               PERFORM 3900-GRABAR-LINEA
               PERFORM 3910-GRABAR-BLANCO
               PERFORM 3100-CLIENTES-SUCURSAL
               PERFORM 3910-GRABAR-BLANCO
               PERFORM 3200-SALDOS-SUCURSAL
               PERFORM 3910-GRABAR-BLANCO
               PERFORM 3300-CHEQUES-SUCURSAL
               PERFORM 3910-GRABAR-BLANCO
               PERFORM 3400-MORA-SUCURSAL
               PERFORM 3910-GRABAR-BLANCO
           END-IF.
       3000-FIN-EMITIR-SUCURSAL.
           EXIT.

       3100-CLIENTES-SUCURSAL.
           MOVE "CLIENTES ACTIVOS" TO WS-CONCEPTO.
           MOVE TAB-ACT-ACTIVOS (WS-SUB-SUC) TO WS-CANT-ACTUAL.
           MOVE TAB-ANT-ACTIVOS (WS-SUB-SUC) TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
           MOVE "CLIENTES BLOQUEADOS" TO WS-CONCEPTO.
           MOVE TAB-ACT-BLOQUEADOS (WS-SUB-SUC) TO WS-CANT-ACTUAL.
           MOVE TAB-ANT-BLOQUEADOS (WS-SUB-SUC) TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
           MOVE "CLIENTES INACTIVOS" TO WS-CONCEPTO.
           MOVE TAB-ACT-INACTIVOS (WS-SUB-SUC) TO WS-CANT-ACTUAL.
           MOVE TAB-ANT-INACTIVOS (WS-SUB-SUC) TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
       3100-FIN-CLIENTES-SUCURSAL.
           EXIT.

       3200-SALDOS-SUCURSAL.
           MOVE "SALDOS ACREEDORES PES" TO WS-CONCEPTO.
           MOVE TAB-ACT-ACREEDOR-PES (WS-SUB-SUC) TO WS-IMP-ACTUAL.
           MOVE TAB-ANT-ACREEDOR-PES (WS-SUB-SUC) TO WS-IMP-ANTERIOR.
           PERFORM 3820-LINEA-IMPORTE.
           MOVE "SALDOS DEUDORES PES" TO WS-CONCEPTO.
           MOVE TAB-ACT-DEUDOR-PES (WS-SUB-SUC) TO WS-IMP-ACTUAL.
           MOVE TAB-ANT-DEUDOR-PES (WS-SUB-SUC) TO WS-IMP-ANTERIOR.
           PERFORM 3820-LINEA-IMPORTE.
           MOVE "SALDOS ACREEDORES DOL" TO WS-CONCEPTO.
           MOVE TAB-ACT-ACREEDOR-DOL (WS-SUB-SUC) TO WS-IMP-ACTUAL.
           MOVE TAB-ANT-ACREEDOR-DOL (WS-SUB-SUC) TO WS-IMP-ANTERIOR.
           PERFORM 3820-LINEA-IMPORTE.
           MOVE "SALDOS DEUDORES DOL" TO WS-CONCEPTO.
           MOVE TAB-ACT-DEUDOR-DOL (WS-SUB-SUC) TO WS-IMP-ACTUAL.
           MOVE TAB-ANT-DEUDOR-DOL (WS-SUB-SUC) TO WS-IMP-ANTERIOR.
           PERFORM 3820-LINEA-IMPORTE.
       3200-FIN-SALDOS-SUCURSAL.
           EXIT.

       3300-CHEQUES-SUCURSAL.
           MOVE "CHEQUES COMPENSADOS" TO WS-CONCEPTO.
           MOVE TAB-ACT-CHEQUES (WS-SUB-SUC) TO WS-CANT-ACTUAL.
           MOVE TAB-ANT-CHEQUES (WS-SUB-SUC) TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
           MOVE "MONTO COMPENSADO" TO WS-CONCEPTO.
           MOVE TAB-ACT-MONTO-CHEQUES (WS-SUB-SUC) TO WS-IMP-ACTUAL.
           MOVE TAB-ANT-MONTO-CHEQUES (WS-SUB-SUC)
                TO WS-IMP-ANTERIOR.
           PERFORM 3820-LINEA-IMPORTE.
       3300-FIN-CHEQUES-SUCURSAL.
           EXIT.

       3400-MORA-SUCURSAL.
           MOVE "DEUDORES HASTA 29 DIAS" TO WS-CONCEPTO.
           MOVE TAB-ACT-TRAMO (WS-SUB-SUC, 1) TO WS-CANT-ACTUAL.
           MOVE TAB-ANT-TRAMO (WS-SUB-SUC, 1) TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
           MOVE "DEUDORES 30 A 59 DIAS" TO WS-CONCEPTO.
           MOVE TAB-ACT-TRAMO (WS-SUB-SUC, 2) TO WS-CANT-ACTUAL.
           MOVE TAB-ANT-TRAMO (WS-SUB-SUC, 2) TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
           MOVE "DEUDORES 60 A 89 DIAS" TO WS-CONCEPTO.
           MOVE TAB-ACT-TRAMO (WS-SUB-SUC, 3) TO WS-CANT-ACTUAL.
           MOVE TAB-ANT-TRAMO (WS-SUB-SUC, 3) TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
           MOVE "DEUDORES 90 DIAS O MAS" TO WS-CONCEPTO.
           MOVE TAB-ACT-TRAMO (WS-SUB-SUC, 4) TO WS-CANT-ACTUAL.
           MOVE TAB-ANT-TRAMO (WS-SUB-SUC, 4) TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
           MOVE "EXCEDIDOS DE LIMITE" TO WS-CONCEPTO.
           MOVE TAB-ACT-EXCEDIDOS (WS-SUB-SUC) TO WS-CANT-ACTUAL.
           MOVE TAB-ANT-EXCEDIDOS (WS-SUB-SUC) TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
       3400-FIN-MORA-SUCURSAL.
           EXIT.

      * Ranking del banco: sucursales ordenadas por depositos en
      * pesos, con los totales y lo presentado a camara en el mes.
       3500-EMITIR-RANKING.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-MES-PEDIDO TO TIR-MES.
           MOVE WS-NRO-PAGINA TO TIR-PAGINA.
           MOVE LINEA-TITULO-RANKING TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
           PERFORM 3910-GRABAR-BLANCO.
           MOVE LINEA-COLUMNAS-RANKING TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
           PERFORM 3910-GRABAR-BLANCO.
           PERFORM 3550-UBICAR-PUESTO
               VARYING WS-PUESTO FROM 1 BY 1
               UNTIL WS-PUESTO GREATER THAN WS-SUCURSALES.
           PERFORM 3910-GRABAR-BLANCO.
           MOVE WS-BCO-ACTIVOS       TO RNT-ACTIVOS.
           MOVE WS-BCO-ACREEDOR-PES  TO RNT-DEPOSITOS.
           MOVE WS-BCO-DEUDOR-PES    TO RNT-DEUDA.
           MOVE WS-BCO-MONTO-CHEQUES TO RNT-CHEQUES.
           MOVE LINEA-TOTAL-RANKING TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
           PERFORM 3910-GRABAR-BLANCO.
           MOVE LINEA-TITULO-CDEC TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
           PERFORM 3910-GRABAR-BLANCO.
           MOVE LINEA-COLUMNAS TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
           MOVE "CHEQUES PRESENTADOS" TO WS-CONCEPTO.
           MOVE WS-CDEC-CHEQUES-ACT TO WS-CANT-ACTUAL.
           MOVE WS-CDEC-CHEQUES-ANT TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
           MOVE "MONTO PRESENTADO" TO WS-CONCEPTO.
           MOVE WS-CDEC-MONTO-ACT TO WS-IMP-ACTUAL.
           MOVE WS-CDEC-MONTO-ANT TO WS-IMP-ANTERIOR.
           PERFORM 3820-LINEA-IMPORTE.
           MOVE "CHEQUES FRENADOS" TO WS-CONCEPTO.
           MOVE WS-CDEC-FRENADOS-ACT TO WS-CANT-ACTUAL.
           MOVE WS-CDEC-FRENADOS-ANT TO WS-CANT-ANTERIOR.
           PERFORM 3810-LINEA-CANTIDAD.
       3500-FIN-EMITIR-RANKING.
           EXIT.

      * Busca la sucursal de mayor deposito todavia sin puesto, la
      * imprime y la marca.
       3550-UBICAR-PUESTO.
           MOVE "N"  TO WS-HAY-MAYOR.
           MOVE ZERO TO WS-SUB-MAYOR.
           MOVE ZERO TO WS-MAYOR-DEPOSITO.
           PERFORM 3560-COMPARAR-SUCURSAL
               VARYING WS-SUB-SUC FROM 1 BY 1
               UNTIL WS-SUB-SUC GREATER THAN 100.
           IF HAY-MAYOR
               MOVE "S" TO TAB-SUC-RANKEADA (WS-SUB-MAYOR)
               MOVE WS-PUESTO TO RNK-PUESTO
               COMPUTE RNK-SUCURSAL = WS-SUB-MAYOR - 1
               MOVE TAB-ACT-ACTIVOS (WS-SUB-MAYOR) TO RNK-ACTIVOS
               MOVE TAB-ACT-ACREEDOR-PES (WS-SUB-MAYOR)
                    TO RNK-DEPOSITOS
               MOVE TAB-ACT-DEUDOR-PES (WS-SUB-MAYOR) TO RNK-DEUDA
               MOVE TAB-ACT-MONTO-CHEQUES (WS-SUB-MAYOR)
                    TO RNK-CHEQUES
               ADD TAB-ACT-ACTIVOS (WS-SUB-MAYOR)
                   TO WS-BCO-ACTIVOS
               ADD TAB-ACT-ACREEDOR-PES (WS-SUB-MAYOR)
                   TO WS-BCO-ACREEDOR-PES
               ADD TAB-ACT-DEUDOR-PES (WS-SUB-MAYOR)
                   TO WS-BCO-DEUDOR-PES
               ADD TAB-ACT-MONTO-CHEQUES (WS-SUB-MAYOR)
                   TO WS-BCO-MONTO-CHEQUES
               MOVE LINEA-RANKING TO WS-LINEA-SALIDA
               PERFORM 3900-GRABAR-LINEA
           END-IF.
       3550-FIN-UBICAR-PUESTO.
           EXIT.

       3560-COMPARAR-SUCURSAL.
           IF SUC-CON-DATOS (WS-SUB-SUC)
              AND NOT SUC-RANKEADA (WS-SUB-SUC)
               IF NOT HAY-MAYOR
                  OR TAB-ACT-ACREEDOR-PES (WS-SUB-SUC)
                     GREATER THAN WS-MAYOR-DEPOSITO
                   MOVE "S" TO WS-HAY-MAYOR
                   MOVE WS-SUB-SUC TO WS-SUB-MAYOR
                   MOVE TAB-ACT-ACREEDOR-PES (WS-SUB-SUC)
                        TO WS-MAYOR-DEPOSITO
               END-IF
           END-IF.
       3560-FIN-COMPARAR-SUCURSAL.
           EXIT.

       3810-LINEA-CANTIDAD.
           MOVE WS-CONCEPTO      TO CAN-CONCEPTO.
           MOVE WS-CANT-ACTUAL   TO CAN-ACTUAL.
           MOVE WS-CANT-ANTERIOR TO CAN-ANTERIOR.
           COMPUTE CAN-VARIACION = WS-CANT-ACTUAL - WS-CANT-ANTERIOR.
           MOVE LINEA-CANTIDAD TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
       3810-FIN-LINEA-CANTIDAD.
           EXIT.

       3820-LINEA-IMPORTE.
           MOVE WS-CONCEPTO     TO IMP-CONCEPTO.
           MOVE WS-IMP-ACTUAL   TO IMP-ACTUAL.
           MOVE WS-IMP-ANTERIOR TO IMP-ANTERIOR.
           COMPUTE IMP-VARIACION = WS-IMP-ACTUAL - WS-IMP-ANTERIOR.
           MOVE LINEA-IMPORTE TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
       3820-FIN-LINEA-IMPORTE.
           EXIT.

       3900-GRABAR-LINEA.
           WRITE LINEA-REPORTE FROM WS-LINEA-SALIDA.
           EVALUATE FS-REPORTE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR GESTION-SUCURSALES-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "GESTION-SUC-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "3900-GRABAR-LINEA" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3900-FIN-GRABAR-LINEA.
           EXIT.

       3910-GRABAR-BLANCO.
           MOVE LINEA-EN-BLANCO TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
       3910-FIN-GRABAR-BLANCO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE GESTION-HISTORIA
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "MES INFORMADO               : " WS-MES-PEDIDO.
           DISPLAY "CLIENTES LEIDOS             : " WS-CLIENTES-LEIDOS.
           DISPLAY "POSICIONES LEIDAS           : "
                   WS-POSICIONES-LEIDAS.
           DISPLAY "LIQUIDACIONES DEL MES       : " WS-LIQUIDACIONES.
           DISPLAY "CORRIDAS CDEC LEIDAS        : " WS-CORRIDAS-CDEC.
           DISPLAY "DEUDORES LEIDOS             : " WS-DEUDORES-LEIDOS.
           DISPLAY "EXCEDIDOS DEL MES           : "
                   WS-EXCEDIDOS-LEIDOS.
           DISPLAY "REGISTROS SIN SUCURSAL      : " WS-SIN-SUCURSAL.
           DISPLAY "SUCURSALES INFORMADAS       : " WS-SUCURSALES.
       5000-FIN-MOSTRAR-RESUMEN.
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
               MOVE "GESTIONSUCURSALES" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-IDN-BUSCADO TO ERR-ULTIMA-CLAVE
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

       END PROGRAM GestionSucursales.
