      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Circularizacion.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Posicion de PosicionClientes: de aca salen los clientes y las
      * monedas a circularizar.
       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS POS-CLAVE
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

      * Historia diaria de saldos: el saldo que se informa es el del
      * ultimo dia registrado hasta la fecha de corte.
       SELECT HISTORIA ASSIGN TO "APAREO-HISTORIA"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS HIST-CLAVE
       FILE STATUS IS FS-HISTORIA.

      * Domicilio postal para el encabezado de la carta.
       SELECT CLIENTES-DATOS ASSIGN TO "CLIENTES-DATOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CDAT-IDN
       FILE STATUS IS FS-DATOS.

      * Una linea por cliente y moneda circularizados: saldo
      * informado, respuesta del cliente y saldo segun el cliente. La
      * clave empieza por la fecha de corte para recorrer una
      * circularizacion completa con un START.
       SELECT CONFIRMACIONES ASSIGN TO "CONFIRMACIONES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CONF-CLAVE
       FILE STATUS IS FS-CONFIRMACIONES.

      * Talones de respuesta recibidos, cargados por los auditores.
       SELECT RESPUESTAS ASSIGN TO "CIRC-RESPUESTAS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RESPUESTAS.

       SELECT CARTAS ASSIGN TO "CIRCULARIZACION-CARTAS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CARTAS.

      * Clientes seleccionados sin domicilio cargado: la carta no se
      * emite y la sucursal debe completar los datos.
       SELECT SIN-DOMICILIO ASSIGN TO "CIRC-SIN-DOMICILIO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-SIN-DOMICILIO.

       SELECT REPORTE ASSIGN TO "CIRC-EXCEPCIONES-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

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

       FD  CONFIRMACIONES.

       01  REGISTRO-CONFIRMACION.
           03  CONF-CLAVE.
               05  CONF-FECHA-CORTE PIC 9(8).
               05  CONF-IDN     PIC 9(7).
               05  CONF-MONEDA  PIC X(3).
           03  CONF-APELLIDO    PIC X(10).
           03  CONF-NOMBRE      PIC X(10).
      * U = saldo sobre el umbral, M = muestra al azar del resto.
           03  CONF-MOTIVO      PIC X(01).
               88 CONF-POR-UMBRAL  VALUE "U".
               88 CONF-POR-MUESTRA VALUE "M".
           03  CONF-SALDO-INFORMADO PIC S9(9)V99.
           03  CONF-ESTADO      PIC X(01).
               88 CONF-PENDIENTE     VALUE "P".
               88 CONF-CONFORME      VALUE "C".
               88 CONF-DISCONFORME   VALUE "D".
               88 CONF-SIN-RESPUESTA VALUE "S".
               88 CONF-NO-ENVIADA    VALUE "N".
           03  CONF-SALDO-CLIENTE PIC S9(9)V99.
           03  CONF-FECHA-EMISION PIC 9(8).
           03  CONF-FECHA-RESPUESTA PIC 9(8).

       FD  RESPUESTAS.

       01  REGISTRO-RESPUESTA.
           03  RES-FECHA-CORTE  PIC 9(8).
           03  RES-IDN          PIC 9(7).
           03  RES-MONEDA       PIC X(3).
           03  RES-RESPUESTA    PIC X(01).
               88 RES-CONFORME    VALUE "C".
               88 RES-DISCONFORME VALUE "D".
           03  RES-SALDO-CLIENTE PIC S9(9)V99.
           03  RES-FECHA        PIC 9(8).

       FD  CARTAS.

       01  LINEA-CARTA          PIC X(80).

       FD  SIN-DOMICILIO.

       01  REGISTRO-SIN-DOMICILIO.
           03  SDO-IDN          PIC 9(7).
           03  SDO-APELLIDO     PIC X(10).
           03  SDO-NOMBRE       PIC X(10).

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

       01  FS-POSICION          PIC X(2).
           88 FS-POSICION-OK    VALUE "00".
           88 FS-POSICION-EOF   VALUE "10".

       01  FS-HISTORIA          PIC X(2).
           88 FS-HISTORIA-OK    VALUE "00".
           88 FS-HISTORIA-EOF   VALUE "10".
           88 FS-HISTORIA-NOEX  VALUE "35".

       01  FS-DATOS             PIC X(2).
           88 FS-DATOS-OK       VALUE "00".
           88 FS-DATOS-NOHAY    VALUE "23".
           88 FS-DATOS-NOEX     VALUE "35".

       01  FS-CONFIRMACIONES    PIC X(2).
           88 FS-CONFIRMACIONES-OK    VALUE "00".
           88 FS-CONFIRMACIONES-EOF   VALUE "10".
           88 FS-CONFIRMACIONES-NOHAY VALUE "23".
           88 FS-CONFIRMACIONES-NOEX  VALUE "35".

       01  FS-RESPUESTAS        PIC X(2).
           88 FS-RESPUESTAS-OK  VALUE "00".
           88 FS-RESPUESTAS-EOF VALUE "10".

       01  FS-CARTAS            PIC X(2).
           88 FS-CARTAS-OK      VALUE "00".

       01  FS-SIN-DOMICILIO     PIC X(2).
           88 FS-SIN-DOMICILIO-OK VALUE "00".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-HISTORIA      PIC X(01) VALUE "N".
           88 SIN-HISTORIA      VALUE "S".
       01  WS-SIN-MAESTRO-DATOS PIC X(01) VALUE "N".
           88 SIN-MAESTRO-DATOS VALUE "S".

      * Modo de la corrida (CIRC-MODO): EMISION selecciona y emite
      * las cartas, RESPUESTAS carga los talones recibidos y RESUMEN
      * cierra la circularizacion con el listado de excepciones.
       01  WS-MODO              PIC X(10).
           88 MODO-EMISION      VALUE "EMISION".
           88 MODO-RESPUESTAS   VALUE "RESPUESTAS".
           88 MODO-RESUMEN      VALUE "RESUMEN".

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-CORTE       PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * Umbral en unidades enteras (CIRC-UMBRAL, nueve digitos): todo
      * cliente con alguna moneda cuyo saldo, en valor absoluto, lo
      * alcance se circulariza siempre.
       01  WS-UMBRAL-AMBIENTE   PIC X(9).
       01  WS-UMBRAL-AMBIENTE-NUM REDEFINES WS-UMBRAL-AMBIENTE
                                PIC 9(9).
       01  WS-UMBRAL            PIC 9(9)V99 VALUE 10000.

      * Porcentaje de la muestra al azar del resto (CIRC-MUESTRA, dos
      * digitos; 00 = solo los que superan el umbral).
       01  WS-MUESTRA-AMBIENTE  PIC X(2).
       01  WS-MUESTRA-AMBIENTE-NUM REDEFINES WS-MUESTRA-AMBIENTE
                                PIC 9(2).
       01  WS-MUESTRA-PCT       PIC 9(2) VALUE 10.

      * Semilla del sorteo (CIRC-SEMILLA, nueve digitos). Por omision
      * es la fecha de corte, asi una recorrida con los mismos datos
      * elige la misma muestra y los auditores pueden reproducirla.
       01  WS-SEMILLA-AMBIENTE  PIC X(9).
       01  WS-SEMILLA-AMBIENTE-NUM REDEFINES WS-SEMILLA-AMBIENTE
                                PIC 9(9).
       01  WS-SEMILLA           PIC 9(10).
       01  WS-PRODUCTO-SORTEO   PIC 9(18).
       01  WS-SORTEO            PIC 9(2).

      * Lineas del cliente en curso, una por moneda.
       01  WS-CUR-IDN           PIC 9(7).
       01  WS-CUR-APELLIDO      PIC X(10).
       01  WS-CUR-NOMBRE        PIC X(10).
       01  WS-HAY-CLIENTE       PIC X(01) VALUE "N".
           88 HAY-CLIENTE-EN-CURSO VALUE "S".
       01  TABLA-MONEDAS.
           03  TAB-MON-CANT     PIC 9(2) VALUE ZERO.
           03  TAB-MON-ENTRY OCCURS 9 TIMES.
               05  TAB-MON-MONEDA   PIC X(3).
               05  TAB-MON-SALDO    PIC S9(9)V99.
       01  WS-IDX-MON           PIC 9(2).
       01  WS-SALDO-ABSOLUTO    PIC 9(9)V99.
       01  WS-MOTIVO            PIC X(01).
           88 SELECCION-UMBRAL  VALUE "U".
           88 SELECCION-MUESTRA VALUE "M".
           88 NO-SELECCIONADO   VALUE SPACE.
       01  WS-ESTADO-INICIAL    PIC X(01).
       01  WS-YA-CIRCULARIZADO  PIC X(01).
           88 YA-CIRCULARIZADO  VALUE "S".

       01  CONTADORES.
           03  WS-POS-LEIDAS    PIC 9(7) VALUE ZERO.
           03  WS-CLIENTES      PIC 9(7) VALUE ZERO.
           03  WS-SEL-UMBRAL    PIC 9(7) VALUE ZERO.
           03  WS-SEL-MUESTRA   PIC 9(7) VALUE ZERO.
           03  WS-CARTAS        PIC 9(7) VALUE ZERO.
           03  WS-SIN-DOMICILIO PIC 9(7) VALUE ZERO.
           03  WS-YA-EMITIDOS   PIC 9(7) VALUE ZERO.
           03  WS-RES-LEIDAS    PIC 9(7) VALUE ZERO.
           03  WS-RES-APLICADAS PIC 9(7) VALUE ZERO.
           03  WS-RES-INVALIDAS PIC 9(7) VALUE ZERO.
           03  WS-CONF-LEIDAS   PIC 9(7) VALUE ZERO.
           03  WS-CONF-CONFORMES PIC 9(7) VALUE ZERO.
           03  WS-CONF-DISCONFORMES PIC 9(7) VALUE ZERO.
           03  WS-CONF-SIN-RESPUESTA PIC 9(7) VALUE ZERO.
           03  WS-CONF-NO-ENVIADAS PIC 9(7) VALUE ZERO.
           03  WS-CONF-VENCIDAS PIC 9(7) VALUE ZERO.

      * Recorrida del resumen: el mismo parrafo lista un estado por
      * vez (disconformes, sin respuesta, no enviadas).
       01  WS-ESTADO-LISTADO    PIC X(01).
       01  WS-LISTADOS-ESTADO   PIC 9(7).
       01  WS-DIFERENCIA        PIC S9(10)V99.
       01  WS-DIF-PES           PIC S9(11)V99 VALUE ZERO.
       01  WS-DIF-DOL           PIC S9(11)V99 VALUE ZERO.
       01  WS-PCT-RESPUESTA     PIC 9(3)V9.
       01  WS-ENVIADAS          PIC 9(7).

       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.
       01  LINEA-CORTE-TALON    PIC X(80) VALUE ALL "-".

       01  LINEA-CARTA-TITULO.
           03  FILLER           PIC X(20) VALUE SPACES.
           03  FILLER           PIC X(32)
                       VALUE "CONFIRMACION DE SALDOS AL ".
           03  CAR-TIT-FECHA    PIC 9(8).
           03  FILLER           PIC X(20) VALUE SPACES.

       01  LINEA-CARTA-REFERENCIA.
           03  FILLER           PIC X(58) VALUE SPACES.
           03  FILLER           PIC X(6)  VALUE "REF.: ".
           03  CAR-REF-FECHA    PIC 9(8).
           03  FILLER           PIC X(1)  VALUE "-".
           03  CAR-REF-IDN      PIC 9(7).

       01  LINEA-CARTA-DESTINATARIO.
           03  FILLER           PIC X(7)  VALUE "SR/A. ".
           03  CAR-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  CAR-NOMBRE       PIC X(10).
           03  FILLER           PIC X(52) VALUE SPACES.

       01  LINEA-CARTA-DOMICILIO.
           03  FILLER           PIC X(7)  VALUE SPACES.
           03  CAR-DOMICILIO    PIC X(20).
           03  FILLER           PIC X(53) VALUE SPACES.

       01  LINEA-CARTA-LOCALIDAD.
           03  FILLER           PIC X(7)  VALUE SPACES.
           03  CAR-LOCALIDAD    PIC X(15).
           03  FILLER           PIC X(58) VALUE SPACES.

       01  LINEA-CARTA-TEXTO-1.
           03  FILLER           PIC X(40)
                       VALUE "DE ACUERDO CON NUESTROS REGISTROS, AL ".
           03  FILLER           PIC X(40)
                       VALUE "CIERRE DE LA FECHA DE REFERENCIA".
       01  LINEA-CARTA-TEXTO-2  PIC X(80) VALUE
           "SUS CUENTAS PRESENTABAN LOS SIGUIENTES SALDOS:".
       01  LINEA-CARTA-TEXTO-3.
           03  FILLER           PIC X(40)
                       VALUE "LE ROGAMOS CONFIRMAR ESTOS SALDOS ".
           03  FILLER           PIC X(40)
                       VALUE "DIRECTAMENTE A NUESTROS AUDITORES, AUN".
       01  LINEA-CARTA-TEXTO-4.
           03  FILLER           PIC X(40)
                       VALUE "CUANDO SEAN CORRECTOS, DEVOLVIENDO ".
           03  FILLER           PIC X(40)
                       VALUE "FIRMADO EL TALON ADJUNTO.".

       01  LINEA-CARTA-ENC-SALDOS.
           03  FILLER           PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(10) VALUE "MONEDA".
           03  FILLER           PIC X(60) VALUE "SALDO".

       01  LINEA-CARTA-SALDO.
           03  FILLER           PIC X(10) VALUE SPACES.
           03  CAR-MONEDA       PIC X(3).
           03  FILLER           PIC X(5)  VALUE SPACES.
           03  CAR-SALDO        PIC ZZZ.ZZZ.ZZ9,99-.
           03  CAR-DEUDOR       PIC X(9).
           03  FILLER           PIC X(38) VALUE SPACES.

       01  LINEA-TALON-1.
           03  FILLER           PIC X(27)
                       VALUE "TALON DE RESPUESTA   REF.: ".
           03  TAL-REF-FECHA    PIC 9(8).
           03  FILLER           PIC X(1)  VALUE "-".
           03  TAL-REF-IDN      PIC 9(7).
           03  FILLER           PIC X(37) VALUE SPACES.

       01  LINEA-TALON-2        PIC X(80) VALUE
           "(  ) CONFORME CON LOS SALDOS INFORMADOS".
       01  LINEA-TALON-3.
           03  FILLER           PIC X(40)
                       VALUE "(  ) NO CONFORME. SALDO SEGUN MIS ".
           03  FILLER           PIC X(40)
                       VALUE "REGISTROS: MONEDA .... IMPORTE .......".
       01  LINEA-TALON-4.
           03  FILLER           PIC X(40)
                       VALUE "FIRMA: ............................   ".
           03  FILLER           PIC X(40)
                       VALUE "ACLARACION: ........................".

       01  LINEA-TITULO-RESUMEN.
           03  FILLER           PIC X(40)
                       VALUE "CIRCULARIZACION DE SALDOS - CORTE ".
           03  TIT-FECHA        PIC 9(8).
           03  FILLER           PIC X(32) VALUE SPACES.

       01  LINEA-SECCION.
           03  SEC-TITULO       PIC X(40).
           03  FILLER           PIC X(40) VALUE SPACES.

       01  LINEA-ENCABEZADO-EXC.
           03  FILLER           PIC X(10) VALUE "  IDN".
           03  FILLER           PIC X(22) VALUE "CLIENTE".
           03  FILLER           PIC X(5)  VALUE "MON".
           03  FILLER           PIC X(2)  VALUE "M".
           03  FILLER           PIC X(17) VALUE "       INFORMADO".
           03  FILLER           PIC X(17) VALUE "   SEGUN CLIENTE".
           03  FILLER           PIC X(27) VALUE "       DIFERENCIA".

       01  LINEA-DETALLE-EXC.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXC-IDN          PIC 9(7).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  EXC-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  EXC-NOMBRE       PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  EXC-MONEDA       PIC X(3).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXC-MOTIVO       PIC X(1).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXC-INFORMADO    PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXC-CLIENTE      PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXC-DIFERENCIA   PIC Z.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(9)  VALUE SPACES.

       01  LINEA-SIN-CASOS      PIC X(80) VALUE "  SIN CASOS".

       01  LINEA-CANTIDAD.
           03  CAN-TITULO       PIC X(30).
           03  CAN-CANTIDAD     PIC ZZZZZZ9.
           03  FILLER           PIC X(43) VALUE SPACES.

       01  LINEA-DIFERENCIAS.
           03  FILLER           PIC X(30)
                       VALUE "DIFERENCIA NETA DISCONFORMES".
           03  FILLER           PIC X(5)  VALUE "PES ".
           03  DIF-PES          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(5)  VALUE " DOL ".
           03  DIF-DOL          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(4)  VALUE SPACES.

       01  LINEA-PORCENTAJE.
           03  FILLER           PIC X(30)
                       VALUE "PORCENTAJE DE RESPUESTA".
           03  PCT-RESPUESTA    PIC ZZ9,9.
           03  FILLER           PIC X(45) VALUE " %".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           EVALUATE TRUE
               WHEN MODO-EMISION
                   PERFORM 2000-EMITIR-CIRCULARIZACION
               WHEN MODO-RESPUESTAS
                   PERFORM 3000-CARGAR-RESPUESTAS
               WHEN MODO-RESUMEN
                   PERFORM 4000-RESUMEN-EXCEPCIONES
           END-EVALUATE.
           PERFORM 7000-MOSTRAR-RESUMEN.

           STOP RUN.

       1000-TOMAR-PARAMETROS.
           ACCEPT WS-MODO FROM ENVIRONMENT "CIRC-MODO".
           IF WS-MODO EQUAL SPACES
               MOVE "EMISION" TO WS-MODO
           END-IF.
           IF NOT MODO-EMISION
              AND NOT MODO-RESPUESTAS
              AND NOT MODO-RESUMEN
               DISPLAY "CIRC-MODO INVALIDO: " WS-MODO
               DISPLAY "VALORES: EMISION, RESPUESTAS O RESUMEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CORTE.
           MOVE SPACES TO WS-FECHA-AMBIENTE.
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "CIRC-FECHA-CORTE".
           IF WS-FECHA-AMBIENTE NOT EQUAL SPACES
               IF WS-FECHA-AMBIENTE-N NUMERIC
                   MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-CORTE
               ELSE
                   DISPLAY "CIRC-FECHA-CORTE INVALIDA: "
                           WS-FECHA-AMBIENTE
                   DISPLAY "SE USA LA FECHA DE PROCESO"
               END-IF
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (WS-FECHA-CORTE) EQUAL ZERO
              OR WS-FECHA-CORTE GREATER THAN WS-FECHA-PROCESO
               DISPLAY "FECHA DE CORTE INVALIDA: " WS-FECHA-CORTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "MODO: " WS-MODO " FECHA DE CORTE: " WS-FECHA-CORTE.

           IF MODO-EMISION
               PERFORM 1100-PARAMETROS-SELECCION
           END-IF.
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

       1100-PARAMETROS-SELECCION.
           ACCEPT WS-UMBRAL-AMBIENTE FROM ENVIRONMENT "CIRC-UMBRAL".
           IF WS-UMBRAL-AMBIENTE NOT EQUAL SPACES
               IF WS-UMBRAL-AMBIENTE-NUM NUMERIC
                  AND WS-UMBRAL-AMBIENTE-NUM GREATER THAN ZERO
                   MOVE WS-UMBRAL-AMBIENTE-NUM TO WS-UMBRAL
               ELSE
                   DISPLAY "CIRC-UMBRAL INVALIDO: " WS-UMBRAL-AMBIENTE
                   DISPLAY "SE USA EL UMBRAL POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-MUESTRA-AMBIENTE FROM ENVIRONMENT "CIRC-MUESTRA".
           IF WS-MUESTRA-AMBIENTE NOT EQUAL SPACES
               IF WS-MUESTRA-AMBIENTE-NUM NUMERIC
                   MOVE WS-MUESTRA-AMBIENTE-NUM TO WS-MUESTRA-PCT
               ELSE
                   DISPLAY "CIRC-MUESTRA INVALIDA: "
                           WS-MUESTRA-AMBIENTE
                   DISPLAY "SE USA LA MUESTRA POR OMISION"
               END-IF
           END-IF.
           MOVE WS-FECHA-CORTE TO WS-SEMILLA.
           ACCEPT WS-SEMILLA-AMBIENTE FROM ENVIRONMENT "CIRC-SEMILLA".
           IF WS-SEMILLA-AMBIENTE NOT EQUAL SPACES
               IF WS-SEMILLA-AMBIENTE-NUM NUMERIC
                  AND WS-SEMILLA-AMBIENTE-NUM GREATER THAN ZERO
                   MOVE WS-SEMILLA-AMBIENTE-NUM TO WS-SEMILLA
               ELSE
                   DISPLAY "CIRC-SEMILLA INVALIDA: "
                           WS-SEMILLA-AMBIENTE
                   DISPLAY "SE USA LA FECHA DE CORTE COMO SEMILLA"
               END-IF
           END-IF.
           DISPLAY "UMBRAL: " WS-UMBRAL " MUESTRA %: " WS-MUESTRA-PCT
                   " SEMILLA: " WS-SEMILLA.
       1100-FIN-PARAMETROS-SELECCION.
           EXIT.

      ******************************************************************
      * EMISION: seleccion de clientes y cartas
      ******************************************************************
       2000-EMITIR-CIRCULARIZACION.
           PERFORM 2050-ABRIR-EMISION.
           MOVE LOW-VALUES TO POS-CLAVE.
           START POSICION KEY IS NOT LESS THAN POS-CLAVE
           EVALUATE FS-POSICION
               WHEN "00"
                   PERFORM 2100-LEER-POSICION
                   PERFORM 2200-PROCESAR-LINEA
                      UNTIL FS-POSICION-EOF
                   PERFORM 2400-CERRAR-CLIENTE
               WHEN "23"
                   DISPLAY "POSICION VACIA, NO HAY CLIENTES"
               WHEN OTHER
                   DISPLAY "ERROR EN START DE POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "2000-EMITIR-CIRCULARIZACION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           CLOSE POSICION
           IF NOT SIN-HISTORIA
               CLOSE HISTORIA
           END-IF
           IF NOT SIN-MAESTRO-DATOS
               CLOSE CLIENTES-DATOS
           END-IF
           CLOSE CONFIRMACIONES
           CLOSE CARTAS
           CLOSE SIN-DOMICILIO.
       2000-FIN-EMITIR-CIRCULARIZACION.
           EXIT.

      * Sin historia se informa el saldo actual de POSICION, que solo
      * es correcto si la corrida se hace el mismo dia del corte.
       2050-ABRIR-EMISION.
           OPEN INPUT POSICION
           EVALUATE FS-POSICION
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "2050-ABRIR-EMISION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT HISTORIA
           EVALUATE FS-HISTORIA
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-HISTORIA
               DISPLAY "APAREO-HISTORIA AUSENTE, SE INFORMA EL SALDO "
                       "ACTUAL DE POSICION"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR APAREO-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-HISTORIA
               MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-HISTORIA TO ABE-FILE-STATUS
               MOVE "2050-ABRIR-EMISION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT CLIENTES-DATOS
           EVALUATE FS-DATOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-MAESTRO-DATOS
               DISPLAY "CLIENTES-DATOS AUSENTE, SIN DATOS POSTALES"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-DATOS"
               DISPLAY "FILE STATUS ERROR" FS-DATOS
               MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
               MOVE FS-DATOS TO ABE-FILE-STATUS
               MOVE "2050-ABRIR-EMISION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           PERFORM 2060-ABRIR-CONFIRMACIONES

           OPEN OUTPUT CARTAS
           EVALUATE FS-CARTAS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CIRCULARIZACION-CARTAS"
               DISPLAY "FILE STATUS ERROR" FS-CARTAS
               MOVE "CIRCULARIZACION-CARTAS" TO ABE-ARCHIVO
               MOVE FS-CARTAS TO ABE-FILE-STATUS
               MOVE "2050-ABRIR-EMISION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT SIN-DOMICILIO
           EVALUATE FS-SIN-DOMICILIO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CIRC-SIN-DOMICILIO"
               DISPLAY "FILE STATUS ERROR" FS-SIN-DOMICILIO
               MOVE "CIRC-SIN-DOMICILIO" TO ABE-ARCHIVO
               MOVE FS-SIN-DOMICILIO TO ABE-FILE-STATUS
               MOVE "2050-ABRIR-EMISION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2050-FIN-ABRIR-EMISION.
           EXIT.

      * CONFIRMACIONES acumula todas las circularizaciones; la primera
      * vez (file status 35) se crea vacio y se reabre.
       2060-ABRIR-CONFIRMACIONES.
           OPEN I-O CONFIRMACIONES
           EVALUATE FS-CONFIRMACIONES
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT CONFIRMACIONES
               CLOSE CONFIRMACIONES
               OPEN I-O CONFIRMACIONES
               IF NOT FS-CONFIRMACIONES-OK
                   DISPLAY "ERROR AL CREAR CONFIRMACIONES"
                   DISPLAY "FILE STATUS ERROR" FS-CONFIRMACIONES
                   MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
                   MOVE FS-CONFIRMACIONES TO ABE-FILE-STATUS
                   MOVE "2060-ABRIR-CONFIRMACIONES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CONFIRMACIONES"
               DISPLAY "FILE STATUS ERROR" FS-CONFIRMACIONES
               MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
               MOVE FS-CONFIRMACIONES TO ABE-FILE-STATUS
               MOVE "2060-ABRIR-CONFIRMACIONES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2060-FIN-ABRIR-CONFIRMACIONES.
           EXIT.

       2100-LEER-POSICION.
           READ POSICION NEXT RECORD
           EVALUATE FS-POSICION
               WHEN "00"
                   ADD 1 TO WS-POS-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "2100-LEER-POSICION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2100-FIN-LEER-POSICION.
           EXIT.

      * POSICION viene por IDN y moneda: se juntan las monedas del
      * cliente y al cambiar de IDN se decide si se circulariza.
       2200-PROCESAR-LINEA.
           IF HAY-CLIENTE-EN-CURSO
              AND POS-IDN NOT EQUAL WS-CUR-IDN
               PERFORM 2400-CERRAR-CLIENTE
           END-IF.
           IF NOT HAY-CLIENTE-EN-CURSO
               MOVE "S"          TO WS-HAY-CLIENTE
               MOVE POS-IDN      TO WS-CUR-IDN
               MOVE POS-APELLIDO TO WS-CUR-APELLIDO
               MOVE POS-NOMBRE   TO WS-CUR-NOMBRE
               MOVE ZERO         TO TAB-MON-CANT
           END-IF.
           IF TAB-MON-CANT LESS THAN 9
               ADD 1 TO TAB-MON-CANT
               MOVE POS-MONEDA TO TAB-MON-MONEDA (TAB-MON-CANT)
               MOVE POS-SALDOS TO TAB-MON-SALDO (TAB-MON-CANT)
           ELSE
               DISPLAY "DEMASIADAS MONEDAS, IDN " POS-IDN
                       " MONEDA " POS-MONEDA " NO SE CIRCULARIZA"
           END-IF.
           PERFORM 2100-LEER-POSICION.
       2200-FIN-PROCESAR-LINEA.
           EXIT.

       2400-CERRAR-CLIENTE.
           IF HAY-CLIENTE-EN-CURSO
               ADD 1 TO WS-CLIENTES
               PERFORM 2500-SALDOS-AL-CORTE
               PERFORM 2600-DECIDIR-SELECCION
               IF NOT NO-SELECCIONADO
                   PERFORM 2700-VERIFICAR-EMITIDO
                   IF YA-CIRCULARIZADO
                       ADD 1 TO WS-YA-EMITIDOS
                   ELSE
                       PERFORM 2750-BUSCAR-DOMICILIO
                       PERFORM 2800-GRABAR-CONFIRMACION
                           VARYING WS-IDX-MON FROM 1 BY 1
                           UNTIL WS-IDX-MON GREATER THAN TAB-MON-CANT
                       IF WS-ESTADO-INICIAL EQUAL "P"
                           PERFORM 2900-EMITIR-CARTA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-HAY-CLIENTE.
       2400-FIN-CERRAR-CLIENTE.
           EXIT.

      * Saldo al corte de cada moneda: el ultimo registro de historia
      * con fecha hasta el corte. Una moneda sin historia a esa fecha
      * no tenia saldo y se informa en cero.
       2500-SALDOS-AL-CORTE.
           IF NOT SIN-HISTORIA
               PERFORM 2510-LIMPIAR-SALDO
                   VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON GREATER THAN TAB-MON-CANT
               MOVE WS-CUR-IDN  TO HIST-IDN
               MOVE ZERO        TO HIST-FECHA
               MOVE LOW-VALUES  TO HIST-MONEDA
               START HISTORIA KEY IS NOT LESS THAN HIST-CLAVE
               EVALUATE FS-HISTORIA
                   WHEN "00"
                       PERFORM 2520-LEER-HISTORIA
                       PERFORM 2530-TOMAR-HISTORIA
                          UNTIL FS-HISTORIA-EOF
                             OR HIST-IDN NOT EQUAL WS-CUR-IDN
                             OR HIST-FECHA GREATER THAN WS-FECHA-CORTE
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN START DE APAREO-HISTORIA"
                       DISPLAY "FILE STATUS ERROR" FS-HISTORIA
                       MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
                       MOVE FS-HISTORIA TO ABE-FILE-STATUS
                       MOVE "2500-SALDOS-AL-CORTE" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       2500-FIN-SALDOS-AL-CORTE.
           EXIT.

       2510-LIMPIAR-SALDO.
           MOVE ZERO TO TAB-MON-SALDO (WS-IDX-MON).
       2510-FIN-LIMPIAR-SALDO.
           EXIT.

       2520-LEER-HISTORIA.
           READ HISTORIA NEXT RECORD
           EVALUATE FS-HISTORIA
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE APAREO-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-HISTORIA
               MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-HISTORIA TO ABE-FILE-STATUS
               MOVE "2520-LEER-HISTORIA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2520-FIN-LEER-HISTORIA.
           EXIT.

      * La historia viene por fecha ascendente: cada registro pisa el
      * saldo de su moneda y queda el del ultimo dia hasta el corte.
       2530-TOMAR-HISTORIA.
           PERFORM 2540-UBICAR-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN TAB-MON-CANT.
           PERFORM 2520-LEER-HISTORIA.
       2530-FIN-TOMAR-HISTORIA.
           EXIT.

       2540-UBICAR-MONEDA.
           IF TAB-MON-MONEDA (WS-IDX-MON) EQUAL HIST-MONEDA
               MOVE HIST-SALDOS TO TAB-MON-SALDO (WS-IDX-MON)
           END-IF.
       2540-FIN-UBICAR-MONEDA.
           EXIT.

      * Primero el umbral; al resto se le sortea la muestra. El sorteo
      * es un generador congruencial (multiplicador 16807, modulo
      * 2147483647) que se avanza una vez por cada cliente bajo el
      * umbral, asi la seleccion depende solo de la semilla y de
      * POSICION.
       2600-DECIDIR-SELECCION.
           MOVE SPACE TO WS-MOTIVO.
           PERFORM 2610-CONTROLAR-UMBRAL
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN TAB-MON-CANT
                  OR SELECCION-UMBRAL.
           IF SELECCION-UMBRAL
               ADD 1 TO WS-SEL-UMBRAL
           ELSE
               COMPUTE WS-PRODUCTO-SORTEO = WS-SEMILLA * 16807
               COMPUTE WS-SEMILLA =
                   FUNCTION MOD (WS-PRODUCTO-SORTEO, 2147483647)
               COMPUTE WS-SORTEO = FUNCTION MOD (WS-SEMILLA, 100)
               IF WS-SORTEO LESS THAN WS-MUESTRA-PCT
                   MOVE "M" TO WS-MOTIVO
                   ADD 1 TO WS-SEL-MUESTRA
               END-IF
           END-IF.
       2600-FIN-DECIDIR-SELECCION.
           EXIT.

       2610-CONTROLAR-UMBRAL.
           IF TAB-MON-SALDO (WS-IDX-MON) LESS THAN ZERO
               COMPUTE WS-SALDO-ABSOLUTO =
                   TAB-MON-SALDO (WS-IDX-MON) * -1
           ELSE
               MOVE TAB-MON-SALDO (WS-IDX-MON) TO WS-SALDO-ABSOLUTO
           END-IF.
           IF WS-SALDO-ABSOLUTO NOT LESS THAN WS-UMBRAL
               MOVE "U" TO WS-MOTIVO
           END-IF.
       2610-FIN-CONTROLAR-UMBRAL.
           EXIT.

      * Un cliente ya circularizado a esta fecha de corte (recorrida
      * de la emision) no recibe una segunda carta.
       2700-VERIFICAR-EMITIDO.
           MOVE "N"                 TO WS-YA-CIRCULARIZADO.
           MOVE WS-FECHA-CORTE      TO CONF-FECHA-CORTE.
           MOVE WS-CUR-IDN          TO CONF-IDN.
           MOVE TAB-MON-MONEDA (1)  TO CONF-MONEDA.
           READ CONFIRMACIONES
           EVALUATE FS-CONFIRMACIONES
               WHEN "00"
                   MOVE "S" TO WS-YA-CIRCULARIZADO
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CONFIRMACIONES"
                   DISPLAY "FILE STATUS ERROR" FS-CONFIRMACIONES
                   MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
                   MOVE FS-CONFIRMACIONES TO ABE-FILE-STATUS
                   MOVE "2700-VERIFICAR-EMITIDO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2700-FIN-VERIFICAR-EMITIDO.
           EXIT.

      * Sin domicilio la carta no sale: la confirmacion queda como no
      * enviada para que figure en el resumen de los auditores.
       2750-BUSCAR-DOMICILIO.
           MOVE "P" TO WS-ESTADO-INICIAL.
           IF SIN-MAESTRO-DATOS
               MOVE "N" TO WS-ESTADO-INICIAL
           ELSE
               MOVE WS-CUR-IDN TO CDAT-IDN
               READ CLIENTES-DATOS
               EVALUATE FS-DATOS
                   WHEN "00"
                       IF CDAT-DOMICILIO EQUAL SPACES
                           MOVE "N" TO WS-ESTADO-INICIAL
                       END-IF
                   WHEN "23"
                       MOVE "N" TO WS-ESTADO-INICIAL
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-DATOS"
                       DISPLAY "FILE STATUS ERROR" FS-DATOS
                       MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
                       MOVE FS-DATOS TO ABE-FILE-STATUS
                       MOVE "2750-BUSCAR-DOMICILIO" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
           IF WS-ESTADO-INICIAL EQUAL "N"
               PERFORM 2760-REPORTAR-SIN-DOMICILIO
           END-IF.
       2750-FIN-BUSCAR-DOMICILIO.
           EXIT.

       2760-REPORTAR-SIN-DOMICILIO.
           MOVE WS-CUR-IDN      TO SDO-IDN.
           MOVE WS-CUR-APELLIDO TO SDO-APELLIDO.
           MOVE WS-CUR-NOMBRE   TO SDO-NOMBRE.
           WRITE REGISTRO-SIN-DOMICILIO
           EVALUATE FS-SIN-DOMICILIO
               WHEN "00"
                   ADD 1 TO WS-SIN-DOMICILIO
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CIRC-SIN-DOMICILIO"
                   DISPLAY "FILE STATUS ERROR" FS-SIN-DOMICILIO
                   MOVE "CIRC-SIN-DOMICILIO" TO ABE-ARCHIVO
                   MOVE FS-SIN-DOMICILIO TO ABE-FILE-STATUS
                   MOVE "2760-REPORTAR-SIN-DOMICILIO" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2760-FIN-REPORTAR-SIN-DOMICILIO.
           EXIT.

       2800-GRABAR-CONFIRMACION.
           MOVE WS-FECHA-CORTE      TO CONF-FECHA-CORTE.
           MOVE WS-CUR-IDN          TO CONF-IDN.
           MOVE TAB-MON-MONEDA (WS-IDX-MON) TO CONF-MONEDA.
           MOVE WS-CUR-APELLIDO     TO CONF-APELLIDO.
           MOVE WS-CUR-NOMBRE       TO CONF-NOMBRE.
           MOVE WS-MOTIVO           TO CONF-MOTIVO.
           MOVE TAB-MON-SALDO (WS-IDX-MON) TO CONF-SALDO-INFORMADO.
           MOVE WS-ESTADO-INICIAL   TO CONF-ESTADO.
           MOVE ZERO                TO CONF-SALDO-CLIENTE.
           MOVE WS-FECHA-PROCESO    TO CONF-FECHA-EMISION.
           MOVE ZERO                TO CONF-FECHA-RESPUESTA.
           WRITE REGISTRO-CONFIRMACION
           EVALUATE FS-CONFIRMACIONES
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CONFIRMACIONES"
                   DISPLAY "FILE STATUS ERROR" FS-CONFIRMACIONES
                   MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
                   MOVE FS-CONFIRMACIONES TO ABE-FILE-STATUS
                   MOVE "2800-GRABAR-CONFIRMACION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2800-FIN-GRABAR-CONFIRMACION.
           EXIT.

      * Una carta por cliente con todas sus monedas y el talon de
      * respuesta al pie; la referencia (corte-IDN) es la que los
      * auditores cargan en CIRC-RESPUESTAS.
       2900-EMITIR-CARTA.
           MOVE WS-FECHA-CORTE  TO CAR-TIT-FECHA.
           WRITE LINEA-CARTA FROM LINEA-CARTA-TITULO.
           EVALUATE FS-CARTAS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CIRCULARIZACION-CARTAS"
                   DISPLAY "FILE STATUS ERROR" FS-CARTAS
                   MOVE "CIRCULARIZACION-CARTAS" TO ABE-ARCHIVO
                   MOVE FS-CARTAS TO ABE-FILE-STATUS
                   MOVE "2900-EMITIR-CARTA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE WS-FECHA-CORTE  TO CAR-REF-FECHA.
           MOVE WS-CUR-IDN      TO CAR-REF-IDN.
           WRITE LINEA-CARTA FROM LINEA-CARTA-REFERENCIA.
           WRITE LINEA-CARTA FROM LINEA-EN-BLANCO.
           MOVE WS-CUR-APELLIDO TO CAR-APELLIDO.
           MOVE WS-CUR-NOMBRE   TO CAR-NOMBRE.
           WRITE LINEA-CARTA FROM LINEA-CARTA-DESTINATARIO.
           MOVE CDAT-DOMICILIO  TO CAR-DOMICILIO.
           WRITE LINEA-CARTA FROM LINEA-CARTA-DOMICILIO.
           MOVE CDAT-LOCALIDAD  TO CAR-LOCALIDAD.
           WRITE LINEA-CARTA FROM LINEA-CARTA-LOCALIDAD.
           WRITE LINEA-CARTA FROM LINEA-EN-BLANCO.
           WRITE LINEA-CARTA FROM LINEA-CARTA-TEXTO-1.
           WRITE LINEA-CARTA FROM LINEA-CARTA-TEXTO-2.
           WRITE LINEA-CARTA FROM LINEA-EN-BLANCO.
           WRITE LINEA-CARTA FROM LINEA-CARTA-ENC-SALDOS.
           PERFORM 2950-EMITIR-SALDO
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN TAB-MON-CANT.
           WRITE LINEA-CARTA FROM LINEA-EN-BLANCO.
           WRITE LINEA-CARTA FROM LINEA-CARTA-TEXTO-3.
           WRITE LINEA-CARTA FROM LINEA-CARTA-TEXTO-4.
           WRITE LINEA-CARTA FROM LINEA-EN-BLANCO.
           WRITE LINEA-CARTA FROM LINEA-CORTE-TALON.
           MOVE WS-FECHA-CORTE  TO TAL-REF-FECHA.
           MOVE WS-CUR-IDN      TO TAL-REF-IDN.
           WRITE LINEA-CARTA FROM LINEA-TALON-1.
           WRITE LINEA-CARTA FROM LINEA-EN-BLANCO.
           WRITE LINEA-CARTA FROM LINEA-TALON-2.
           WRITE LINEA-CARTA FROM LINEA-TALON-3.
           WRITE LINEA-CARTA FROM LINEA-EN-BLANCO.
           WRITE LINEA-CARTA FROM LINEA-TALON-4.
           WRITE LINEA-CARTA FROM LINEA-EN-BLANCO.
           WRITE LINEA-CARTA FROM LINEA-EN-BLANCO.
           ADD 1 TO WS-CARTAS.
       2900-FIN-EMITIR-CARTA.
           EXIT.

       2950-EMITIR-SALDO.
           MOVE TAB-MON-MONEDA (WS-IDX-MON) TO CAR-MONEDA.
           MOVE TAB-MON-SALDO (WS-IDX-MON)  TO CAR-SALDO.
           IF TAB-MON-SALDO (WS-IDX-MON) LESS THAN ZERO
               MOVE " DEUDOR" TO CAR-DEUDOR
           ELSE
               MOVE " ACREEDOR" TO CAR-DEUDOR
           END-IF.
           WRITE LINEA-CARTA FROM LINEA-CARTA-SALDO.
       2950-FIN-EMITIR-SALDO.
           EXIT.

      ******************************************************************
      * RESPUESTAS: carga de los talones recibidos
      ******************************************************************
      * Cada talon trae la referencia, la moneda y C (conforme) o D
      * (no conforme, con el saldo segun el cliente). Un talon sin
      * confirmacion emitida, o de una circularizacion ya cerrada, se
      * rechaza y la corrida termina con RC 4.
       3000-CARGAR-RESPUESTAS.
           PERFORM 2060-ABRIR-CONFIRMACIONES.
           OPEN INPUT RESPUESTAS
           EVALUATE FS-RESPUESTAS
               WHEN "00"
                   PERFORM 3100-LEER-RESPUESTA
                   PERFORM 3200-APLICAR-RESPUESTA
                      UNTIL FS-RESPUESTAS-EOF
                   CLOSE RESPUESTAS
               WHEN "35"
                   DISPLAY "CIRC-RESPUESTAS AUSENTE, SIN RESPUESTAS"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CIRC-RESPUESTAS"
                   DISPLAY "FILE STATUS ERROR" FS-RESPUESTAS
                   MOVE "CIRC-RESPUESTAS" TO ABE-ARCHIVO
                   MOVE FS-RESPUESTAS TO ABE-FILE-STATUS
                   MOVE "3000-CARGAR-RESPUESTAS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           CLOSE CONFIRMACIONES.
           IF WS-RES-INVALIDAS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-FIN-CARGAR-RESPUESTAS.
           EXIT.

       3100-LEER-RESPUESTA.
           READ RESPUESTAS
           EVALUATE FS-RESPUESTAS
               WHEN "00"
                   ADD 1 TO WS-RES-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CIRC-RESPUESTAS"
               DISPLAY "FILE STATUS ERROR" FS-RESPUESTAS
               MOVE "CIRC-RESPUESTAS" TO ABE-ARCHIVO
               MOVE FS-RESPUESTAS TO ABE-FILE-STATUS
               MOVE "3100-LEER-RESPUESTA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-LEER-RESPUESTA.
           EXIT.

       3200-APLICAR-RESPUESTA.
           IF RES-FECHA-CORTE NOT NUMERIC
              OR RES-IDN NOT NUMERIC
              OR (NOT RES-CONFORME AND NOT RES-DISCONFORME)
              OR (RES-DISCONFORME AND RES-SALDO-CLIENTE NOT NUMERIC)
               DISPLAY "RESPUESTA INVALIDA, REF. " RES-FECHA-CORTE
                       "-" RES-IDN " " RES-MONEDA
               ADD 1 TO WS-RES-INVALIDAS
           ELSE
               MOVE RES-FECHA-CORTE TO CONF-FECHA-CORTE
               MOVE RES-IDN         TO CONF-IDN
               IF RES-MONEDA EQUAL SPACES
                   MOVE "PES"       TO CONF-MONEDA
               ELSE
                   MOVE RES-MONEDA  TO CONF-MONEDA
               END-IF
               READ CONFIRMACIONES
               EVALUATE FS-CONFIRMACIONES
                   WHEN "00"
                       PERFORM 3300-REGISTRAR-RESPUESTA
                   WHEN "23"
                       DISPLAY "RESPUESTA SIN CIRCULARIZACION, REF. "
                               RES-FECHA-CORTE "-" RES-IDN " "
                               CONF-MONEDA
                       ADD 1 TO WS-RES-INVALIDAS
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CONFIRMACIONES"
                       DISPLAY "FILE STATUS ERROR" FS-CONFIRMACIONES
                       MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
                       MOVE FS-CONFIRMACIONES TO ABE-FILE-STATUS
                       MOVE "3200-APLICAR-RESPUESTA" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
           PERFORM 3100-LEER-RESPUESTA.
       3200-FIN-APLICAR-RESPUESTA.
           EXIT.

      * Un talon repetido de la misma circularizacion corrige al
      * anterior; una vez cerrada con el resumen ya no se modifica.
       3300-REGISTRAR-RESPUESTA.
           IF CONF-SIN-RESPUESTA OR CONF-NO-ENVIADA
               DISPLAY "CIRCULARIZACION CERRADA O NO ENVIADA, REF. "
                       RES-FECHA-CORTE "-" RES-IDN " " CONF-MONEDA
               ADD 1 TO WS-RES-INVALIDAS
           ELSE
               IF RES-CONFORME
                   MOVE "C" TO CONF-ESTADO
                   MOVE CONF-SALDO-INFORMADO TO CONF-SALDO-CLIENTE
               ELSE
                   MOVE "D" TO CONF-ESTADO
                   MOVE RES-SALDO-CLIENTE TO CONF-SALDO-CLIENTE
               END-IF
               IF RES-FECHA NUMERIC AND RES-FECHA GREATER THAN ZERO
                   MOVE RES-FECHA TO CONF-FECHA-RESPUESTA
               ELSE
                   MOVE WS-FECHA-PROCESO TO CONF-FECHA-RESPUESTA
               END-IF
               REWRITE REGISTRO-CONFIRMACION
               EVALUATE FS-CONFIRMACIONES
                   WHEN "00"
                       ADD 1 TO WS-RES-APLICADAS
                   WHEN OTHER
                       DISPLAY "ERROR AL REGRABAR CONFIRMACIONES"
                       DISPLAY "FILE STATUS ERROR" FS-CONFIRMACIONES
                       MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
                       MOVE FS-CONFIRMACIONES TO ABE-FILE-STATUS
                       MOVE "3300-REGISTRAR-RESPUESTA" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3300-FIN-REGISTRAR-RESPUESTA.
           EXIT.

      ******************************************************************
      * RESUMEN: cierre de la circularizacion y excepciones
      ******************************************************************
      * Lo que sigue pendiente al pedir el resumen pasa a "sin
      * respuesta". Despues se listan por separado los disconformes
      * con su diferencia, los sin respuesta y los no enviados, y al
      * pie los totales de la circularizacion.
       4000-RESUMEN-EXCEPCIONES.
           PERFORM 2060-ABRIR-CONFIRMACIONES.
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               MOVE WS-FECHA-CORTE TO TIT-FECHA
               WRITE LINEA-REPORTE FROM LINEA-TITULO-RESUMEN
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CIRC-EXCEPCIONES-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "CIRC-EXCEPCIONES-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "4000-RESUMEN-EXCEPCIONES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           MOVE SPACE TO WS-ESTADO-LISTADO
           PERFORM 4100-RECORRER-CORTE
           MOVE "D" TO WS-ESTADO-LISTADO
           MOVE "NO CONFORMES" TO SEC-TITULO
           PERFORM 4100-RECORRER-CORTE
           MOVE "S" TO WS-ESTADO-LISTADO
           MOVE "SIN RESPUESTA" TO SEC-TITULO
           PERFORM 4100-RECORRER-CORTE
           MOVE "N" TO WS-ESTADO-LISTADO
           MOVE "NO ENVIADAS (SIN DOMICILIO)" TO SEC-TITULO
           PERFORM 4100-RECORRER-CORTE
           PERFORM 4500-EMITIR-TOTALES
           CLOSE CONFIRMACIONES
           CLOSE REPORTE.
       4000-FIN-RESUMEN-EXCEPCIONES.
           EXIT.

      * Con estado en blanco la recorrida cierra y cuenta; con un
      * estado, lista solo las confirmaciones en ese estado.
       4100-RECORRER-CORTE.
           MOVE ZERO TO WS-LISTADOS-ESTADO.
           IF WS-ESTADO-LISTADO NOT EQUAL SPACE
               WRITE LINEA-REPORTE FROM LINEA-SECCION
               WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-EXC
           END-IF.
           MOVE WS-FECHA-CORTE TO CONF-FECHA-CORTE.
           MOVE ZERO           TO CONF-IDN.
           MOVE LOW-VALUES     TO CONF-MONEDA.
           START CONFIRMACIONES KEY IS NOT LESS THAN CONF-CLAVE
           EVALUATE FS-CONFIRMACIONES
               WHEN "00"
                   PERFORM 4200-LEER-CONFIRMACION
                   PERFORM 4300-PROCESAR-CONFIRMACION
                      UNTIL FS-CONFIRMACIONES-EOF
                         OR CONF-FECHA-CORTE NOT EQUAL WS-FECHA-CORTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN START DE CONFIRMACIONES"
                   DISPLAY "FILE STATUS ERROR" FS-CONFIRMACIONES
                   MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
                   MOVE FS-CONFIRMACIONES TO ABE-FILE-STATUS
                   MOVE "4100-RECORRER-CORTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF WS-ESTADO-LISTADO NOT EQUAL SPACE
               IF WS-LISTADOS-ESTADO EQUAL ZERO
                   WRITE LINEA-REPORTE FROM LINEA-SIN-CASOS
               END-IF
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
           END-IF.
       4100-FIN-RECORRER-CORTE.
           EXIT.

       4200-LEER-CONFIRMACION.
           READ CONFIRMACIONES NEXT RECORD
           EVALUATE FS-CONFIRMACIONES
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CONFIRMACIONES"
               DISPLAY "FILE STATUS ERROR" FS-CONFIRMACIONES
               MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
               MOVE FS-CONFIRMACIONES TO ABE-FILE-STATUS
               MOVE "4200-LEER-CONFIRMACION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       4200-FIN-LEER-CONFIRMACION.
           EXIT.

       4300-PROCESAR-CONFIRMACION.
           IF WS-ESTADO-LISTADO EQUAL SPACE
               PERFORM 4350-CERRAR-Y-CONTAR
           ELSE
               IF CONF-ESTADO EQUAL WS-ESTADO-LISTADO
                   PERFORM 4400-LISTAR-CONFIRMACION
               END-IF
           END-IF.
           PERFORM 4200-LEER-CONFIRMACION.
       4300-FIN-PROCESAR-CONFIRMACION.
           EXIT.

       4350-CERRAR-Y-CONTAR.
           ADD 1 TO WS-CONF-LEIDAS.
           IF CONF-PENDIENTE
               MOVE "S" TO CONF-ESTADO
               REWRITE REGISTRO-CONFIRMACION
               EVALUATE FS-CONFIRMACIONES
                   WHEN "00"
                       ADD 1 TO WS-CONF-VENCIDAS
                   WHEN OTHER
                       DISPLAY "ERROR AL REGRABAR CONFIRMACIONES"
                       DISPLAY "FILE STATUS ERROR" FS-CONFIRMACIONES
                       MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
                       MOVE FS-CONFIRMACIONES TO ABE-FILE-STATUS
                       MOVE "4350-CERRAR-Y-CONTAR" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN CONF-CONFORME
                   ADD 1 TO WS-CONF-CONFORMES
               WHEN CONF-DISCONFORME
                   ADD 1 TO WS-CONF-DISCONFORMES
               WHEN CONF-SIN-RESPUESTA
                   ADD 1 TO WS-CONF-SIN-RESPUESTA
               WHEN CONF-NO-ENVIADA
                   ADD 1 TO WS-CONF-NO-ENVIADAS
           END-EVALUATE.
       4350-FIN-CERRAR-Y-CONTAR.
           EXIT.

       4400-LISTAR-CONFIRMACION.
           ADD 1 TO WS-LISTADOS-ESTADO.
           MOVE CONF-IDN             TO EXC-IDN.
           MOVE CONF-APELLIDO        TO EXC-APELLIDO.
           MOVE CONF-NOMBRE          TO EXC-NOMBRE.
           MOVE CONF-MONEDA          TO EXC-MONEDA.
           MOVE CONF-MOTIVO          TO EXC-MOTIVO.
           MOVE CONF-SALDO-INFORMADO TO EXC-INFORMADO.
           IF CONF-DISCONFORME
               MOVE CONF-SALDO-CLIENTE TO EXC-CLIENTE
               COMPUTE WS-DIFERENCIA =
                   CONF-SALDO-CLIENTE - CONF-SALDO-INFORMADO
               MOVE WS-DIFERENCIA    TO EXC-DIFERENCIA
               IF CONF-MONEDA EQUAL "DOL"
                   ADD WS-DIFERENCIA TO WS-DIF-DOL
               ELSE
                   ADD WS-DIFERENCIA TO WS-DIF-PES
               END-IF
           ELSE
               MOVE ZERO             TO EXC-CLIENTE
               MOVE ZERO             TO EXC-DIFERENCIA
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE-EXC.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CIRC-EXCEPCIONES-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
       4400-FIN-LISTAR-CONFIRMACION.
           EXIT.

      * El porcentaje de respuesta se toma sobre las cartas enviadas.
       4500-EMITIR-TOTALES.
           MOVE "SALDOS CIRCULARIZADOS"  TO CAN-TITULO.
           MOVE WS-CONF-LEIDAS           TO CAN-CANTIDAD.
           WRITE LINEA-REPORTE FROM LINEA-CANTIDAD.
           MOVE "  CONFORMES"            TO CAN-TITULO.
           MOVE WS-CONF-CONFORMES        TO CAN-CANTIDAD.
           WRITE LINEA-REPORTE FROM LINEA-CANTIDAD.
           MOVE "  NO CONFORMES"         TO CAN-TITULO.
           MOVE WS-CONF-DISCONFORMES     TO CAN-CANTIDAD.
           WRITE LINEA-REPORTE FROM LINEA-CANTIDAD.
           MOVE "  SIN RESPUESTA"        TO CAN-TITULO.
           MOVE WS-CONF-SIN-RESPUESTA    TO CAN-CANTIDAD.
           WRITE LINEA-REPORTE FROM LINEA-CANTIDAD.
           MOVE "  NO ENVIADAS"          TO CAN-TITULO.
           MOVE WS-CONF-NO-ENVIADAS      TO CAN-CANTIDAD.
           WRITE LINEA-REPORTE FROM LINEA-CANTIDAD.
           MOVE WS-DIF-PES               TO DIF-PES.
           MOVE WS-DIF-DOL               TO DIF-DOL.
           WRITE LINEA-REPORTE FROM LINEA-DIFERENCIAS.
           COMPUTE WS-ENVIADAS = WS-CONF-LEIDAS - WS-CONF-NO-ENVIADAS.
           IF WS-ENVIADAS GREATER THAN ZERO
               COMPUTE WS-PCT-RESPUESTA ROUNDED =
                   (WS-CONF-CONFORMES + WS-CONF-DISCONFORMES) * 100
                   / WS-ENVIADAS
           ELSE
               MOVE ZERO TO WS-PCT-RESPUESTA
           END-IF.
           MOVE WS-PCT-RESPUESTA         TO PCT-RESPUESTA.
           WRITE LINEA-REPORTE FROM LINEA-PORCENTAJE.
       4500-FIN-EMITIR-TOTALES.
           EXIT.

       7000-MOSTRAR-RESUMEN.
           EVALUATE TRUE
               WHEN MODO-EMISION
                   DISPLAY "LINEAS DE POSICION LEIDAS : " WS-POS-LEIDAS
                   DISPLAY "CLIENTES                  : " WS-CLIENTES
                   DISPLAY "  SOBRE EL UMBRAL         : " WS-SEL-UMBRAL
                   DISPLAY "  POR MUESTRA             : "
                           WS-SEL-MUESTRA
                   DISPLAY "  YA CIRCULARIZADOS       : "
                           WS-YA-EMITIDOS
                   DISPLAY "CARTAS EMITIDAS           : " WS-CARTAS
                   DISPLAY "SIN DOMICILIO             : "
                           WS-SIN-DOMICILIO
               WHEN MODO-RESPUESTAS
                   DISPLAY "RESPUESTAS LEIDAS         : " WS-RES-LEIDAS
                   DISPLAY "  REGISTRADAS             : "
                           WS-RES-APLICADAS
                   DISPLAY "  RECHAZADAS              : "
                           WS-RES-INVALIDAS
               WHEN MODO-RESUMEN
                   DISPLAY "SALDOS CIRCULARIZADOS     : "
                           WS-CONF-LEIDAS
                   DISPLAY "  PASADOS A SIN RESPUESTA : "
                           WS-CONF-VENCIDAS
                   DISPLAY "  NO CONFORMES            : "
                           WS-CONF-DISCONFORMES
           END-EVALUATE.
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
               MOVE "CIRCULARIZACION" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE CONF-CLAVE      TO ERR-ULTIMA-CLAVE
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

       END PROGRAM Circularizacion.
