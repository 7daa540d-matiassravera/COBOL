      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionHistoria.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Conversion unica de la posicion, las historias y los registros
      * de control del batch al formato con IDN de siete digitos e
      * importes de nueve enteros.

       SELECT POSICION-VIEJO ASSIGN TO "POSICION-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS POS-CLAVE OF REGISTRO-POSICION-VIEJO
       ALTERNATE RECORD KEY IS POS-APELLIDO
           OF REGISTRO-POSICION-VIEJO WITH DUPLICATES
       FILE STATUS IS FS-VIEJO.

       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS POS-CLAVE OF REGISTRO-POSICION
       ALTERNATE RECORD KEY IS POS-APELLIDO
           OF REGISTRO-POSICION WITH DUPLICATES
       FILE STATUS IS FS-NUEVO.

       SELECT HISTORIA-VIEJO ASSIGN TO "APAREO-HISTORIA-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS HIST-CLAVE OF REGISTRO-HISTORIA-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT HISTORIA ASSIGN TO "APAREO-HISTORIA"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS HIST-CLAVE OF REGISTRO-HISTORIA
       FILE STATUS IS FS-NUEVO.

       SELECT APAREO-ANTERIOR-VIEJO ASSIGN TO "APAREO-ANTERIOR-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT APAREO-ANTERIOR ASSIGN TO "APAREO-ANTERIOR"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT CREDITO-VIEJO ASSIGN TO "CREDITO-HISTORIA-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CRH-IDN OF REGISTRO-CREDITO-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT CREDITO ASSIGN TO "CREDITO-HISTORIA"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CRH-IDN OF REGISTRO-CREDITO
       FILE STATUS IS FS-NUEVO.

       SELECT CIERRES-VIEJO ASSIGN TO "CIERRES-CUENTA-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CIE-IDN OF REGISTRO-CIERRE-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT CIERRES ASSIGN TO "CIERRES-CUENTA"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CIE-IDN OF REGISTRO-CIERRE
       FILE STATUS IS FS-NUEVO.

       SELECT FLOTANTE-VIEJO ASSIGN TO "CHEQUES-FLOTANTE-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS FLO-CLAVE OF REGISTRO-FLOTANTE-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT FLOTANTE ASSIGN TO "CHEQUES-FLOTANTE"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS FLO-CLAVE OF REGISTRO-FLOTANTE
       FILE STATUS IS FS-NUEVO.

       SELECT FRENOS-VIEJO ASSIGN TO "CHEQUES-FRENO-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT FRENOS ASSIGN TO "CHEQUES-FRENO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT ALERTAS-VIEJO ASSIGN TO "ALERTAS-PLD-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS ALE-CLAVE OF REGISTRO-ALERTA-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT ALERTAS ASSIGN TO "ALERTAS-PLD"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS ALE-CLAVE OF REGISTRO-ALERTA
       FILE STATUS IS FS-NUEVO.

       SELECT FRACCIONES-VIEJO ASSIGN TO "PLD-FRACCIONES-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS FRA-CLAVE OF REGISTRO-FRACCION-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT FRACCIONES ASSIGN TO "PLD-FRACCIONES"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS FRA-CLAVE OF REGISTRO-FRACCION
       FILE STATUS IS FS-NUEVO.

       SELECT CONFIRMACIONES-VIEJO ASSIGN TO "CONFIRMACIONES-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CONF-CLAVE OF REGISTRO-CONFIRMACION-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT CONFIRMACIONES ASSIGN TO "CONFIRMACIONES"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CONF-CLAVE OF REGISTRO-CONFIRMACION
       FILE STATUS IS FS-NUEVO.

       SELECT DECISIONES-VIEJO ASSIGN TO "RESTRINGIDOS-DECISIONES-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS DEC-CLAVE OF REGISTRO-DECISION-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT DECISIONES ASSIGN TO "RESTRINGIDOS-DECISIONES"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS DEC-CLAVE OF REGISTRO-DECISION
       FILE STATUS IS FS-NUEVO.

       SELECT MANIFIESTO-VIEJO ASSIGN TO "MANIFIESTO-ENTREGAS-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS MAN-ARCHIVO OF REGISTRO-MANIFIESTO-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT MANIFIESTO ASSIGN TO "MANIFIESTO-ENTREGAS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS MAN-ARCHIVO OF REGISTRO-MANIFIESTO
       FILE STATUS IS FS-NUEVO.

       SELECT PRESENTADOS-VIEJO ASSIGN TO "CHEQUES-PRESENTADOS-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS PRES-CLAVE OF REGISTRO-PRESENTADO-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT PRESENTADOS ASSIGN TO "CHEQUES-PRESENTADOS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS PRES-CLAVE OF REGISTRO-PRESENTADO
       FILE STATUS IS FS-NUEVO.

       SELECT RECHAZADOS-VIEJO ASSIGN TO "CHEQUES-RECHAZADOS-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS RCH-CLAVE OF REGISTRO-RECHAZO-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT RECHAZADOS ASSIGN TO "CHEQUES-RECHAZADOS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS RCH-CLAVE OF REGISTRO-RECHAZO
       FILE STATUS IS FS-NUEVO.

       SELECT REPORTE ASSIGN TO "CONVERSION-HISTORIA-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  POSICION-VIEJO.

       01  REGISTRO-POSICION-VIEJO.
           03  POS-CLAVE.
               05  POS-IDN      PIC 9(5).
               05  POS-MONEDA   PIC X(3).
           03  POS-APELLIDO     PIC X(10).
           03  POS-NOMBRE       PIC X(10).
           03  POS-SALDOS       PIC S9(5)V99.
           03  POS-DEUDOR       PIC X(01).
           03  POS-FECHA-ULT-MOV PIC 9(8).
           03  POS-CHEQUES-ACUM PIC 9(7).
           03  POS-FECHA-CHEQUES PIC 9(8).
           03  POS-FLOTANTE     PIC 9(7)V99.
           03  POS-SALDO-DISPONIBLE PIC S9(5)V99.

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

       FD  HISTORIA-VIEJO.

       01  REGISTRO-HISTORIA-VIEJO.
           03  HIST-CLAVE.
               05  HIST-IDN     PIC 9(5).
               05  HIST-FECHA   PIC 9(8).
               05  HIST-MONEDA  PIC X(3).
           03  HIST-APELLIDO    PIC X(10).
           03  HIST-NOMBRE     PIC X(10).
           03  HIST-SALDOS      PIC S9(5)V99.

       FD  HISTORIA.

       01  REGISTRO-HISTORIA.
           03  HIST-CLAVE.
               05  HIST-IDN     PIC 9(7).
               05  HIST-FECHA   PIC 9(8).
               05  HIST-MONEDA  PIC X(3).
           03  HIST-APELLIDO    PIC X(10).
           03  HIST-NOMBRE     PIC X(10).
           03  HIST-SALDOS      PIC S9(9)V99.

       FD  APAREO-ANTERIOR-VIEJO.

       01  REGISTRO-ANTERIOR-VIEJO.
           03  IDN              PIC 9(5).
           03  APELLIDO         PIC X(10).
           03  NOMBRE           PIC X(10).
           03  SALDOS           PIC S9(5)V99.
           03  MONEDA           PIC X(3).
       01  REGISTRO-ANTERIOR-TRAILER-VIEJO.
           03  TRAILER-ID       PIC X(10).
           03  TRAILER-CANT     PIC 9(07).
           03  TRAILER-SALDO    PIC S9(08)V99.
           03  TRAILER-MONEDA   PIC X(3).

       FD  APAREO-ANTERIOR.

       01  REGISTRO-ANTERIOR.
           03  IDN              PIC 9(7).
           03  APELLIDO         PIC X(10).
           03  NOMBRE           PIC X(10).
           03  SALDOS           PIC S9(9)V99.
           03  MONEDA           PIC X(3).
       01  REGISTRO-ANTERIOR-TRAILER.
           03  TRAILER-ID       PIC X(10).
           03  TRAILER-CANT     PIC 9(07).
           03  TRAILER-SALDO    PIC S9(12)V99.
           03  TRAILER-MONEDA   PIC X(3).

       FD  CREDITO-VIEJO.

       01  REGISTRO-CREDITO-VIEJO.
           03  CRH-IDN          PIC 9(5).
           03  CRH-APELLIDO     PIC X(10).
           03  CRH-NOMBRE       PIC X(10).
           03  CRH-VECES        PIC 9(5).
           03  CRH-PEOR-EXCESO  PIC 9(7)V99.
           03  CRH-ULT-LIMITE   PIC 9(5)V99.
           03  CRH-ULT-FECHA    PIC 9(8).
           03  CRH-ULT-MOTIVO   PIC X(10).

       FD  CREDITO.

       01  REGISTRO-CREDITO.
           03  CRH-IDN          PIC 9(7).
           03  CRH-APELLIDO     PIC X(10).
           03  CRH-NOMBRE       PIC X(10).
           03  CRH-VECES        PIC 9(5).
           03  CRH-PEOR-EXCESO  PIC 9(11)V99.
           03  CRH-ULT-LIMITE   PIC 9(9)V99.
           03  CRH-ULT-FECHA    PIC 9(8).
           03  CRH-ULT-MOTIVO   PIC X(10).

       FD  CIERRES-VIEJO.

       01  REGISTRO-CIERRE-VIEJO.
           03  CIE-IDN              PIC 9(5).
           03  CIE-ESTADO           PIC X(01).
           03  CIE-FECHA-PEDIDO     PIC 9(8).
           03  CIE-OPERADOR         PIC X(8).
           03  CIE-FECHA-INTENTO    PIC 9(8).
           03  CIE-MOTIVO           PIC X(20).
           03  CIE-FECHA-CIERRE     PIC 9(8).
           03  CIE-CUENTA-PAGO      PIC 9(5).
           03  CIE-MONTO-PAGADO     PIC 9(5)V99.
           03  CIE-CHEQUERAS        PIC 9(3).
           03  CIE-FRENOS           PIC 9(3).

       FD  CIERRES.

       01  REGISTRO-CIERRE.
           03  CIE-IDN              PIC 9(7).
           03  CIE-ESTADO           PIC X(01).
           03  CIE-FECHA-PEDIDO     PIC 9(8).
           03  CIE-OPERADOR         PIC X(8).
           03  CIE-FECHA-INTENTO    PIC 9(8).
           03  CIE-MOTIVO           PIC X(20).
           03  CIE-FECHA-CIERRE     PIC 9(8).
           03  CIE-CUENTA-PAGO      PIC 9(7).
           03  CIE-MONTO-PAGADO     PIC 9(9)V99.
           03  CIE-CHEQUERAS        PIC 9(3).
           03  CIE-FRENOS           PIC 9(3).

       FD  FLOTANTE-VIEJO.

       01  REGISTRO-FLOTANTE-VIEJO.
           03  FLO-CLAVE.
               05  FLO-IDN          PIC 9(5).
               05  FLO-MONEDA       PIC X(3).
               05  FLO-NRO-SUCURSAL PIC 9(2).
               05  FLO-NRO-CHEQUE   PIC 9(8).
           03  FLO-FECHA-DEPOSITO  PIC 9(8).
           03  FLO-FECHA-VALOR     PIC 9(8).
           03  FLO-IMPORTE         PIC 9(7)V99.
           03  FLO-ESTADO          PIC X(01).
           03  FLO-FECHA-LIBERACION PIC 9(8).

       FD  FLOTANTE.

       01  REGISTRO-FLOTANTE.
           03  FLO-CLAVE.
               05  FLO-IDN          PIC 9(7).
               05  FLO-MONEDA       PIC X(3).
               05  FLO-NRO-SUCURSAL PIC 9(2).
               05  FLO-NRO-CHEQUE   PIC 9(8).
           03  FLO-FECHA-DEPOSITO  PIC 9(8).
           03  FLO-FECHA-VALOR     PIC 9(8).
           03  FLO-IMPORTE         PIC 9(7)V99.
           03  FLO-ESTADO          PIC X(01).
           03  FLO-FECHA-LIBERACION PIC 9(8).

       FD  FRENOS-VIEJO.

       01  REGISTRO-FRENO-VIEJO.
           03  FRE-CLIENTE         PIC 9(5).
           03  FRE-NRO-CHEQUE      PIC 9(8).
           03  FRE-FECHA-ORDEN     PIC 9(8).

       FD  FRENOS.

       01  REGISTRO-FRENO.
           03  FRE-CLIENTE         PIC 9(7).
           03  FRE-NRO-CHEQUE      PIC 9(8).
           03  FRE-FECHA-ORDEN     PIC 9(8).

       FD  ALERTAS-VIEJO.

       01  REGISTRO-ALERTA-VIEJO.
           03  ALE-CLAVE.
               05  ALE-FECHA        PIC 9(8).
               05  ALE-IDN          PIC 9(5).
               05  ALE-REGLA        PIC X(01).
           03  ALE-SUCURSAL         PIC 9(2).
           03  ALE-APELLIDO         PIC X(10).
           03  ALE-NOMBRE           PIC X(10).
           03  ALE-MONTO            PIC 9(9)V99.
           03  ALE-REFERENCIA       PIC 9(9)V99.
           03  ALE-CANTIDAD         PIC 9(5).
           03  ALE-ESTADO           PIC X(01).
           03  ALE-FECHA-DISPOSICION PIC 9(8).
           03  ALE-OPERADOR         PIC X(8).
           03  ALE-OBSERVACION      PIC X(30).

       FD  ALERTAS.

       01  REGISTRO-ALERTA.
           03  ALE-CLAVE.
               05  ALE-FECHA        PIC 9(8).
               05  ALE-IDN          PIC 9(7).
               05  ALE-REGLA        PIC X(01).
           03  ALE-SUCURSAL         PIC 9(2).
           03  ALE-APELLIDO         PIC X(10).
           03  ALE-NOMBRE           PIC X(10).
           03  ALE-MONTO            PIC 9(9)V99.
           03  ALE-REFERENCIA       PIC 9(9)V99.
           03  ALE-CANTIDAD         PIC 9(5).
           03  ALE-ESTADO           PIC X(01).
           03  ALE-FECHA-DISPOSICION PIC 9(8).
           03  ALE-OPERADOR         PIC X(8).
           03  ALE-OBSERVACION      PIC X(30).

       FD  FRACCIONES-VIEJO.

       01  REGISTRO-FRACCION-VIEJO.
           03  FRA-CLAVE.
               05  FRA-IDN      PIC 9(5).
               05  FRA-FECHA    PIC 9(8).
           03  FRA-CANTIDAD     PIC 9(3).
           03  FRA-MONTO        PIC 9(9)V99.

       FD  FRACCIONES.

       01  REGISTRO-FRACCION.
           03  FRA-CLAVE.
               05  FRA-IDN      PIC 9(7).
               05  FRA-FECHA    PIC 9(8).
           03  FRA-CANTIDAD     PIC 9(3).
           03  FRA-MONTO        PIC 9(9)V99.

       FD  CONFIRMACIONES-VIEJO.

       01  REGISTRO-CONFIRMACION-VIEJO.
           03  CONF-CLAVE.
               05  CONF-FECHA-CORTE PIC 9(8).
               05  CONF-IDN     PIC 9(5).
               05  CONF-MONEDA  PIC X(3).
           03  CONF-APELLIDO    PIC X(10).
           03  CONF-NOMBRE      PIC X(10).
           03  CONF-MOTIVO      PIC X(01).
           03  CONF-SALDO-INFORMADO PIC S9(5)V99.
           03  CONF-ESTADO      PIC X(01).
           03  CONF-SALDO-CLIENTE PIC S9(5)V99.
           03  CONF-FECHA-EMISION PIC 9(8).
           03  CONF-FECHA-RESPUESTA PIC 9(8).

       FD  CONFIRMACIONES.

       01  REGISTRO-CONFIRMACION.
           03  CONF-CLAVE.
               05  CONF-FECHA-CORTE PIC 9(8).
               05  CONF-IDN     PIC 9(7).
               05  CONF-MONEDA  PIC X(3).
           03  CONF-APELLIDO    PIC X(10).
           03  CONF-NOMBRE      PIC X(10).
           03  CONF-MOTIVO      PIC X(01).
           03  CONF-SALDO-INFORMADO PIC S9(9)V99.
           03  CONF-ESTADO      PIC X(01).
           03  CONF-SALDO-CLIENTE PIC S9(9)V99.
           03  CONF-FECHA-EMISION PIC 9(8).
           03  CONF-FECHA-RESPUESTA PIC 9(8).

       FD  DECISIONES-VIEJO.

       01  REGISTRO-DECISION-VIEJO.
           03  DEC-CLAVE.
               05  DEC-IDN          PIC 9(5).
               05  DEC-RST-ID       PIC X(8).
               05  DEC-TIPO         PIC X(01).
           03  DEC-ESTADO           PIC X(01).
           03  DEC-ORIGEN           PIC X(01).
           03  DEC-APELLIDO         PIC X(10).
           03  DEC-NOMBRE           PIC X(10).
           03  DEC-DOCUMENTO        PIC X(11).
           03  DEC-FECHA-DETECCION  PIC 9(8).
           03  DEC-FECHA-CONTROL    PIC 9(8).
           03  DEC-FECHA-DECISION   PIC 9(8).
           03  DEC-OPERADOR         PIC X(8).

       FD  DECISIONES.

       01  REGISTRO-DECISION.
           03  DEC-CLAVE.
               05  DEC-IDN          PIC 9(7).
               05  DEC-RST-ID       PIC X(8).
               05  DEC-TIPO         PIC X(01).
           03  DEC-ESTADO           PIC X(01).
           03  DEC-ORIGEN           PIC X(01).
           03  DEC-APELLIDO         PIC X(10).
           03  DEC-NOMBRE           PIC X(10).
           03  DEC-DOCUMENTO        PIC X(11).
           03  DEC-FECHA-DETECCION  PIC 9(8).
           03  DEC-FECHA-CONTROL    PIC 9(8).
           03  DEC-FECHA-DECISION   PIC 9(8).
           03  DEC-OPERADOR         PIC X(8).

       FD  MANIFIESTO-VIEJO.

       01  REGISTRO-MANIFIESTO-VIEJO.
           03  MAN-ARCHIVO      PIC X(20).
           03  MAN-FECHA        PIC 9(8).
           03  MAN-REGISTROS    PIC 9(7).
           03  MAN-HASH         PIC S9(11)V99.
           03  MAN-PROGRAMA     PIC X(20).
           03  MAN-HORA         PIC 9(6).

       FD  MANIFIESTO.

       01  REGISTRO-MANIFIESTO.
           03  MAN-ARCHIVO      PIC X(20).
           03  MAN-FECHA        PIC 9(8).
           03  MAN-REGISTROS    PIC 9(7).
           03  MAN-HASH         PIC S9(15)V99.
           03  MAN-PROGRAMA     PIC X(20).
           03  MAN-HORA         PIC 9(6).

       FD  PRESENTADOS-VIEJO.

       01  REGISTRO-PRESENTADO-VIEJO.
           03  PRES-CLAVE.
               05  PRES-SUCURSAL   PIC 9(2).
               05  PRES-CLIENTE    PIC 9(5).
               05  PRES-NRO-CHEQUE PIC 9(8).
           03  PRES-FECHA-PRES     PIC 9(8).
           03  PRES-IMPORTE        PIC 9(7)V99.
           03  PRES-FECHA-PROC     PIC 9(8).

       FD  PRESENTADOS.

       01  REGISTRO-PRESENTADO.
           03  PRES-CLAVE.
               05  PRES-SUCURSAL   PIC 9(2).
               05  PRES-CLIENTE    PIC 9(7).
               05  PRES-NRO-CHEQUE PIC 9(8).
           03  PRES-FECHA-PRES     PIC 9(8).
           03  PRES-IMPORTE        PIC 9(7)V99.
           03  PRES-FECHA-PROC     PIC 9(8).

       FD  RECHAZADOS-VIEJO.

       01  REGISTRO-RECHAZO-VIEJO.
           03  RCH-CLAVE.
               05  RCH-IDN         PIC 9(5).
               05  RCH-SUCURSAL    PIC 9(2).
               05  RCH-NRO-CHEQUE  PIC 9(8).
           03  RCH-FECHA-CHEQUE    PIC 9(8).
           03  RCH-FECHA-PROCESO   PIC 9(8).
           03  RCH-IMPORTE         PIC 9(7)V99.
           03  RCH-COMISION        PIC 9(5)V99.
           03  RCH-ORIGEN          PIC X(2).
           03  RCH-MOTIVO          PIC X(20).
           03  RCH-REVERTIDO       PIC X(01).

       FD  RECHAZADOS.

       01  REGISTRO-RECHAZO.
           03  RCH-CLAVE.
               05  RCH-IDN         PIC 9(7).
               05  RCH-SUCURSAL    PIC 9(2).
               05  RCH-NRO-CHEQUE  PIC 9(8).
           03  RCH-FECHA-CHEQUE    PIC 9(8).
           03  RCH-FECHA-PROCESO   PIC 9(8).
           03  RCH-IMPORTE         PIC 9(7)V99.
           03  RCH-COMISION        PIC 9(9)V99.
           03  RCH-ORIGEN          PIC X(2).
           03  RCH-MOTIVO          PIC X(20).
           03  RCH-REVERTIDO       PIC X(01).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(100).

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

      * Un solo file status para el archivo en formato anterior que se
      * esta leyendo y otro para el nuevo que se esta grabando: los
      * archivos se convierten de a uno.
       01  FS-VIEJO            PIC X(2).
           88 FS-VIEJO-OK      VALUE "00".
           88 FS-VIEJO-EOF     VALUE "10".
           88 FS-VIEJO-NOEX    VALUE "35".

       01  FS-NUEVO            PIC X(2).
           88 FS-NUEVO-OK      VALUE "00".

       01  FS-REPORTE          PIC X(2).
           88 FS-REPORTE-OK    VALUE "00".

      * Prueba de cada archivo: registros e importes leidos en el
      * formato anterior contra lo grabado en el nuevo.
       01  CUADRE-ARCHIVO.
           03  WS-ARCHIVO          PIC X(24).
           03  WS-LEIDOS           PIC 9(7).
           03  WS-GRABADOS         PIC 9(7).
           03  WS-IMPORTE-LEIDO    PIC S9(15)V99.
           03  WS-IMPORTE-GRABADO  PIC S9(15)V99.

       01  CONTADORES.
           03  WS-CONVERTIDOS      PIC 9(3) VALUE ZERO.
           03  WS-AUSENTES         PIC 9(3) VALUE ZERO.

      * El registro que se esta convirtiendo es el trailer.
       01  WS-ES-TRAILER        PIC X(01) VALUE "N".
           88 ES-TRAILER        VALUE "S".

       01  WS-HAY-DIFERENCIA    PIC X(01) VALUE "N".
           88 HAY-DIFERENCIA    VALUE "S".

       01  LINEA-TITULO         PIC X(80)
           VALUE "CONVERSION DE FORMATO - POSICION E HISTORIAS".
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(24) VALUE "ARCHIVO".
           03  FILLER           PIC X(11) VALUE "   LEIDOS".
           03  FILLER           PIC X(10) VALUE " GRABADOS".
           03  FILLER           PIC X(24)
                   VALUE "          IMPORTE LEIDO".
           03  FILLER           PIC X(24)
                   VALUE "        IMPORTE GRABADO".

       01  LINEA-CUADRE.
           03  CUA-ARCHIVO      PIC X(24).
           03  CUA-LEIDOS       PIC Z.ZZZ.ZZ9.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  CUA-GRABADOS     PIC Z.ZZZ.ZZ9.
           03  FILLER           PIC X(1) VALUE SPACES.
           03  CUA-IMPORTE-1    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1) VALUE SPACES.
           03  CUA-IMPORTE-2    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1) VALUE SPACES.
           03  CUA-VEREDICTO    PIC X(7).

       01  LINEA-AUSENTE.
           03  AUS-ARCHIVO      PIC X(24).
           03  FILLER           PIC X(56) VALUE
               "NO HAY ARCHIVO EN FORMATO ANTERIOR, NO SE CONVIERTE".

       01  LINEA-TOTALES.
           03  FILLER           PIC X(24)
                   VALUE "ARCHIVOS CONVERTIDOS:".
           03  TOT-CONVERTIDOS  PIC ZZ9.
           03  FILLER           PIC X(14) VALUE "   AUSENTES:".
           03  TOT-AUSENTES     PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 2100-CONVERTIR-POSICION.
           PERFORM 2200-CONVERTIR-HISTORIA.
           PERFORM 2300-CONVERTIR-APAREO-ANTERIOR.
           PERFORM 2400-CONVERTIR-CREDITO.
           PERFORM 2500-CONVERTIR-CIERRES.
           PERFORM 2600-CONVERTIR-FLOTANTE.
           PERFORM 2700-CONVERTIR-FRENOS.
           PERFORM 2800-CONVERTIR-ALERTAS.
           PERFORM 2900-CONVERTIR-FRACCIONES.
           PERFORM 3000-CONVERTIR-CONFIRMACIONES.
           PERFORM 3100-CONVERTIR-DECISIONES.
           PERFORM 3200-CONVERTIR-MANIFIESTO.
           PERFORM 3300-CONVERTIR-PRESENTADOS.
           PERFORM 3400-CONVERTIR-RECHAZADOS.
           PERFORM 8000-GRABAR-TOTALES.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           IF HAY-DIFERENCIA
               DISPLAY "CONVERSION CON DIFERENCIAS, VER "
                       "CONVERSION-HISTORIA-REPORTE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ARCHIVOS CONVERTIDOS: " WS-CONVERTIDOS
                       " AUSENTES: " WS-AUSENTES
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CONVERSION-HISTORIA-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "CONVERSION-HISTORIA-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           WRITE LINEA-REPORTE FROM LINEA-TITULO.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       2100-CONVERTIR-POSICION.
           MOVE "POSICION" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT POSICION-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR POSICION-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "POSICION-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2100-CONVERTIR-POSICION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT POSICION
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2100-CONVERTIR-POSICION" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2110-LEER-POSICION
               PERFORM 2120-GRABAR-POSICION UNTIL FS-VIEJO-EOF
               CLOSE POSICION-VIEJO
               CLOSE POSICION
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2100-FIN-CONVERTIR-POSICION.
           EXIT.

       2110-LEER-POSICION.
           READ POSICION-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE POSICION-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "POSICION-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2110-LEER-POSICION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2110-FIN-LEER-POSICION.
           EXIT.

       2120-GRABAR-POSICION.
           MOVE SPACES TO REGISTRO-POSICION.
           MOVE POS-IDN OF REGISTRO-POSICION-VIEJO
                TO POS-IDN OF REGISTRO-POSICION.
           MOVE POS-MONEDA OF REGISTRO-POSICION-VIEJO
                TO POS-MONEDA OF REGISTRO-POSICION.
           MOVE POS-APELLIDO OF REGISTRO-POSICION-VIEJO
                TO POS-APELLIDO OF REGISTRO-POSICION.
           MOVE POS-NOMBRE OF REGISTRO-POSICION-VIEJO
                TO POS-NOMBRE OF REGISTRO-POSICION.
           MOVE POS-SALDOS OF REGISTRO-POSICION-VIEJO
                TO POS-SALDOS OF REGISTRO-POSICION.
           MOVE POS-DEUDOR OF REGISTRO-POSICION-VIEJO
                TO POS-DEUDOR OF REGISTRO-POSICION.
           MOVE POS-FECHA-ULT-MOV OF REGISTRO-POSICION-VIEJO
                TO POS-FECHA-ULT-MOV OF REGISTRO-POSICION.
           MOVE POS-CHEQUES-ACUM OF REGISTRO-POSICION-VIEJO
                TO POS-CHEQUES-ACUM OF REGISTRO-POSICION.
           MOVE POS-FECHA-CHEQUES OF REGISTRO-POSICION-VIEJO
                TO POS-FECHA-CHEQUES OF REGISTRO-POSICION.
           MOVE POS-FLOTANTE OF REGISTRO-POSICION-VIEJO
                TO POS-FLOTANTE OF REGISTRO-POSICION.
           MOVE POS-SALDO-DISPONIBLE OF REGISTRO-POSICION-VIEJO
                TO POS-SALDO-DISPONIBLE OF REGISTRO-POSICION.
           ADD POS-SALDOS OF REGISTRO-POSICION-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD POS-FLOTANTE OF REGISTRO-POSICION-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD POS-SALDO-DISPONIBLE OF REGISTRO-POSICION-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-POSICION
           EVALUATE FS-NUEVO
               WHEN "00"
               WHEN "02"
               ADD 1 TO WS-GRABADOS
               ADD POS-SALDOS OF REGISTRO-POSICION TO WS-IMPORTE-GRABADO
               ADD POS-FLOTANTE OF REGISTRO-POSICION
                   TO WS-IMPORTE-GRABADO
               ADD POS-SALDO-DISPONIBLE OF REGISTRO-POSICION
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR POSICION"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2120-GRABAR-POSICION" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2110-LEER-POSICION.
       2120-FIN-GRABAR-POSICION.
           EXIT.

       2200-CONVERTIR-HISTORIA.
           MOVE "APAREO-HISTORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT HISTORIA-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR APAREO-HISTORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "APAREO-HISTORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2200-CONVERTIR-HISTORIA" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT HISTORIA
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR APAREO-HISTORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2200-CONVERTIR-HISTORIA" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2210-LEER-HISTORIA
               PERFORM 2220-GRABAR-HISTORIA UNTIL FS-VIEJO-EOF
               CLOSE HISTORIA-VIEJO
               CLOSE HISTORIA
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2200-FIN-CONVERTIR-HISTORIA.
           EXIT.

       2210-LEER-HISTORIA.
           READ HISTORIA-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE APAREO-HISTORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "APAREO-HISTORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2210-LEER-HISTORIA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2210-FIN-LEER-HISTORIA.
           EXIT.

       2220-GRABAR-HISTORIA.
           MOVE SPACES TO REGISTRO-HISTORIA.
           MOVE HIST-IDN OF REGISTRO-HISTORIA-VIEJO
                TO HIST-IDN OF REGISTRO-HISTORIA.
           MOVE HIST-FECHA OF REGISTRO-HISTORIA-VIEJO
                TO HIST-FECHA OF REGISTRO-HISTORIA.
           MOVE HIST-MONEDA OF REGISTRO-HISTORIA-VIEJO
                TO HIST-MONEDA OF REGISTRO-HISTORIA.
           MOVE HIST-APELLIDO OF REGISTRO-HISTORIA-VIEJO
                TO HIST-APELLIDO OF REGISTRO-HISTORIA.
           MOVE HIST-NOMBRE OF REGISTRO-HISTORIA-VIEJO
                TO HIST-NOMBRE OF REGISTRO-HISTORIA.
           MOVE HIST-SALDOS OF REGISTRO-HISTORIA-VIEJO
                TO HIST-SALDOS OF REGISTRO-HISTORIA.
           ADD HIST-SALDOS OF REGISTRO-HISTORIA-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-HISTORIA
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD HIST-SALDOS OF REGISTRO-HISTORIA
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR APAREO-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2220-GRABAR-HISTORIA" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2210-LEER-HISTORIA.
       2220-FIN-GRABAR-HISTORIA.
           EXIT.

       2300-CONVERTIR-APAREO-ANTERIOR.
           MOVE "APAREO-ANTERIOR" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT APAREO-ANTERIOR-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR APAREO-ANTERIOR-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "APAREO-ANTERIOR-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2300-CONVERTIR-APAREO-ANTERIOR" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT APAREO-ANTERIOR
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR APAREO-ANTERIOR"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "APAREO-ANTERIOR" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2300-CONVERTIR-APAREO-ANTERIOR" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2310-LEER-APAREO-ANTERIOR
               PERFORM 2320-GRABAR-APAREO-ANTERIOR UNTIL FS-VIEJO-EOF
               CLOSE APAREO-ANTERIOR-VIEJO
               CLOSE APAREO-ANTERIOR
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2300-FIN-CONVERTIR-APAREO-ANTERIOR.
           EXIT.

       2310-LEER-APAREO-ANTERIOR.
           READ APAREO-ANTERIOR-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE APAREO-ANTERIOR-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "APAREO-ANTERIOR-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2310-LEER-APAREO-ANTERIOR" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2310-FIN-LEER-APAREO-ANTERIOR.
           EXIT.

      * El trailer *TOTAL* del apareo anterior se copia con sus
      * totales; solo cambia el ancho de sus campos.
       2320-GRABAR-APAREO-ANTERIOR.
           IF TRAILER-ID OF REGISTRO-ANTERIOR-TRAILER-VIEJO
                 EQUAL "*TOTAL*"
               MOVE "S" TO WS-ES-TRAILER
               MOVE SPACES TO REGISTRO-ANTERIOR-TRAILER
               MOVE TRAILER-ID OF REGISTRO-ANTERIOR-TRAILER-VIEJO
                    TO TRAILER-ID OF REGISTRO-ANTERIOR-TRAILER
               MOVE TRAILER-CANT OF REGISTRO-ANTERIOR-TRAILER-VIEJO
                    TO TRAILER-CANT OF REGISTRO-ANTERIOR-TRAILER
               MOVE TRAILER-SALDO OF REGISTRO-ANTERIOR-TRAILER-VIEJO
                    TO TRAILER-SALDO OF REGISTRO-ANTERIOR-TRAILER
               MOVE TRAILER-MONEDA OF REGISTRO-ANTERIOR-TRAILER-VIEJO
                    TO TRAILER-MONEDA OF REGISTRO-ANTERIOR-TRAILER
               ADD TRAILER-SALDO OF REGISTRO-ANTERIOR-TRAILER-VIEJO
                   TO WS-IMPORTE-LEIDO
           ELSE
               MOVE "N" TO WS-ES-TRAILER
               MOVE SPACES TO REGISTRO-ANTERIOR
               MOVE IDN OF REGISTRO-ANTERIOR-VIEJO
                    TO IDN OF REGISTRO-ANTERIOR
               MOVE APELLIDO OF REGISTRO-ANTERIOR-VIEJO
                    TO APELLIDO OF REGISTRO-ANTERIOR
               MOVE NOMBRE OF REGISTRO-ANTERIOR-VIEJO
                    TO NOMBRE OF REGISTRO-ANTERIOR
               MOVE SALDOS OF REGISTRO-ANTERIOR-VIEJO
                    TO SALDOS OF REGISTRO-ANTERIOR
               MOVE MONEDA OF REGISTRO-ANTERIOR-VIEJO
                    TO MONEDA OF REGISTRO-ANTERIOR
               ADD SALDOS OF REGISTRO-ANTERIOR-VIEJO TO WS-IMPORTE-LEIDO
           END-IF.
           IF ES-TRAILER
               WRITE REGISTRO-ANTERIOR-TRAILER
           ELSE
               WRITE REGISTRO-ANTERIOR
           END-IF
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               IF ES-TRAILER
                   ADD TRAILER-SALDO OF REGISTRO-ANTERIOR-TRAILER
                       TO WS-IMPORTE-GRABADO
               ELSE
                   ADD SALDOS OF REGISTRO-ANTERIOR TO WS-IMPORTE-GRABADO
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR APAREO-ANTERIOR"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "APAREO-ANTERIOR" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2320-GRABAR-APAREO-ANTERIOR" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2310-LEER-APAREO-ANTERIOR.
       2320-FIN-GRABAR-APAREO-ANTERIOR.
           EXIT.

       2400-CONVERTIR-CREDITO.
           MOVE "CREDITO-HISTORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT CREDITO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CREDITO-HISTORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CREDITO-HISTORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2400-CONVERTIR-CREDITO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT CREDITO
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CREDITO-HISTORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CREDITO-HISTORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2400-CONVERTIR-CREDITO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2410-LEER-CREDITO
               PERFORM 2420-GRABAR-CREDITO UNTIL FS-VIEJO-EOF
               CLOSE CREDITO-VIEJO
               CLOSE CREDITO
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2400-FIN-CONVERTIR-CREDITO.
           EXIT.

       2410-LEER-CREDITO.
           READ CREDITO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CREDITO-HISTORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CREDITO-HISTORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2410-LEER-CREDITO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2410-FIN-LEER-CREDITO.
           EXIT.

       2420-GRABAR-CREDITO.
           MOVE SPACES TO REGISTRO-CREDITO.
           MOVE CRH-IDN OF REGISTRO-CREDITO-VIEJO
                TO CRH-IDN OF REGISTRO-CREDITO.
           MOVE CRH-APELLIDO OF REGISTRO-CREDITO-VIEJO
                TO CRH-APELLIDO OF REGISTRO-CREDITO.
           MOVE CRH-NOMBRE OF REGISTRO-CREDITO-VIEJO
                TO CRH-NOMBRE OF REGISTRO-CREDITO.
           MOVE CRH-VECES OF REGISTRO-CREDITO-VIEJO
                TO CRH-VECES OF REGISTRO-CREDITO.
           MOVE CRH-PEOR-EXCESO OF REGISTRO-CREDITO-VIEJO
                TO CRH-PEOR-EXCESO OF REGISTRO-CREDITO.
           MOVE CRH-ULT-LIMITE OF REGISTRO-CREDITO-VIEJO
                TO CRH-ULT-LIMITE OF REGISTRO-CREDITO.
           MOVE CRH-ULT-FECHA OF REGISTRO-CREDITO-VIEJO
                TO CRH-ULT-FECHA OF REGISTRO-CREDITO.
           MOVE CRH-ULT-MOTIVO OF REGISTRO-CREDITO-VIEJO
                TO CRH-ULT-MOTIVO OF REGISTRO-CREDITO.
           ADD CRH-PEOR-EXCESO OF REGISTRO-CREDITO-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD CRH-ULT-LIMITE OF REGISTRO-CREDITO-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-CREDITO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD CRH-PEOR-EXCESO OF REGISTRO-CREDITO
                   TO WS-IMPORTE-GRABADO
               ADD CRH-ULT-LIMITE OF REGISTRO-CREDITO
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CREDITO-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CREDITO-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2420-GRABAR-CREDITO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2410-LEER-CREDITO.
       2420-FIN-GRABAR-CREDITO.
           EXIT.

       2500-CONVERTIR-CIERRES.
           MOVE "CIERRES-CUENTA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT CIERRES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CIERRES-CUENTA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CIERRES-CUENTA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2500-CONVERTIR-CIERRES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT CIERRES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CIERRES-CUENTA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2500-CONVERTIR-CIERRES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2510-LEER-CIERRES
               PERFORM 2520-GRABAR-CIERRES UNTIL FS-VIEJO-EOF
               CLOSE CIERRES-VIEJO
               CLOSE CIERRES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2500-FIN-CONVERTIR-CIERRES.
           EXIT.

       2510-LEER-CIERRES.
           READ CIERRES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CIERRES-CUENTA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CIERRES-CUENTA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2510-LEER-CIERRES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2510-FIN-LEER-CIERRES.
           EXIT.

       2520-GRABAR-CIERRES.
           MOVE SPACES TO REGISTRO-CIERRE.
           MOVE CIE-IDN OF REGISTRO-CIERRE-VIEJO
                TO CIE-IDN OF REGISTRO-CIERRE.
           MOVE CIE-ESTADO OF REGISTRO-CIERRE-VIEJO
                TO CIE-ESTADO OF REGISTRO-CIERRE.
           MOVE CIE-FECHA-PEDIDO OF REGISTRO-CIERRE-VIEJO
                TO CIE-FECHA-PEDIDO OF REGISTRO-CIERRE.
           MOVE CIE-OPERADOR OF REGISTRO-CIERRE-VIEJO
                TO CIE-OPERADOR OF REGISTRO-CIERRE.
           MOVE CIE-FECHA-INTENTO OF REGISTRO-CIERRE-VIEJO
                TO CIE-FECHA-INTENTO OF REGISTRO-CIERRE.
           MOVE CIE-MOTIVO OF REGISTRO-CIERRE-VIEJO
                TO CIE-MOTIVO OF REGISTRO-CIERRE.
           MOVE CIE-FECHA-CIERRE OF REGISTRO-CIERRE-VIEJO
                TO CIE-FECHA-CIERRE OF REGISTRO-CIERRE.
           MOVE CIE-CUENTA-PAGO OF REGISTRO-CIERRE-VIEJO
                TO CIE-CUENTA-PAGO OF REGISTRO-CIERRE.
           MOVE CIE-MONTO-PAGADO OF REGISTRO-CIERRE-VIEJO
                TO CIE-MONTO-PAGADO OF REGISTRO-CIERRE.
           MOVE CIE-CHEQUERAS OF REGISTRO-CIERRE-VIEJO
                TO CIE-CHEQUERAS OF REGISTRO-CIERRE.
           MOVE CIE-FRENOS OF REGISTRO-CIERRE-VIEJO
                TO CIE-FRENOS OF REGISTRO-CIERRE.
           ADD CIE-MONTO-PAGADO OF REGISTRO-CIERRE-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-CIERRE
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD CIE-MONTO-PAGADO OF REGISTRO-CIERRE
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CIERRES-CUENTA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2520-GRABAR-CIERRES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2510-LEER-CIERRES.
       2520-FIN-GRABAR-CIERRES.
           EXIT.

       2600-CONVERTIR-FLOTANTE.
           MOVE "CHEQUES-FLOTANTE" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT FLOTANTE-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-FLOTANTE-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUES-FLOTANTE-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2600-CONVERTIR-FLOTANTE" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT FLOTANTE
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CHEQUES-FLOTANTE"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2600-CONVERTIR-FLOTANTE" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2610-LEER-FLOTANTE
               PERFORM 2620-GRABAR-FLOTANTE UNTIL FS-VIEJO-EOF
               CLOSE FLOTANTE-VIEJO
               CLOSE FLOTANTE
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2600-FIN-CONVERTIR-FLOTANTE.
           EXIT.

       2610-LEER-FLOTANTE.
           READ FLOTANTE-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUES-FLOTANTE-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUES-FLOTANTE-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2610-LEER-FLOTANTE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2610-FIN-LEER-FLOTANTE.
           EXIT.

       2620-GRABAR-FLOTANTE.
           MOVE SPACES TO REGISTRO-FLOTANTE.
           MOVE FLO-IDN OF REGISTRO-FLOTANTE-VIEJO
                TO FLO-IDN OF REGISTRO-FLOTANTE.
           MOVE FLO-MONEDA OF REGISTRO-FLOTANTE-VIEJO
                TO FLO-MONEDA OF REGISTRO-FLOTANTE.
           MOVE FLO-NRO-SUCURSAL OF REGISTRO-FLOTANTE-VIEJO
                TO FLO-NRO-SUCURSAL OF REGISTRO-FLOTANTE.
           MOVE FLO-NRO-CHEQUE OF REGISTRO-FLOTANTE-VIEJO
                TO FLO-NRO-CHEQUE OF REGISTRO-FLOTANTE.
           MOVE FLO-FECHA-DEPOSITO OF REGISTRO-FLOTANTE-VIEJO
                TO FLO-FECHA-DEPOSITO OF REGISTRO-FLOTANTE.
           MOVE FLO-FECHA-VALOR OF REGISTRO-FLOTANTE-VIEJO
                TO FLO-FECHA-VALOR OF REGISTRO-FLOTANTE.
           MOVE FLO-IMPORTE OF REGISTRO-FLOTANTE-VIEJO
                TO FLO-IMPORTE OF REGISTRO-FLOTANTE.
           MOVE FLO-ESTADO OF REGISTRO-FLOTANTE-VIEJO
                TO FLO-ESTADO OF REGISTRO-FLOTANTE.
           MOVE FLO-FECHA-LIBERACION OF REGISTRO-FLOTANTE-VIEJO
                TO FLO-FECHA-LIBERACION OF REGISTRO-FLOTANTE.
           ADD FLO-IMPORTE OF REGISTRO-FLOTANTE-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-FLOTANTE
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD FLO-IMPORTE OF REGISTRO-FLOTANTE
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CHEQUES-FLOTANTE"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2620-GRABAR-FLOTANTE" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2610-LEER-FLOTANTE.
       2620-FIN-GRABAR-FLOTANTE.
           EXIT.

       2700-CONVERTIR-FRENOS.
           MOVE "CHEQUES-FRENO" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT FRENOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-FRENO-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUES-FRENO-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2700-CONVERTIR-FRENOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT FRENOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CHEQUES-FRENO"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CHEQUES-FRENO" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2700-CONVERTIR-FRENOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2710-LEER-FRENOS
               PERFORM 2720-GRABAR-FRENOS UNTIL FS-VIEJO-EOF
               CLOSE FRENOS-VIEJO
               CLOSE FRENOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2700-FIN-CONVERTIR-FRENOS.
           EXIT.

       2710-LEER-FRENOS.
           READ FRENOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUES-FRENO-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUES-FRENO-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2710-LEER-FRENOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2710-FIN-LEER-FRENOS.
           EXIT.

       2720-GRABAR-FRENOS.
           MOVE SPACES TO REGISTRO-FRENO.
           MOVE FRE-CLIENTE OF REGISTRO-FRENO-VIEJO
                TO FRE-CLIENTE OF REGISTRO-FRENO.
           MOVE FRE-NRO-CHEQUE OF REGISTRO-FRENO-VIEJO
                TO FRE-NRO-CHEQUE OF REGISTRO-FRENO.
           MOVE FRE-FECHA-ORDEN OF REGISTRO-FRENO-VIEJO
                TO FRE-FECHA-ORDEN OF REGISTRO-FRENO.
           WRITE REGISTRO-FRENO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CHEQUES-FRENO"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CHEQUES-FRENO" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2720-GRABAR-FRENOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2710-LEER-FRENOS.
       2720-FIN-GRABAR-FRENOS.
           EXIT.

       2800-CONVERTIR-ALERTAS.
           MOVE "ALERTAS-PLD" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT ALERTAS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ALERTAS-PLD-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ALERTAS-PLD-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2800-CONVERTIR-ALERTAS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT ALERTAS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR ALERTAS-PLD"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2800-CONVERTIR-ALERTAS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2810-LEER-ALERTAS
               PERFORM 2820-GRABAR-ALERTAS UNTIL FS-VIEJO-EOF
               CLOSE ALERTAS-VIEJO
               CLOSE ALERTAS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2800-FIN-CONVERTIR-ALERTAS.
           EXIT.

       2810-LEER-ALERTAS.
           READ ALERTAS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ALERTAS-PLD-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ALERTAS-PLD-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2810-LEER-ALERTAS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2810-FIN-LEER-ALERTAS.
           EXIT.

       2820-GRABAR-ALERTAS.
           MOVE SPACES TO REGISTRO-ALERTA.
           MOVE ALE-FECHA OF REGISTRO-ALERTA-VIEJO
                TO ALE-FECHA OF REGISTRO-ALERTA.
           MOVE ALE-IDN OF REGISTRO-ALERTA-VIEJO
                TO ALE-IDN OF REGISTRO-ALERTA.
           MOVE ALE-REGLA OF REGISTRO-ALERTA-VIEJO
                TO ALE-REGLA OF REGISTRO-ALERTA.
           MOVE ALE-SUCURSAL OF REGISTRO-ALERTA-VIEJO
                TO ALE-SUCURSAL OF REGISTRO-ALERTA.
           MOVE ALE-APELLIDO OF REGISTRO-ALERTA-VIEJO
                TO ALE-APELLIDO OF REGISTRO-ALERTA.
           MOVE ALE-NOMBRE OF REGISTRO-ALERTA-VIEJO
                TO ALE-NOMBRE OF REGISTRO-ALERTA.
           MOVE ALE-MONTO OF REGISTRO-ALERTA-VIEJO
                TO ALE-MONTO OF REGISTRO-ALERTA.
           MOVE ALE-REFERENCIA OF REGISTRO-ALERTA-VIEJO
                TO ALE-REFERENCIA OF REGISTRO-ALERTA.
           MOVE ALE-CANTIDAD OF REGISTRO-ALERTA-VIEJO
                TO ALE-CANTIDAD OF REGISTRO-ALERTA.
           MOVE ALE-ESTADO OF REGISTRO-ALERTA-VIEJO
                TO ALE-ESTADO OF REGISTRO-ALERTA.
           MOVE ALE-FECHA-DISPOSICION OF REGISTRO-ALERTA-VIEJO
                TO ALE-FECHA-DISPOSICION OF REGISTRO-ALERTA.
           MOVE ALE-OPERADOR OF REGISTRO-ALERTA-VIEJO
                TO ALE-OPERADOR OF REGISTRO-ALERTA.
           MOVE ALE-OBSERVACION OF REGISTRO-ALERTA-VIEJO
                TO ALE-OBSERVACION OF REGISTRO-ALERTA.
           ADD ALE-MONTO OF REGISTRO-ALERTA-VIEJO TO WS-IMPORTE-LEIDO.
           ADD ALE-REFERENCIA OF REGISTRO-ALERTA-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-ALERTA
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD ALE-MONTO OF REGISTRO-ALERTA TO WS-IMPORTE-GRABADO
               ADD ALE-REFERENCIA OF REGISTRO-ALERTA
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR ALERTAS-PLD"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2820-GRABAR-ALERTAS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2810-LEER-ALERTAS.
       2820-FIN-GRABAR-ALERTAS.
           EXIT.

       2900-CONVERTIR-FRACCIONES.
           MOVE "PLD-FRACCIONES" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT FRACCIONES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR PLD-FRACCIONES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "PLD-FRACCIONES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2900-CONVERTIR-FRACCIONES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT FRACCIONES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR PLD-FRACCIONES"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2900-CONVERTIR-FRACCIONES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2910-LEER-FRACCIONES
               PERFORM 2920-GRABAR-FRACCIONES UNTIL FS-VIEJO-EOF
               CLOSE FRACCIONES-VIEJO
               CLOSE FRACCIONES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2900-FIN-CONVERTIR-FRACCIONES.
           EXIT.

       2910-LEER-FRACCIONES.
           READ FRACCIONES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE PLD-FRACCIONES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "PLD-FRACCIONES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2910-LEER-FRACCIONES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2910-FIN-LEER-FRACCIONES.
           EXIT.

       2920-GRABAR-FRACCIONES.
           MOVE SPACES TO REGISTRO-FRACCION.
           MOVE FRA-IDN OF REGISTRO-FRACCION-VIEJO
                TO FRA-IDN OF REGISTRO-FRACCION.
           MOVE FRA-FECHA OF REGISTRO-FRACCION-VIEJO
                TO FRA-FECHA OF REGISTRO-FRACCION.
           MOVE FRA-CANTIDAD OF REGISTRO-FRACCION-VIEJO
                TO FRA-CANTIDAD OF REGISTRO-FRACCION.
           MOVE FRA-MONTO OF REGISTRO-FRACCION-VIEJO
                TO FRA-MONTO OF REGISTRO-FRACCION.
           ADD FRA-MONTO OF REGISTRO-FRACCION-VIEJO TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-FRACCION
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD FRA-MONTO OF REGISTRO-FRACCION TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR PLD-FRACCIONES"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2920-GRABAR-FRACCIONES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2910-LEER-FRACCIONES.
       2920-FIN-GRABAR-FRACCIONES.
           EXIT.

       3000-CONVERTIR-CONFIRMACIONES.
           MOVE "CONFIRMACIONES" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT CONFIRMACIONES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CONFIRMACIONES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CONFIRMACIONES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3000-CONVERTIR-CONFIRMACIONES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT CONFIRMACIONES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CONFIRMACIONES"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "3000-CONVERTIR-CONFIRMACIONES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 3010-LEER-CONFIRMACIONES
               PERFORM 3020-GRABAR-CONFIRMACIONES UNTIL FS-VIEJO-EOF
               CLOSE CONFIRMACIONES-VIEJO
               CLOSE CONFIRMACIONES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       3000-FIN-CONVERTIR-CONFIRMACIONES.
           EXIT.

       3010-LEER-CONFIRMACIONES.
           READ CONFIRMACIONES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CONFIRMACIONES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CONFIRMACIONES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3010-LEER-CONFIRMACIONES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       3010-FIN-LEER-CONFIRMACIONES.
           EXIT.

       3020-GRABAR-CONFIRMACIONES.
           MOVE SPACES TO REGISTRO-CONFIRMACION.
           MOVE CONF-FECHA-CORTE OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-FECHA-CORTE OF REGISTRO-CONFIRMACION.
           MOVE CONF-IDN OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-IDN OF REGISTRO-CONFIRMACION.
           MOVE CONF-MONEDA OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-MONEDA OF REGISTRO-CONFIRMACION.
           MOVE CONF-APELLIDO OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-APELLIDO OF REGISTRO-CONFIRMACION.
           MOVE CONF-NOMBRE OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-NOMBRE OF REGISTRO-CONFIRMACION.
           MOVE CONF-MOTIVO OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-MOTIVO OF REGISTRO-CONFIRMACION.
           MOVE CONF-SALDO-INFORMADO OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-SALDO-INFORMADO OF REGISTRO-CONFIRMACION.
           MOVE CONF-ESTADO OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-ESTADO OF REGISTRO-CONFIRMACION.
           MOVE CONF-SALDO-CLIENTE OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-SALDO-CLIENTE OF REGISTRO-CONFIRMACION.
           MOVE CONF-FECHA-EMISION OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-FECHA-EMISION OF REGISTRO-CONFIRMACION.
           MOVE CONF-FECHA-RESPUESTA OF REGISTRO-CONFIRMACION-VIEJO
                TO CONF-FECHA-RESPUESTA OF REGISTRO-CONFIRMACION.
           ADD CONF-SALDO-INFORMADO OF REGISTRO-CONFIRMACION-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD CONF-SALDO-CLIENTE OF REGISTRO-CONFIRMACION-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-CONFIRMACION
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD CONF-SALDO-INFORMADO OF REGISTRO-CONFIRMACION
                   TO WS-IMPORTE-GRABADO
               ADD CONF-SALDO-CLIENTE OF REGISTRO-CONFIRMACION
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CONFIRMACIONES"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CONFIRMACIONES" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "3020-GRABAR-CONFIRMACIONES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 3010-LEER-CONFIRMACIONES.
       3020-FIN-GRABAR-CONFIRMACIONES.
           EXIT.

       3100-CONVERTIR-DECISIONES.
           MOVE "RESTRINGIDOS-DECISIONES" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT DECISIONES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS-DECISIONES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RESTRINGIDOS-DECISIONES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3100-CONVERTIR-DECISIONES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT DECISIONES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "RESTRINGIDOS-DECISIONES" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "3100-CONVERTIR-DECISIONES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 3110-LEER-DECISIONES
               PERFORM 3120-GRABAR-DECISIONES UNTIL FS-VIEJO-EOF
               CLOSE DECISIONES-VIEJO
               CLOSE DECISIONES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       3100-FIN-CONVERTIR-DECISIONES.
           EXIT.

       3110-LEER-DECISIONES.
           READ DECISIONES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE "
                       "RESTRINGIDOS-DECISIONES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RESTRINGIDOS-DECISIONES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3110-LEER-DECISIONES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       3110-FIN-LEER-DECISIONES.
           EXIT.

       3120-GRABAR-DECISIONES.
           MOVE SPACES TO REGISTRO-DECISION.
           MOVE DEC-IDN OF REGISTRO-DECISION-VIEJO
                TO DEC-IDN OF REGISTRO-DECISION.
           MOVE DEC-RST-ID OF REGISTRO-DECISION-VIEJO
                TO DEC-RST-ID OF REGISTRO-DECISION.
           MOVE DEC-TIPO OF REGISTRO-DECISION-VIEJO
                TO DEC-TIPO OF REGISTRO-DECISION.
           MOVE DEC-ESTADO OF REGISTRO-DECISION-VIEJO
                TO DEC-ESTADO OF REGISTRO-DECISION.
           MOVE DEC-ORIGEN OF REGISTRO-DECISION-VIEJO
                TO DEC-ORIGEN OF REGISTRO-DECISION.
           MOVE DEC-APELLIDO OF REGISTRO-DECISION-VIEJO
                TO DEC-APELLIDO OF REGISTRO-DECISION.
           MOVE DEC-NOMBRE OF REGISTRO-DECISION-VIEJO
                TO DEC-NOMBRE OF REGISTRO-DECISION.
           MOVE DEC-DOCUMENTO OF REGISTRO-DECISION-VIEJO
                TO DEC-DOCUMENTO OF REGISTRO-DECISION.
           MOVE DEC-FECHA-DETECCION OF REGISTRO-DECISION-VIEJO
                TO DEC-FECHA-DETECCION OF REGISTRO-DECISION.
           MOVE DEC-FECHA-CONTROL OF REGISTRO-DECISION-VIEJO
                TO DEC-FECHA-CONTROL OF REGISTRO-DECISION.
           MOVE DEC-FECHA-DECISION OF REGISTRO-DECISION-VIEJO
                TO DEC-FECHA-DECISION OF REGISTRO-DECISION.
           MOVE DEC-OPERADOR OF REGISTRO-DECISION-VIEJO
                TO DEC-OPERADOR OF REGISTRO-DECISION.
           WRITE REGISTRO-DECISION
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR RESTRINGIDOS-DECISIONES"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "RESTRINGIDOS-DECISIONES" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "3120-GRABAR-DECISIONES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 3110-LEER-DECISIONES.
       3120-FIN-GRABAR-DECISIONES.
           EXIT.

       3200-CONVERTIR-MANIFIESTO.
           MOVE "MANIFIESTO-ENTREGAS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT MANIFIESTO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR MANIFIESTO-ENTREGAS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "MANIFIESTO-ENTREGAS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3200-CONVERTIR-MANIFIESTO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT MANIFIESTO
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR MANIFIESTO-ENTREGAS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "3200-CONVERTIR-MANIFIESTO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 3210-LEER-MANIFIESTO
               PERFORM 3220-GRABAR-MANIFIESTO UNTIL FS-VIEJO-EOF
               CLOSE MANIFIESTO-VIEJO
               CLOSE MANIFIESTO
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       3200-FIN-CONVERTIR-MANIFIESTO.
           EXIT.

       3210-LEER-MANIFIESTO.
           READ MANIFIESTO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE MANIFIESTO-ENTREGAS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "MANIFIESTO-ENTREGAS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3210-LEER-MANIFIESTO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       3210-FIN-LEER-MANIFIESTO.
           EXIT.

       3220-GRABAR-MANIFIESTO.
           MOVE SPACES TO REGISTRO-MANIFIESTO.
           MOVE MAN-ARCHIVO OF REGISTRO-MANIFIESTO-VIEJO
                TO MAN-ARCHIVO OF REGISTRO-MANIFIESTO.
           MOVE MAN-FECHA OF REGISTRO-MANIFIESTO-VIEJO
                TO MAN-FECHA OF REGISTRO-MANIFIESTO.
           MOVE MAN-REGISTROS OF REGISTRO-MANIFIESTO-VIEJO
                TO MAN-REGISTROS OF REGISTRO-MANIFIESTO.
           MOVE MAN-HASH OF REGISTRO-MANIFIESTO-VIEJO
                TO MAN-HASH OF REGISTRO-MANIFIESTO.
           MOVE MAN-PROGRAMA OF REGISTRO-MANIFIESTO-VIEJO
                TO MAN-PROGRAMA OF REGISTRO-MANIFIESTO.
           MOVE MAN-HORA OF REGISTRO-MANIFIESTO-VIEJO
                TO MAN-HORA OF REGISTRO-MANIFIESTO.
           ADD MAN-HASH OF REGISTRO-MANIFIESTO-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-MANIFIESTO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD MAN-HASH OF REGISTRO-MANIFIESTO TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR MANIFIESTO-ENTREGAS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "3220-GRABAR-MANIFIESTO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 3210-LEER-MANIFIESTO.
       3220-FIN-GRABAR-MANIFIESTO.
           EXIT.

       3300-CONVERTIR-PRESENTADOS.
           MOVE "CHEQUES-PRESENTADOS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT PRESENTADOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-PRESENTADOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUES-PRESENTADOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3300-CONVERTIR-PRESENTADOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT PRESENTADOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CHEQUES-PRESENTADOS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CHEQUES-PRESENTADOS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "3300-CONVERTIR-PRESENTADOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 3310-LEER-PRESENTADOS
               PERFORM 3320-GRABAR-PRESENTADOS UNTIL FS-VIEJO-EOF
               CLOSE PRESENTADOS-VIEJO
               CLOSE PRESENTADOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       3300-FIN-CONVERTIR-PRESENTADOS.
           EXIT.

       3310-LEER-PRESENTADOS.
           READ PRESENTADOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUES-PRESENTADOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUES-PRESENTADOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3310-LEER-PRESENTADOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       3310-FIN-LEER-PRESENTADOS.
           EXIT.

       3320-GRABAR-PRESENTADOS.
           MOVE SPACES TO REGISTRO-PRESENTADO.
           MOVE PRES-SUCURSAL OF REGISTRO-PRESENTADO-VIEJO
                TO PRES-SUCURSAL OF REGISTRO-PRESENTADO.
           MOVE PRES-CLIENTE OF REGISTRO-PRESENTADO-VIEJO
                TO PRES-CLIENTE OF REGISTRO-PRESENTADO.
           MOVE PRES-NRO-CHEQUE OF REGISTRO-PRESENTADO-VIEJO
                TO PRES-NRO-CHEQUE OF REGISTRO-PRESENTADO.
           MOVE PRES-FECHA-PRES OF REGISTRO-PRESENTADO-VIEJO
                TO PRES-FECHA-PRES OF REGISTRO-PRESENTADO.
           MOVE PRES-IMPORTE OF REGISTRO-PRESENTADO-VIEJO
                TO PRES-IMPORTE OF REGISTRO-PRESENTADO.
           MOVE PRES-FECHA-PROC OF REGISTRO-PRESENTADO-VIEJO
                TO PRES-FECHA-PROC OF REGISTRO-PRESENTADO.
           ADD PRES-IMPORTE OF REGISTRO-PRESENTADO-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-PRESENTADO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD PRES-IMPORTE OF REGISTRO-PRESENTADO
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CHEQUES-PRESENTADOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CHEQUES-PRESENTADOS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "3320-GRABAR-PRESENTADOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 3310-LEER-PRESENTADOS.
       3320-FIN-GRABAR-PRESENTADOS.
           EXIT.

       3400-CONVERTIR-RECHAZADOS.
           MOVE "CHEQUES-RECHAZADOS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT RECHAZADOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-RECHAZADOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUES-RECHAZADOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3400-CONVERTIR-RECHAZADOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT RECHAZADOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CHEQUES-RECHAZADOS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CHEQUES-RECHAZADOS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "3400-CONVERTIR-RECHAZADOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 3410-LEER-RECHAZADOS
               PERFORM 3420-GRABAR-RECHAZADOS UNTIL FS-VIEJO-EOF
               CLOSE RECHAZADOS-VIEJO
               CLOSE RECHAZADOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       3400-FIN-CONVERTIR-RECHAZADOS.
           EXIT.

       3410-LEER-RECHAZADOS.
           READ RECHAZADOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUES-RECHAZADOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUES-RECHAZADOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "3410-LEER-RECHAZADOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       3410-FIN-LEER-RECHAZADOS.
           EXIT.

       3420-GRABAR-RECHAZADOS.
           MOVE SPACES TO REGISTRO-RECHAZO.
           MOVE RCH-IDN OF REGISTRO-RECHAZO-VIEJO
                TO RCH-IDN OF REGISTRO-RECHAZO.
           MOVE RCH-SUCURSAL OF REGISTRO-RECHAZO-VIEJO
                TO RCH-SUCURSAL OF REGISTRO-RECHAZO.
           MOVE RCH-NRO-CHEQUE OF REGISTRO-RECHAZO-VIEJO
                TO RCH-NRO-CHEQUE OF REGISTRO-RECHAZO.
           MOVE RCH-FECHA-CHEQUE OF REGISTRO-RECHAZO-VIEJO
                TO RCH-FECHA-CHEQUE OF REGISTRO-RECHAZO.
           MOVE RCH-FECHA-PROCESO OF REGISTRO-RECHAZO-VIEJO
                TO RCH-FECHA-PROCESO OF REGISTRO-RECHAZO.
           MOVE RCH-IMPORTE OF REGISTRO-RECHAZO-VIEJO
                TO RCH-IMPORTE OF REGISTRO-RECHAZO.
           MOVE RCH-COMISION OF REGISTRO-RECHAZO-VIEJO
                TO RCH-COMISION OF REGISTRO-RECHAZO.
           MOVE RCH-ORIGEN OF REGISTRO-RECHAZO-VIEJO
                TO RCH-ORIGEN OF REGISTRO-RECHAZO.
           MOVE RCH-MOTIVO OF REGISTRO-RECHAZO-VIEJO
                TO RCH-MOTIVO OF REGISTRO-RECHAZO.
           MOVE RCH-REVERTIDO OF REGISTRO-RECHAZO-VIEJO
                TO RCH-REVERTIDO OF REGISTRO-RECHAZO.
           ADD RCH-IMPORTE OF REGISTRO-RECHAZO-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD RCH-COMISION OF REGISTRO-RECHAZO-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-RECHAZO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD RCH-IMPORTE OF REGISTRO-RECHAZO TO WS-IMPORTE-GRABADO
               ADD RCH-COMISION OF REGISTRO-RECHAZO
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CHEQUES-RECHAZADOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CHEQUES-RECHAZADOS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "3420-GRABAR-RECHAZADOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 3410-LEER-RECHAZADOS.
       3420-FIN-GRABAR-RECHAZADOS.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       7000-INICIAR-CUADRE.
           MOVE ZERO TO WS-LEIDOS
                        WS-GRABADOS
                        WS-IMPORTE-LEIDO
                        WS-IMPORTE-GRABADO.
       7000-FIN-INICIAR-CUADRE.
           EXIT.

      * Un archivo cuadra si se grabaron tantos registros como se
      * leyeron y la suma de sus importes no cambio al ensancharlos.
       7100-CUADRAR-ARCHIVO.
           MOVE WS-ARCHIVO         TO CUA-ARCHIVO.
           MOVE WS-LEIDOS          TO CUA-LEIDOS.
           MOVE WS-GRABADOS        TO CUA-GRABADOS.
           MOVE WS-IMPORTE-LEIDO   TO CUA-IMPORTE-1.
           MOVE WS-IMPORTE-GRABADO TO CUA-IMPORTE-2.
           IF WS-LEIDOS EQUAL WS-GRABADOS
              AND WS-IMPORTE-LEIDO EQUAL WS-IMPORTE-GRABADO
               MOVE " OK"      TO CUA-VEREDICTO
           ELSE
               MOVE " ERROR"   TO CUA-VEREDICTO
               MOVE "S"        TO WS-HAY-DIFERENCIA
               DISPLAY "ARCHIVO " WS-ARCHIVO " NO CUADRA"
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-CUADRE.
           ADD 1 TO WS-CONVERTIDOS.
       7100-FIN-CUADRAR-ARCHIVO.
           EXIT.

      * Un archivo que no existe (todavia no se uso en esta
      * instalacion) no es una falla: lo crea su programa dueno con el
      * formato nuevo la primera vez que corre.
       7200-ARCHIVO-AUSENTE.
           MOVE WS-ARCHIVO TO AUS-ARCHIVO.
           WRITE LINEA-REPORTE FROM LINEA-AUSENTE.
           ADD 1 TO WS-AUSENTES.
       7200-FIN-ARCHIVO-AUSENTE.
           EXIT.

       8000-GRABAR-TOTALES.
           MOVE WS-CONVERTIDOS TO TOT-CONVERTIDOS.
           MOVE WS-AUSENTES    TO TOT-AUSENTES.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-TOTALES.
       8000-FIN-GRABAR-TOTALES.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre). La
      * clave que queda es el archivo que se estaba convirtiendo.
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
               OPEN OUTPUT ARCHIVO-ERRORES
           END-IF.
           IF FS-ERRORES-OK
               MOVE "CONVERSIONHISTORIA" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-ARCHIVO      TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ConversionHistoria.
