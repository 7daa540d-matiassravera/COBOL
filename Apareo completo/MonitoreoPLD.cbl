      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonitoreoPLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Movimientos aplicados al saldo por los ciclos incrementales
      * de ValidadorSaldo, acumulados hasta que los toman este paso e
      * ImpuestoDebCred; se monitorean los ciclos que todavia no se
      * tomaron (ver PLD-CONTROL). Los umbrales y la historia son en
      * pesos: los movimientos en dolares se pasan a pesos con la
      * cotizacion del dia, la misma que usa ValorizacionConsolidada.
       SELECT JOURNAL ASSIGN TO "SALDO-JOURNAL"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-JOURNAL.

      * Ciclos del journal tomados en la ultima corrida: fecha de
      * proceso, ultimo ciclo ya tomado antes de ese dia y ultimo
      * ciclo tomado. Una repeticion del mismo dia vuelve a tomar los
      * ciclos del dia mas los nuevos; ValidadorSaldo lo lee para
      * saber cuando puede vaciar el journal.
       SELECT CONTROL-PLD ASSIGN TO "PLD-CONTROL"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CONTROL.

      * Cotizaciones cargadas a diario por operaciones: fecha, moneda
      * y cambio a pesos. Vale la ultima DOL fechada con la
      * FECHA-PROCESO del job.
       SELECT COTIZACIONES ASSIGN TO "COTIZACIONES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-COTIZACIONES.

      * Manifiesto de entregas entre pasos del batch: una entrada por
      * archivo con la fecha de proceso, la cantidad de registros, la
      * suma de importes y el programa que lo grabo.
       SELECT MANIFIESTO ASSIGN TO "MANIFIESTO-ENTREGAS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS MAN-ARCHIVO
       FILE STATUS IS FS-MANIFIESTO.

      * Feed de sucursales: solo interesan los detalles por cheque
      * (marca "*D"), que traen el cliente librador y el importe.
       SELECT ENTRADA ASSIGN TO "FEC-Y-SUC"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ENTRADA.

      * Interfaz enviada a la camara: de los cheques del feed se
      * monitorean los de los pares sucursal/fecha que se compensaron.
       SELECT INTERFAZ ASSIGN TO "CAMARA-INTERFAZ"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-INTERFAZ.

      * Imagen secuencial del maestro: nombre, sucursal y estado.
       SELECT CLIENTES ASSIGN TO "CLIENTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CLIENTES.

      * Historia diaria de saldos por cliente (HistoriaApareo): da el
      * movimiento habitual del cliente y desde cuando opera.
       SELECT HISTORIA ASSIGN TO "APAREO-HISTORIA"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS HIST-CLAVE
       FILE STATUS IS FS-HISTORIA.

      * Movimientos apenas por debajo del umbral, por cliente y dia,
      * para ver el fraccionamiento a lo largo de varios dias. Se
      * depura lo que queda fuera de la ventana.
       SELECT FRACCIONES ASSIGN TO "PLD-FRACCIONES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS FRA-CLAVE
       FILE STATUS IS FS-FRACCIONES.

      * Alertas de prevencion de lavado: una por dia, cliente y regla,
      * con la disposicion que registra el analista.
       SELECT ALERTAS ASSIGN TO "ALERTAS-PLD"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ALE-CLAVE
       FILE STATUS IS FS-ALERTAS.

      * Reporte de casos: todas las alertas todavia abiertas.
       SELECT REPORTE ASSIGN TO "ALERTAS-PLD-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL.

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

       FD  CONTROL-PLD.

       01  REGISTRO-CONTROL.
           03  PLC-FECHA        PIC 9(8).
           03  PLC-DESDE        PIC 9(7).
           03  PLC-HASTA        PIC 9(7).

       FD  COTIZACIONES.

       01  REGISTRO-COTIZACION.
           03  COT-FECHA        PIC 9(8).
           03  COT-MONEDA       PIC X(3).
           03  COT-CAMBIO       PIC 9(5)V99.

       FD  MANIFIESTO.
       01  REGISTRO-MANIFIESTO.
           03  MAN-ARCHIVO      PIC X(20).
           03  MAN-FECHA        PIC 9(8).
           03  MAN-REGISTROS    PIC 9(7).
           03  MAN-HASH         PIC S9(15)V99.
           03  MAN-PROGRAMA     PIC X(20).
           03  MAN-HORA         PIC 9(6).

       FD  ENTRADA.

       01  REGISTRO-ENTRADA.
           03  FECHA               PIC 9(8).
           03  NRO-SUCURSAL        PIC 9(2).
           03  NOM-SUC             PIC X(10).
           03  CLIENTE             PIC 9(7).
           03  CHEQUES             PIC 9(3).
           03  MONTO-COMPENSADO    PIC 9(7)V99.
       01  REGISTRO-ENTRADA-DETALLE.
           03  DET-FECHA           PIC 9(8).
           03  DET-NRO-SUCURSAL    PIC 9(2).
           03  DET-MARCA           PIC X(2).
               88 ES-REGISTRO-DETALLE VALUE "*D".
           03  DET-CLIENTE         PIC 9(7).
           03  DET-NRO-CHEQUE      PIC 9(8).
           03  DET-IMPORTE         PIC 9(7)V99.
           03  DET-FECHA-EMISION   PIC 9(8).

       FD  INTERFAZ.

       01  REGISTRO-INT-CABECERA.
           03  INTC-SECUENCIA      PIC 9(7).
           03  INTC-TIPO           PIC X(01).
           03  INTC-ENTIDAD        PIC X(4).
           03  INTC-FECHA          PIC 9(8).
           03  FILLER              PIC X(20).
       01  REGISTRO-INT-DETALLE.
           03  INTD-SECUENCIA      PIC 9(7).
           03  INTD-TIPO           PIC X(01).
               88 INTD-ES-DETALLE  VALUE "D".
           03  INTD-SUCURSAL       PIC 9(2).
           03  INTD-FECHA          PIC 9(8).
           03  INTD-CANT-CHEQUES   PIC 9(7).
           03  INTD-MONTO          PIC 9(13)V99.
       01  REGISTRO-INT-TRAILER.
           03  INTT-SECUENCIA      PIC 9(7).
           03  INTT-TIPO           PIC X(01).
           03  INTT-CANT-REGISTROS PIC 9(7).
           03  INTT-HASH-MONTO     PIC 9(13)V99.
           03  FILLER              PIC X(10).

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

       FD  HISTORIA.

       01  REGISTRO-HISTORIA.
           03  HIST-CLAVE.
               05  HIST-IDN     PIC 9(7).
               05  HIST-FECHA   PIC 9(8).
               05  HIST-MONEDA  PIC X(3).
           03  HIST-APELLIDO    PIC X(10).
           03  HIST-NOMBRE     PIC X(10).
           03  HIST-SALDOS      PIC S9(9)V99.

       FD  FRACCIONES.

       01  REGISTRO-FRACCION.
           03  FRA-CLAVE.
               05  FRA-IDN      PIC 9(7).
               05  FRA-FECHA    PIC 9(8).
           03  FRA-CANTIDAD     PIC 9(3).
           03  FRA-MONTO        PIC 9(9)V99.

      * ALE-REGLA: U movimiento sobre el umbral, F fraccionamiento,
      * V volumen fuera de lo habitual, I cuenta inactiva o dada de
      * baja con movimiento, N cuenta nueva con movimiento.
      * ALE-MONTO es lo que disparo la regla y ALE-REFERENCIA contra
      * que se comparo (umbral o promedio diario).
      * ALE-ESTADO: A abierta, E escalada (sigue abierta), D
      * desestimada, R reportada a la UIF.
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
               88 ALE-ABIERTA       VALUE 'A'.
               88 ALE-ESCALADA      VALUE 'E'.
               88 ALE-DESESTIMADA   VALUE 'D'.
               88 ALE-REPORTADA     VALUE 'R'.
               88 ALE-EN-CURSO      VALUE 'A' 'E'.
           03  ALE-FECHA-DISPOSICION PIC 9(8).
           03  ALE-OPERADOR         PIC X(8).
           03  ALE-OBSERVACION      PIC X(30).

       FD  REPORTE.

       01  LINEA-REPORTE           PIC X(80).

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

       01  FS-JOURNAL          PIC X(2).
           88 FS-JOURNAL-OK    VALUE "00".
           88 FS-JOURNAL-EOF   VALUE "10".

       01  FS-CONTROL          PIC X(2).
           88 FS-CONTROL-OK    VALUE "00".

       01  FS-COTIZACIONES     PIC X(2).
           88 FS-COT-OK        VALUE "00".
           88 FS-COT-EOF       VALUE "10".

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
       01  WS-MAN-MOTIVO        PIC X(2).
       01  WS-MAN-FIN           PIC X(01).
           88 FIN-ENTREGA       VALUE "S".

       01  FS-ENTRADA          PIC X(2).
           88 FS-ENTRADA-OK    VALUE "00".
           88 FS-ENTRADA-EOF   VALUE "10".

       01  FS-INTERFAZ         PIC X(2).
           88 FS-INTERFAZ-OK   VALUE "00".
           88 FS-INTERFAZ-EOF  VALUE "10".

       01  FS-CLIENTES         PIC X(2).
           88 FS-CLIENTES-OK   VALUE "00".
           88 FS-CLIENTES-EOF  VALUE "10".

       01  FS-HISTORIA         PIC X(2).
           88 FS-HISTORIA-OK   VALUE "00".
           88 FS-HISTORIA-EOF  VALUE "10".

       01  FS-FRACCIONES       PIC X(2).
           88 FS-FRACCIONES-OK VALUE "00".
           88 FS-FRACCIONES-EOF VALUE "10".

       01  FS-ALERTAS          PIC X(2).
           88 FS-ALERTAS-OK    VALUE "00".
           88 FS-ALERTAS-EOF   VALUE "10".

       01  FS-REPORTE          PIC X(2).
           88 FS-REPORTE-OK    VALUE "00".

       01  WS-SIN-CAMARA       PIC X(01) VALUE "N".
           88 SIN-CAMARA       VALUE "S".
       01  WS-SIN-HISTORIA     PIC X(01) VALUE "N".
           88 SIN-HISTORIA     VALUE "S".
       01  WS-SIN-JOURNAL      PIC X(01) VALUE "N".
           88 SIN-JOURNAL      VALUE "S".

      * Ciclos del journal que toma esta corrida: posteriores a
      * WS-CICLO-BASE, hasta WS-CICLO-HASTA.
       01  WS-CICLO-BASE        PIC 9(7) VALUE ZERO.
       01  WS-CICLO-HASTA       PIC 9(7) VALUE ZERO.

      * Cambio DOL/PES del dia para pasar a pesos el journal en
      * dolares; un movimiento que pasado a pesos no entra en el
      * importe queda en el maximo, que igual supera cualquier umbral.
       01  WS-CAMBIO-DOL        PIC 9(5)V99 VALUE ZERO.
       01  WS-HAY-CAMBIO        PIC X(01) VALUE "N".
           88 HAY-CAMBIO-DEL-DIA VALUE "S".
       01  WS-MAXIMO-MOVIMIENTO PIC 9(9)V99 VALUE 999999999,99.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * Parametros de las reglas, con valor por omision y pisables
      * desde el ambiente (montos en unidades enteras).
      * PLD-UMBRAL: monto de un movimiento que se informa solo.
      * PLD-FRACCION-PCT: desde que porcentaje del umbral un
      * movimiento cuenta como fraccionado; PLD-FRACCION-DIAS y
      * PLD-FRACCION-CANT: ventana en dias corridos y cantidad de esos
      * movimientos que, sumando el umbral, forman fraccionamiento.
      * PLD-VOLUMEN-VECES: cuantas veces el movimiento diario habitual
      * es un salto; PLD-VOLUMEN-MINIMO: volumen del dia por debajo
      * del cual no se alerta por volumen ni por cuenta nueva.
      * PLD-HISTORIA-DIAS: dias de historia para el promedio;
      * PLD-NUEVA-DIAS: antiguedad hasta la que la cuenta es nueva.
       01  WS-UMBRAL-AMBIENTE   PIC X(9).
       01  WS-UMBRAL-AMBIENTE-N REDEFINES WS-UMBRAL-AMBIENTE
                                PIC 9(9).
       01  WS-UMBRAL            PIC 9(9)V99 VALUE 10000.
       01  WS-PCT-AMBIENTE      PIC X(2).
       01  WS-PCT-AMBIENTE-N REDEFINES WS-PCT-AMBIENTE
                                PIC 9(2).
       01  WS-FRACCION-PCT      PIC 9(2) VALUE 80.
       01  WS-FDIAS-AMBIENTE    PIC X(2).
       01  WS-FDIAS-AMBIENTE-N REDEFINES WS-FDIAS-AMBIENTE
                                PIC 9(2).
       01  WS-FRACCION-DIAS     PIC 9(2) VALUE 7.
       01  WS-FCANT-AMBIENTE    PIC X(2).
       01  WS-FCANT-AMBIENTE-N REDEFINES WS-FCANT-AMBIENTE
                                PIC 9(2).
       01  WS-FRACCION-CANT     PIC 9(2) VALUE 3.
       01  WS-VECES-AMBIENTE    PIC X(2).
       01  WS-VECES-AMBIENTE-N REDEFINES WS-VECES-AMBIENTE
                                PIC 9(2).
       01  WS-VOLUMEN-VECES     PIC 9(2) VALUE 5.
       01  WS-MINIMO-AMBIENTE   PIC X(9).
       01  WS-MINIMO-AMBIENTE-N REDEFINES WS-MINIMO-AMBIENTE
                                PIC 9(9).
       01  WS-VOLUMEN-MINIMO    PIC 9(9)V99 VALUE 5000.
       01  WS-HDIAS-AMBIENTE    PIC X(3).
       01  WS-HDIAS-AMBIENTE-N REDEFINES WS-HDIAS-AMBIENTE
                                PIC 9(3).
       01  WS-HISTORIA-DIAS     PIC 9(3) VALUE 90.
       01  WS-NDIAS-AMBIENTE    PIC X(3).
       01  WS-NDIAS-AMBIENTE-N REDEFINES WS-NDIAS-AMBIENTE
                                PIC 9(3).
       01  WS-NUEVA-DIAS        PIC 9(3) VALUE 30.

      * Con menos dias de historia que estos el promedio no dice
      * nada y la regla de volumen no se aplica.
       01  WS-HISTORIA-MINIMA   PIC 9(3) VALUE 5.

       01  WS-BANDA-DESDE       PIC 9(9)V99.
       01  WS-DIA-PROCESO       PIC 9(7).
       01  WS-DESDE-FRACCION    PIC 9(8).
       01  WS-DESDE-HISTORIA    PIC 9(8).
       01  WS-DESDE-NUEVA       PIC 9(8).

       01  CONTADORES.
           03  WS-MOV-JOURNAL   PIC 9(7) VALUE ZERO.
           03  WS-MOV-CHEQUES   PIC 9(7) VALUE ZERO.
           03  WS-CHQ-SIN-CAMARA PIC 9(7) VALUE ZERO.
           03  WS-JRN-DOLARES   PIC 9(7) VALUE ZERO.
           03  WS-DOL-SIN-CAMBIO PIC 9(7) VALUE ZERO.
           03  WS-JRN-YA-TOMADOS PIC 9(7) VALUE ZERO.
           03  WS-NO-MONITOREADOS PIC 9(7) VALUE ZERO.
           03  WS-FRA-DEPURADAS PIC 9(7) VALUE ZERO.
           03  WS-NUEVAS        PIC 9(5) VALUE ZERO.
           03  WS-YA-REGISTRADAS PIC 9(5) VALUE ZERO.
           03  WS-NUEVAS-U      PIC 9(5) VALUE ZERO.
           03  WS-NUEVAS-F      PIC 9(5) VALUE ZERO.
           03  WS-NUEVAS-V      PIC 9(5) VALUE ZERO.
           03  WS-NUEVAS-I      PIC 9(5) VALUE ZERO.
           03  WS-NUEVAS-N      PIC 9(5) VALUE ZERO.
           03  WS-CASOS-ABIERTOS PIC 9(5) VALUE ZERO.
           03  WS-CASOS-ESCALADOS PIC 9(5) VALUE ZERO.

      * Pares sucursal/fecha enviados a la camara.
       01  TABLA-CAMARA.
           03  TAB-CAM-CANT     PIC 9(3) VALUE ZERO.
           03  TAB-CAM-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-IDX-CAM.
               05  TAB-CAM-SUCURSAL PIC 9(2).
               05  TAB-CAM-FECHA    PIC 9(8).

      * Actividad del dia por cliente: journal mas cheques, porque
      * ninguno de los dos viene ordenado por cliente.
       01  TABLA-ACTIVIDAD.
           03  TAB-ACT-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-ACT-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-IDX-ACT.
               05  TAB-ACT-IDN          PIC 9(7).
               05  TAB-ACT-APELLIDO     PIC X(10).
               05  TAB-ACT-NOMBRE       PIC X(10).
               05  TAB-ACT-SUCURSAL     PIC 9(2).
               05  TAB-ACT-ESTADO       PIC X(01).
               05  TAB-ACT-MOVIMIENTOS  PIC 9(5).
               05  TAB-ACT-VOLUMEN      PIC 9(9)V99.
               05  TAB-ACT-MAXIMO       PIC 9(9)V99.
               05  TAB-ACT-CANT-UMBRAL  PIC 9(5).
               05  TAB-ACT-CANT-FRACCION PIC 9(3).
               05  TAB-ACT-MONTO-FRACCION PIC 9(9)V99.

      * Movimiento que se acumula en la tabla.
       01  WS-MOV-IDN           PIC 9(7).
       01  WS-MOV-MONTO         PIC 9(9)V99.

      * Acumulado de fraccionamiento de la ventana del cliente.
       01  WS-VENTANA-CANT      PIC 9(5).
       01  WS-VENTANA-MONTO     PIC 9(9)V99.

      * Historia del cliente: primer dia con saldo y variacion diaria
      * promedio del saldo en pesos (el movimiento neto habitual).
       01  WS-PRIMERA-FECHA     PIC 9(8).
       01  WS-HAY-ANTERIOR      PIC X(01).
           88 HAY-SALDO-ANTERIOR VALUE "S".
       01  WS-SALDO-ANTERIOR    PIC S9(9)V99.
       01  WS-VARIACION         PIC S9(10)V99.
       01  WS-SUMA-VARIACION    PIC 9(11)V99.
       01  WS-DIAS-VARIACION    PIC 9(5).
       01  WS-PROMEDIO          PIC 9(9)V99.
       01  WS-LIMITE-VOLUMEN    PIC 9(11)V99.

      * Alerta a grabar.
       01  WS-ALE-REGLA         PIC X(01).
       01  WS-ALE-MONTO         PIC 9(9)V99.
       01  WS-ALE-REFERENCIA    PIC 9(9)V99.
       01  WS-ALE-CANTIDAD      PIC 9(5).

       01  WS-DIAS-ABIERTA      PIC 9(5).

       01  LINEA-TITULO.
           03  FILLER           PIC X(36)
                       VALUE "ALERTAS PLD ABIERTAS AL ".
           03  TIT-FECHA        PIC 9(8).
           03  FILLER           PIC X(36) VALUE SPACES.
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.
       01  LINEA-REGLAS.
           03  FILLER           PIC X(54) VALUE
               "R: U UMBRAL F FRACCIONADO V VOLUMEN I INACTIVA N NUEVA".
           03  FILLER           PIC X(26) VALUE
               "   E: A ABIERTA E ESCALADA".

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(9)  VALUE "FECHA".
           03  FILLER           PIC X(8)  VALUE "IDN".
           03  FILLER           PIC X(11) VALUE "APELLIDO".
           03  FILLER           PIC X(4)  VALUE "SUC".
           03  FILLER           PIC X(2)  VALUE "R".
           03  FILLER           PIC X(15) VALUE "         MONTO".
           03  FILLER           PIC X(15) VALUE "    REFERENCIA".
           03  FILLER           PIC X(6)  VALUE " CANT".
           03  FILLER           PIC X(2)  VALUE "E".
           03  FILLER           PIC X(10) VALUE "DIAS".

       01  LINEA-DETALLE.
           03  DET-ALE-FECHA    PIC 9(8).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-ALE-IDN      PIC 9(7).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-ALE-APELLIDO PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-ALE-SUCURSAL PIC 99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-ALE-REGLA    PIC X(01).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-ALE-MONTO    PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-ALE-REFER    PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-ALE-CANT     PIC ZZZZ9.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-ALE-ESTADO   PIC X(01).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-ALE-DIAS     PIC ZZZZ9.
           03  FILLER           PIC X(3)  VALUE SPACES.

       01  LINEA-SIN-CASOS      PIC X(80)
                       VALUE "SIN ALERTAS ABIERTAS".

       01  LINEA-TOTAL.
           03  FILLER           PIC X(10) VALUE "ABIERTAS: ".
           03  TOT-ABIERTAS     PIC ZZZZ9.
           03  FILLER           PIC X(13) VALUE "  ESCALADAS: ".
           03  TOT-ESCALADAS    PIC ZZZZ9.
           03  FILLER           PIC X(18) VALUE "  NUEVAS DEL DIA: ".
           03  TOT-NUEVAS       PIC ZZZZ9.
           03  FILLER           PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1100-CARGAR-CAMARA.
           PERFORM 1170-BUSCAR-CAMBIO-DEL-DIA.
           PERFORM 1200-CARGAR-JOURNAL.
      * Sin cambio del dia los dolares no se pueden monitorear: se
      * corta antes de grabar nada y los ciclos quedan para la
      * repeticion.
           IF WS-DOL-SIN-CAMBIO GREATER THAN ZERO
               DISPLAY "SIN COTIZACION DOL FECHADA " WS-FECHA-PROCESO
               DISPLAY "CARGUE COTIZACIONES Y REINTENTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-CARGAR-CHEQUES.
           PERFORM 1400-CARGAR-CLIENTES.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           PERFORM 1600-DEPURAR-FRACCIONES.
           PERFORM 3000-PROCESO
               VARYING WS-IDX-ACT FROM 1 BY 1
               UNTIL WS-IDX-ACT GREATER THAN TAB-ACT-CANT.
           PERFORM 6000-REPORTE-CASOS.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 4500-GRABAR-CONTROL.
           PERFORM 5000-MOSTRAR-RESUMEN.
      * RC 4 avisa que hay alertas nuevas para los analistas.
           IF WS-NUEVAS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
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
           PERFORM 1050-PARAMETROS-REGLAS.
           COMPUTE WS-BANDA-DESDE =
               WS-UMBRAL * WS-FRACCION-PCT / 100.
           COMPUTE WS-DIA-PROCESO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO).
           COMPUTE WS-DESDE-FRACCION = FUNCTION DATE-OF-INTEGER
               (WS-DIA-PROCESO - WS-FRACCION-DIAS + 1).
           COMPUTE WS-DESDE-HISTORIA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-PROCESO - WS-HISTORIA-DIAS).
           COMPUTE WS-DESDE-NUEVA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-PROCESO - WS-NUEVA-DIAS).
           DISPLAY "UMBRAL: " WS-UMBRAL " FRACCION DESDE: "
                   WS-BANDA-DESDE.
           DISPLAY "FRACCIONAMIENTO: " WS-FRACCION-CANT
                   " MOVIMIENTOS EN " WS-FRACCION-DIAS " DIAS".
           DISPLAY "VOLUMEN: " WS-VOLUMEN-VECES " VECES EL PROMEDIO "
                   "DE " WS-HISTORIA-DIAS " DIAS, MINIMO "
                   WS-VOLUMEN-MINIMO.
           DISPLAY "CUENTA NUEVA: MENOS DE " WS-NUEVA-DIAS " DIAS".
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

       1050-PARAMETROS-REGLAS.
           ACCEPT WS-UMBRAL-AMBIENTE FROM ENVIRONMENT "PLD-UMBRAL".
           IF WS-UMBRAL-AMBIENTE NOT EQUAL SPACES
               IF WS-UMBRAL-AMBIENTE-N NUMERIC
                  AND WS-UMBRAL-AMBIENTE-N GREATER THAN ZERO
                   MOVE WS-UMBRAL-AMBIENTE-N TO WS-UMBRAL
               ELSE
                   DISPLAY "PLD-UMBRAL INVALIDO: " WS-UMBRAL-AMBIENTE
                   DISPLAY "SE USA EL UMBRAL POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-PCT-AMBIENTE FROM ENVIRONMENT "PLD-FRACCION-PCT".
           IF WS-PCT-AMBIENTE NOT EQUAL SPACES
               IF WS-PCT-AMBIENTE-N NUMERIC
                  AND WS-PCT-AMBIENTE-N GREATER THAN ZERO
                   MOVE WS-PCT-AMBIENTE-N TO WS-FRACCION-PCT
               ELSE
                   DISPLAY "PLD-FRACCION-PCT INVALIDO: "
                           WS-PCT-AMBIENTE
                   DISPLAY "SE USA EL PORCENTAJE POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-FDIAS-AMBIENTE FROM ENVIRONMENT
                  "PLD-FRACCION-DIAS".
           IF WS-FDIAS-AMBIENTE NOT EQUAL SPACES
               IF WS-FDIAS-AMBIENTE-N NUMERIC
                  AND WS-FDIAS-AMBIENTE-N GREATER THAN ZERO
                   MOVE WS-FDIAS-AMBIENTE-N TO WS-FRACCION-DIAS
               ELSE
                   DISPLAY "PLD-FRACCION-DIAS INVALIDO: "
                           WS-FDIAS-AMBIENTE
                   DISPLAY "SE USA LA VENTANA POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-FCANT-AMBIENTE FROM ENVIRONMENT
                  "PLD-FRACCION-CANT".
           IF WS-FCANT-AMBIENTE NOT EQUAL SPACES
               IF WS-FCANT-AMBIENTE-N NUMERIC
                  AND WS-FCANT-AMBIENTE-N GREATER THAN 1
                   MOVE WS-FCANT-AMBIENTE-N TO WS-FRACCION-CANT
               ELSE
                   DISPLAY "PLD-FRACCION-CANT INVALIDO: "
                           WS-FCANT-AMBIENTE
                   DISPLAY "SE USA LA CANTIDAD POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-VECES-AMBIENTE FROM ENVIRONMENT
                  "PLD-VOLUMEN-VECES".
           IF WS-VECES-AMBIENTE NOT EQUAL SPACES
               IF WS-VECES-AMBIENTE-N NUMERIC
                  AND WS-VECES-AMBIENTE-N GREATER THAN 1
                   MOVE WS-VECES-AMBIENTE-N TO WS-VOLUMEN-VECES
               ELSE
                   DISPLAY "PLD-VOLUMEN-VECES INVALIDO: "
                           WS-VECES-AMBIENTE
                   DISPLAY "SE USA EL FACTOR POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-MINIMO-AMBIENTE FROM ENVIRONMENT
                  "PLD-VOLUMEN-MINIMO".
           IF WS-MINIMO-AMBIENTE NOT EQUAL SPACES
               IF WS-MINIMO-AMBIENTE-N NUMERIC
                   MOVE WS-MINIMO-AMBIENTE-N TO WS-VOLUMEN-MINIMO
               ELSE
                   DISPLAY "PLD-VOLUMEN-MINIMO INVALIDO: "
                           WS-MINIMO-AMBIENTE
                   DISPLAY "SE USA EL MINIMO POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-HDIAS-AMBIENTE FROM ENVIRONMENT
                  "PLD-HISTORIA-DIAS".
           IF WS-HDIAS-AMBIENTE NOT EQUAL SPACES
               IF WS-HDIAS-AMBIENTE-N NUMERIC
                  AND WS-HDIAS-AMBIENTE-N NOT LESS THAN
                      WS-HISTORIA-MINIMA
                   MOVE WS-HDIAS-AMBIENTE-N TO WS-HISTORIA-DIAS
               ELSE
                   DISPLAY "PLD-HISTORIA-DIAS INVALIDO: "
                           WS-HDIAS-AMBIENTE
                   DISPLAY "SE USA LA HISTORIA POR OMISION"
               END-IF
           END-IF.
           ACCEPT WS-NDIAS-AMBIENTE FROM ENVIRONMENT "PLD-NUEVA-DIAS".
           IF WS-NDIAS-AMBIENTE NOT EQUAL SPACES
               IF WS-NDIAS-AMBIENTE-N NUMERIC
                   MOVE WS-NDIAS-AMBIENTE-N TO WS-NUEVA-DIAS
               ELSE
                   DISPLAY "PLD-NUEVA-DIAS INVALIDO: "
                           WS-NDIAS-AMBIENTE
                   DISPLAY "SE USA LA ANTIGUEDAD POR OMISION"
               END-IF
           END-IF.
       1050-FIN-PARAMETROS-REGLAS.
           EXIT.

      * Sin interfaz de camara (camara retenida o CDEC sin correr) se
      * monitorean todos los cheques del feed.
       1100-CARGAR-CAMARA.
           OPEN INPUT INTERFAZ
           EVALUATE FS-INTERFAZ
               WHEN "00"
                   PERFORM 1150-LEER-INTERFAZ
                      UNTIL FS-INTERFAZ-EOF
                   CLOSE INTERFAZ
               WHEN "35"
                   MOVE "S" TO WS-SIN-CAMARA
                   DISPLAY "SIN CAMARA-INTERFAZ, SE TOMAN TODOS LOS "
                           "CHEQUES DEL FEED"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CAMARA-INTERFAZ"
                   DISPLAY "FILE STATUS ERROR" FS-INTERFAZ
                   MOVE "CAMARA-INTERFAZ" TO ABE-ARCHIVO
                   MOVE FS-INTERFAZ TO ABE-FILE-STATUS
                   MOVE "1100-CARGAR-CAMARA" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1100-FIN-CARGAR-CAMARA.
           EXIT.

       1150-LEER-INTERFAZ.
           READ INTERFAZ
           EVALUATE FS-INTERFAZ
               WHEN "00"
                   IF INTD-ES-DETALLE
                       IF TAB-CAM-CANT LESS THAN 500
                           ADD 1 TO TAB-CAM-CANT
                           MOVE INTD-SUCURSAL
                                TO TAB-CAM-SUCURSAL (TAB-CAM-CANT)
                           MOVE INTD-FECHA
                                TO TAB-CAM-FECHA (TAB-CAM-CANT)
                       ELSE
                           DISPLAY "TABLA DE CAMARA DESBORDADA"
                           MOVE "S" TO WS-SIN-CAMARA
                           MOVE "10" TO FS-INTERFAZ
                       END-IF
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CAMARA-INTERFAZ"
               DISPLAY "FILE STATUS ERROR" FS-INTERFAZ
               MOVE "CAMARA-INTERFAZ" TO ABE-ARCHIVO
               MOVE FS-INTERFAZ TO ABE-FILE-STATUS
               MOVE "1150-LEER-INTERFAZ" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1150-FIN-LEER-INTERFAZ.
           EXIT.

      * Vale la ultima cotizacion DOL del archivo con la fecha del
      * job (una recarga del operador pisa a la anterior). Sin ella
      * solo se puede seguir si el journal no trae dolares.
       1170-BUSCAR-CAMBIO-DEL-DIA.
           OPEN INPUT COTIZACIONES
           EVALUATE FS-COTIZACIONES
               WHEN "00"
                   PERFORM 1180-LEER-COTIZACION
                      UNTIL FS-COT-EOF
                   CLOSE COTIZACIONES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR COTIZACIONES"
                   DISPLAY "FILE STATUS ERROR" FS-COTIZACIONES
                   MOVE "COTIZACIONES" TO ABE-ARCHIVO
                   MOVE FS-COTIZACIONES TO ABE-FILE-STATUS
                   MOVE "1170-BUSCAR-CAMBIO-DEL-DIA" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1170-FIN-BUSCAR-CAMBIO-DEL-DIA.
           EXIT.

       1180-LEER-COTIZACION.
           READ COTIZACIONES
           EVALUATE FS-COTIZACIONES
               WHEN "00"
                   IF COT-FECHA EQUAL WS-FECHA-PROCESO
                      AND COT-MONEDA EQUAL "DOL"
                       MOVE COT-CAMBIO TO WS-CAMBIO-DOL
                       MOVE "S" TO WS-HAY-CAMBIO
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE COTIZACIONES"
               DISPLAY "FILE STATUS ERROR" FS-COTIZACIONES
               MOVE "COTIZACIONES" TO ABE-ARCHIVO
               MOVE FS-COTIZACIONES TO ABE-FILE-STATUS
               MOVE "1180-LEER-COTIZACION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1180-FIN-LEER-COTIZACION.
           EXIT.

       1200-CARGAR-JOURNAL.
           PERFORM 1210-LEER-CONTROL.
           OPEN INPUT JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   PERFORM 1250-LEER-JOURNAL
                      UNTIL FS-JOURNAL-EOF
                   CLOSE JOURNAL
               WHEN "35"
                   DISPLAY "SIN SALDO-JOURNAL, SOLO SE MONITOREAN "
                           "CHEQUES"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR SALDO-JOURNAL"
                   DISPLAY "FILE STATUS ERROR" FS-JOURNAL
                   MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
                   MOVE FS-JOURNAL TO ABE-FILE-STATUS
                   MOVE "1200-CARGAR-JOURNAL" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1200-FIN-CARGAR-JOURNAL.
           EXIT.

      * Se toman los ciclos posteriores a los ya tomados antes de hoy:
      * si la ultima corrida fue hoy mismo se repiten sus ciclos, que
      * vuelven a dar las mismas alertas (ya registradas).
       1210-LEER-CONTROL.
           OPEN INPUT CONTROL-PLD
           EVALUATE FS-CONTROL
               WHEN "00"
                   READ CONTROL-PLD
                   IF FS-CONTROL-OK
                       IF PLC-FECHA EQUAL WS-FECHA-PROCESO
                           MOVE PLC-DESDE TO WS-CICLO-BASE
                       ELSE
                           MOVE PLC-HASTA TO WS-CICLO-BASE
                       END-IF
                   END-IF
                   CLOSE CONTROL-PLD
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR PLD-CONTROL"
                   DISPLAY "FILE STATUS ERROR" FS-CONTROL
                   MOVE "PLD-CONTROL" TO ABE-ARCHIVO
                   MOVE FS-CONTROL TO ABE-FILE-STATUS
                   MOVE "1210-LEER-CONTROL" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE WS-CICLO-BASE TO WS-CICLO-HASTA.
       1210-FIN-LEER-CONTROL.
           EXIT.

       1250-LEER-JOURNAL.
           READ JOURNAL
           EVALUATE FS-JOURNAL
               WHEN "00"
                   IF JRN-CICLO GREATER THAN WS-CICLO-BASE
                       PERFORM 1260-TOMAR-MOVIMIENTO
                   ELSE
                       ADD 1 TO WS-JRN-YA-TOMADOS
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-JOURNAL"
               DISPLAY "FILE STATUS ERROR" FS-JOURNAL
               MOVE "SALDO-JOURNAL" TO ABE-ARCHIVO
               MOVE FS-JOURNAL TO ABE-FILE-STATUS
               MOVE "1250-LEER-JOURNAL" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1250-FIN-LEER-JOURNAL.
           EXIT.

      * El validador solo admite pesos (o vacio) y dolares.
       1260-TOMAR-MOVIMIENTO.
           IF JRN-CICLO GREATER THAN WS-CICLO-HASTA
               MOVE JRN-CICLO TO WS-CICLO-HASTA
           END-IF.
           MOVE JRN-IDN TO WS-MOV-IDN.
           EVALUATE TRUE
               WHEN JRN-MONEDA NOT EQUAL "DOL"
                   ADD 1 TO WS-MOV-JOURNAL
                   MOVE JRN-MONTO TO WS-MOV-MONTO
                   PERFORM 2500-REGISTRAR-MOVIMIENTO
               WHEN HAY-CAMBIO-DEL-DIA
                   ADD 1 TO WS-MOV-JOURNAL
                   ADD 1 TO WS-JRN-DOLARES
                   COMPUTE WS-MOV-MONTO ROUNDED =
                       JRN-MONTO * WS-CAMBIO-DOL
                       ON SIZE ERROR
                       MOVE WS-MAXIMO-MOVIMIENTO TO WS-MOV-MONTO
                   END-COMPUTE
                   PERFORM 2500-REGISTRAR-MOVIMIENTO
               WHEN OTHER
                   ADD 1 TO WS-DOL-SIN-CAMBIO
           END-EVALUATE.
       1260-FIN-TOMAR-MOVIMIENTO.
           EXIT.

       1300-CARGAR-CHEQUES.
           OPEN INPUT ENTRADA
           EVALUATE FS-ENTRADA
               WHEN "00"
                   PERFORM 1350-LEER-ENTRADA
                      UNTIL FS-ENTRADA-EOF
                   CLOSE ENTRADA
               WHEN "35"
                   DISPLAY "FEC-Y-SUC AUSENTE, SIN CHEQUES DEL DIA"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR FEC-Y-SUC"
                   DISPLAY "FILE STATUS ERROR" FS-ENTRADA
                   MOVE "FEC-Y-SUC" TO ABE-ARCHIVO
                   MOVE FS-ENTRADA TO ABE-FILE-STATUS
                   MOVE "1300-CARGAR-CHEQUES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1300-FIN-CARGAR-CHEQUES.
           EXIT.

       1350-LEER-ENTRADA.
           READ ENTRADA
           EVALUATE FS-ENTRADA
               WHEN "00"
                   IF ES-REGISTRO-DETALLE
                       PERFORM 1370-TOMAR-CHEQUE
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE FEC-Y-SUC"
               DISPLAY "FILE STATUS ERROR" FS-ENTRADA
               MOVE "FEC-Y-SUC" TO ABE-ARCHIVO
               MOVE FS-ENTRADA TO ABE-FILE-STATUS
               MOVE "1350-LEER-ENTRADA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1350-FIN-LEER-ENTRADA.
           EXIT.

       1370-TOMAR-CHEQUE.
           IF SIN-CAMARA
               ADD 1 TO WS-MOV-CHEQUES
               MOVE DET-CLIENTE TO WS-MOV-IDN
               MOVE DET-IMPORTE TO WS-MOV-MONTO
               PERFORM 2500-REGISTRAR-MOVIMIENTO
           ELSE
               SET WS-IDX-CAM TO 1
               SEARCH TAB-CAM-ENTRY
                   AT END
                       ADD 1 TO WS-CHQ-SIN-CAMARA
                   WHEN TAB-CAM-SUCURSAL (WS-IDX-CAM)
                        EQUAL DET-NRO-SUCURSAL
                    AND TAB-CAM-FECHA (WS-IDX-CAM) EQUAL DET-FECHA
                    AND WS-IDX-CAM NOT GREATER TAB-CAM-CANT
                       ADD 1 TO WS-MOV-CHEQUES
                       MOVE DET-CLIENTE TO WS-MOV-IDN
                       MOVE DET-IMPORTE TO WS-MOV-MONTO
                       PERFORM 2500-REGISTRAR-MOVIMIENTO
               END-SEARCH
           END-IF.
       1370-FIN-TOMAR-CHEQUE.
           EXIT.

      * Nombre, sucursal y estado de los clientes que se movieron.
      * Un IDN que no esta en el maestro se monitorea igual.
       1400-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   PERFORM 1450-LEER-CLIENTE
                      UNTIL FS-CLIENTES-EOF
                   CLOSE CLIENTES
               WHEN "35"
                   DISPLAY "CLIENTES AUSENTE, ALERTAS SIN NOMBRE"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CLIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-CLIENTES
                   MOVE "CLIENTES" TO ABE-ARCHIVO
                   MOVE FS-CLIENTES TO ABE-FILE-STATUS
                   MOVE "1400-CARGAR-CLIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1400-FIN-CARGAR-CLIENTES.
           EXIT.

       1450-LEER-CLIENTE.
           READ CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   IF TRAILER-ID-A EQUAL "*TOTAL*"
                       MOVE "10" TO FS-CLIENTES
                   ELSE
                       PERFORM 1470-COMPLETAR-CLIENTE
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES"
               DISPLAY "FILE STATUS ERROR" FS-CLIENTES
               MOVE "CLIENTES" TO ABE-ARCHIVO
               MOVE FS-CLIENTES TO ABE-FILE-STATUS
               MOVE "1450-LEER-CLIENTE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1450-FIN-LEER-CLIENTE.
           EXIT.

       1470-COMPLETAR-CLIENTE.
           SET WS-IDX-ACT TO 1.
           SEARCH TAB-ACT-ENTRY
               AT END
                   CONTINUE
               WHEN TAB-ACT-IDN (WS-IDX-ACT) EQUAL IDN
                AND WS-IDX-ACT NOT GREATER TAB-ACT-CANT
                   MOVE APELLIDO     TO TAB-ACT-APELLIDO (WS-IDX-ACT)
                   MOVE NOMBRE       TO TAB-ACT-NOMBRE (WS-IDX-ACT)
                   MOVE CLI-SUCURSAL TO TAB-ACT-SUCURSAL (WS-IDX-ACT)
                   MOVE CLI-ESTADO   TO TAB-ACT-ESTADO (WS-IDX-ACT)
           END-SEARCH.
       1470-FIN-COMPLETAR-CLIENTE.
           EXIT.

       1500-ABERTURA-DE-ARCHIVOS.
      * Sin historia no se puede medir lo habitual ni la antiguedad:
      * quedan solo las reglas de umbral, fraccionamiento e inactiva.
           OPEN INPUT HISTORIA
           EVALUATE FS-HISTORIA
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-HISTORIA
               DISPLAY "SIN APAREO-HISTORIA, SIN REGLAS DE VOLUMEN "
                       "NI DE CUENTA NUEVA"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR APAREO-HISTORIA"
               DISPLAY "FILE STATUS ERROR" FS-HISTORIA
               MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
               MOVE FS-HISTORIA TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN I-O FRACCIONES
           EVALUATE FS-FRACCIONES
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT FRACCIONES
               EVALUATE FS-FRACCIONES
                   WHEN "00"
                   CLOSE FRACCIONES
                   OPEN I-O FRACCIONES
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR PLD-FRACCIONES"
                   DISPLAY "FILE STATUS ERROR" FS-FRACCIONES
                   MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
                   MOVE FS-FRACCIONES TO ABE-FILE-STATUS
                   MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR PLD-FRACCIONES"
               DISPLAY "FILE STATUS ERROR" FS-FRACCIONES
               MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
               MOVE FS-FRACCIONES TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN I-O ALERTAS
           EVALUATE FS-ALERTAS
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT ALERTAS
               EVALUATE FS-ALERTAS
                   WHEN "00"
                   CLOSE ALERTAS
                   OPEN I-O ALERTAS
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR ALERTAS-PLD"
                   DISPLAY "FILE STATUS ERROR" FS-ALERTAS
                   MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
                   MOVE FS-ALERTAS TO ABE-FILE-STATUS
                   MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ALERTAS-PLD"
               DISPLAY "FILE STATUS ERROR" FS-ALERTAS
               MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
               MOVE FS-ALERTAS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               MOVE WS-FECHA-PROCESO TO TIT-FECHA
               WRITE LINEA-REPORTE FROM LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-REGLAS
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
               WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ALERTAS-PLD-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "ALERTAS-PLD-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * Lo anterior a la ventana de fraccionamiento ya no suma.
       1600-DEPURAR-FRACCIONES.
           MOVE LOW-VALUES TO FRA-CLAVE.
           START FRACCIONES KEY IS NOT LESS THAN FRA-CLAVE
           EVALUATE FS-FRACCIONES
               WHEN "00"
                   PERFORM 1650-LEER-FRACCION
                   PERFORM 1670-DEPURAR-FRACCION
                      UNTIL FS-FRACCIONES-EOF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN START DE PLD-FRACCIONES"
                   DISPLAY "FILE STATUS ERROR" FS-FRACCIONES
                   MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
                   MOVE FS-FRACCIONES TO ABE-FILE-STATUS
                   MOVE "1600-DEPURAR-FRACCIONES" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1600-FIN-DEPURAR-FRACCIONES.
           EXIT.

       1650-LEER-FRACCION.
           READ FRACCIONES NEXT RECORD
           EVALUATE FS-FRACCIONES
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE PLD-FRACCIONES"
               DISPLAY "FILE STATUS ERROR" FS-FRACCIONES
               MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
               MOVE FS-FRACCIONES TO ABE-FILE-STATUS
               MOVE "1650-LEER-FRACCION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1650-FIN-LEER-FRACCION.
           EXIT.

       1670-DEPURAR-FRACCION.
           IF FRA-FECHA LESS THAN WS-DESDE-FRACCION
               DELETE FRACCIONES RECORD
               EVALUATE FS-FRACCIONES
                   WHEN "00"
                       ADD 1 TO WS-FRA-DEPURADAS
                   WHEN OTHER
                       DISPLAY "ERROR AL BORRAR EN PLD-FRACCIONES"
                       DISPLAY "FILE STATUS ERROR" FS-FRACCIONES
                       MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
                       MOVE FS-FRACCIONES TO ABE-FILE-STATUS
                       MOVE "1670-DEPURAR-FRACCION" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
           PERFORM 1650-LEER-FRACCION.
       1670-FIN-DEPURAR-FRACCION.
           EXIT.

      * Acumula un movimiento del dia en la linea del cliente. Lo que
      * llega al umbral se cuenta aparte; lo que cae en la banda justo
      * por debajo es candidato a fraccionamiento.
       2500-REGISTRAR-MOVIMIENTO.
           SET WS-IDX-ACT TO 1.
           SEARCH TAB-ACT-ENTRY
               AT END
                   PERFORM 2550-AGREGAR-CLIENTE
               WHEN TAB-ACT-IDN (WS-IDX-ACT) EQUAL WS-MOV-IDN
                AND WS-IDX-ACT NOT GREATER TAB-ACT-CANT
                   CONTINUE
           END-SEARCH.
           IF WS-IDX-ACT NOT GREATER TAB-ACT-CANT
               ADD 1 TO TAB-ACT-MOVIMIENTOS (WS-IDX-ACT)
               ADD WS-MOV-MONTO TO TAB-ACT-VOLUMEN (WS-IDX-ACT)
               IF WS-MOV-MONTO GREATER THAN TAB-ACT-MAXIMO (WS-IDX-ACT)
                   MOVE WS-MOV-MONTO TO TAB-ACT-MAXIMO (WS-IDX-ACT)
               END-IF
               EVALUATE TRUE
                   WHEN WS-MOV-MONTO NOT LESS THAN WS-UMBRAL
                       ADD 1 TO TAB-ACT-CANT-UMBRAL (WS-IDX-ACT)
                   WHEN WS-MOV-MONTO NOT LESS THAN WS-BANDA-DESDE
                       ADD 1 TO TAB-ACT-CANT-FRACCION (WS-IDX-ACT)
                       ADD WS-MOV-MONTO
                           TO TAB-ACT-MONTO-FRACCION (WS-IDX-ACT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       2500-FIN-REGISTRAR-MOVIMIENTO.
           EXIT.

       2550-AGREGAR-CLIENTE.
           IF TAB-ACT-CANT LESS THAN 5000
               ADD 1 TO TAB-ACT-CANT
               SET WS-IDX-ACT TO TAB-ACT-CANT
               MOVE WS-MOV-IDN TO TAB-ACT-IDN (WS-IDX-ACT)
               MOVE "SIN DATOS" TO TAB-ACT-APELLIDO (WS-IDX-ACT)
               MOVE SPACES     TO TAB-ACT-NOMBRE (WS-IDX-ACT)
               MOVE ZERO       TO TAB-ACT-SUCURSAL (WS-IDX-ACT)
               MOVE SPACE      TO TAB-ACT-ESTADO (WS-IDX-ACT)
               MOVE ZERO       TO TAB-ACT-MOVIMIENTOS (WS-IDX-ACT)
               MOVE ZERO       TO TAB-ACT-VOLUMEN (WS-IDX-ACT)
               MOVE ZERO       TO TAB-ACT-MAXIMO (WS-IDX-ACT)
               MOVE ZERO       TO TAB-ACT-CANT-UMBRAL (WS-IDX-ACT)
               MOVE ZERO       TO TAB-ACT-CANT-FRACCION (WS-IDX-ACT)
               MOVE ZERO       TO TAB-ACT-MONTO-FRACCION (WS-IDX-ACT)
           ELSE
               DISPLAY "TABLA DE ACTIVIDAD DESBORDADA"
               DISPLAY "MOVIMIENTO NO MONITOREADO: " WS-MOV-IDN
               ADD 1 TO WS-NO-MONITOREADOS
               SET WS-IDX-ACT TO 5001
           END-IF.
       2550-FIN-AGREGAR-CLIENTE.
           EXIT.

      * Cada cliente con actividad pasa por todas las reglas; puede
      * levantar mas de una alerta el mismo dia.
       3000-PROCESO.
           PERFORM 3100-REGLA-UMBRAL.
           PERFORM 3200-REGLA-FRACCIONAMIENTO.
           IF NOT SIN-HISTORIA
               PERFORM 3300-REGLA-HISTORIA
           END-IF.
           PERFORM 3400-REGLA-INACTIVA.
       3000-FIN-PROCESO.
           EXIT.

       3100-REGLA-UMBRAL.
           IF TAB-ACT-CANT-UMBRAL (WS-IDX-ACT) GREATER THAN ZERO
               MOVE "U" TO WS-ALE-REGLA
               MOVE TAB-ACT-MAXIMO (WS-IDX-ACT) TO WS-ALE-MONTO
               MOVE WS-UMBRAL TO WS-ALE-REFERENCIA
               MOVE TAB-ACT-CANT-UMBRAL (WS-IDX-ACT)
                    TO WS-ALE-CANTIDAD
               PERFORM 3800-GRABAR-ALERTA
           END-IF.
       3100-FIN-REGLA-UMBRAL.
           EXIT.

      * Los movimientos en la banda de hoy se guardan por dia; si en
      * la ventana son bastantes y juntos llegan al umbral, es
      * fraccionamiento. Se mira solo cuando hoy hubo alguno.
       3200-REGLA-FRACCIONAMIENTO.
           IF TAB-ACT-CANT-FRACCION (WS-IDX-ACT) GREATER THAN ZERO
               PERFORM 3210-GRABAR-FRACCION
               PERFORM 3230-SUMAR-VENTANA
               IF WS-VENTANA-CANT NOT LESS THAN WS-FRACCION-CANT
                  AND WS-VENTANA-MONTO NOT LESS THAN WS-UMBRAL
                   MOVE "F" TO WS-ALE-REGLA
                   MOVE WS-VENTANA-MONTO TO WS-ALE-MONTO
                   MOVE WS-UMBRAL TO WS-ALE-REFERENCIA
                   MOVE WS-VENTANA-CANT TO WS-ALE-CANTIDAD
                   PERFORM 3800-GRABAR-ALERTA
               END-IF
           END-IF.
       3200-FIN-REGLA-FRACCIONAMIENTO.
           EXIT.

      * En una recorrida del mismo dia el registro de hoy se pisa con
      * lo recalculado, no se suma dos veces.
       3210-GRABAR-FRACCION.
           MOVE TAB-ACT-IDN (WS-IDX-ACT) TO FRA-IDN.
           MOVE WS-FECHA-PROCESO TO FRA-FECHA.
           MOVE TAB-ACT-CANT-FRACCION (WS-IDX-ACT) TO FRA-CANTIDAD.
           MOVE TAB-ACT-MONTO-FRACCION (WS-IDX-ACT) TO FRA-MONTO.
           WRITE REGISTRO-FRACCION
           EVALUATE FS-FRACCIONES
               WHEN "00"
                   CONTINUE
               WHEN "22"
                   REWRITE REGISTRO-FRACCION
                   IF NOT FS-FRACCIONES-OK
                       DISPLAY "ERROR AL REGRABAR PLD-FRACCIONES"
                       DISPLAY "FILE STATUS ERROR" FS-FRACCIONES
                       MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
                       MOVE FS-FRACCIONES TO ABE-FILE-STATUS
                       MOVE "3210-GRABAR-FRACCION" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR PLD-FRACCIONES"
                   DISPLAY "FILE STATUS ERROR" FS-FRACCIONES
                   MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
                   MOVE FS-FRACCIONES TO ABE-FILE-STATUS
                   MOVE "3210-GRABAR-FRACCION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3210-FIN-GRABAR-FRACCION.
           EXIT.

       3230-SUMAR-VENTANA.
           MOVE ZERO TO WS-VENTANA-CANT.
           MOVE ZERO TO WS-VENTANA-MONTO.
           MOVE TAB-ACT-IDN (WS-IDX-ACT) TO FRA-IDN.
           MOVE WS-DESDE-FRACCION TO FRA-FECHA.
           START FRACCIONES KEY IS NOT LESS THAN FRA-CLAVE
           EVALUATE FS-FRACCIONES
               WHEN "00"
                   PERFORM 1650-LEER-FRACCION
                   PERFORM 3240-SUMAR-FRACCION
                      UNTIL FS-FRACCIONES-EOF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN START DE PLD-FRACCIONES"
                   DISPLAY "FILE STATUS ERROR" FS-FRACCIONES
                   MOVE "PLD-FRACCIONES" TO ABE-ARCHIVO
                   MOVE FS-FRACCIONES TO ABE-FILE-STATUS
                   MOVE "3230-SUMAR-VENTANA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3230-FIN-SUMAR-VENTANA.
           EXIT.

       3240-SUMAR-FRACCION.
           IF FRA-IDN NOT EQUAL TAB-ACT-IDN (WS-IDX-ACT)
              OR FRA-FECHA GREATER THAN WS-FECHA-PROCESO
               MOVE "10" TO FS-FRACCIONES
           ELSE
               ADD FRA-CANTIDAD TO WS-VENTANA-CANT
               ADD FRA-MONTO TO WS-VENTANA-MONTO
               PERFORM 1650-LEER-FRACCION
           END-IF.
       3240-FIN-SUMAR-FRACCION.
           EXIT.

      * Cuenta nueva: el primer saldo historico del cliente es de los
      * ultimos PLD-NUEVA-DIAS (o no tiene historia). Si no es nueva,
      * el volumen del dia se compara con la variacion diaria promedio
      * de su saldo en pesos en los ultimos PLD-HISTORIA-DIAS.
       3300-REGLA-HISTORIA.
           PERFORM 3310-PRIMERA-FECHA.
           IF WS-PRIMERA-FECHA EQUAL ZERO
              OR WS-PRIMERA-FECHA GREATER THAN WS-DESDE-NUEVA
               IF TAB-ACT-VOLUMEN (WS-IDX-ACT)
                  NOT LESS THAN WS-VOLUMEN-MINIMO
                   MOVE "N" TO WS-ALE-REGLA
                   MOVE TAB-ACT-VOLUMEN (WS-IDX-ACT) TO WS-ALE-MONTO
                   MOVE WS-VOLUMEN-MINIMO TO WS-ALE-REFERENCIA
                   MOVE TAB-ACT-MOVIMIENTOS (WS-IDX-ACT)
                        TO WS-ALE-CANTIDAD
                   PERFORM 3800-GRABAR-ALERTA
               END-IF
           ELSE
               PERFORM 3330-PROMEDIO-HISTORIA
               IF WS-DIAS-VARIACION NOT LESS THAN WS-HISTORIA-MINIMA
                  AND TAB-ACT-VOLUMEN (WS-IDX-ACT)
                      NOT LESS THAN WS-VOLUMEN-MINIMO
                   COMPUTE WS-LIMITE-VOLUMEN =
                       WS-PROMEDIO * WS-VOLUMEN-VECES
                   IF TAB-ACT-VOLUMEN (WS-IDX-ACT)
                      GREATER THAN WS-LIMITE-VOLUMEN
                       MOVE "V" TO WS-ALE-REGLA
                       MOVE TAB-ACT-VOLUMEN (WS-IDX-ACT)
                            TO WS-ALE-MONTO
                       MOVE WS-PROMEDIO TO WS-ALE-REFERENCIA
                       MOVE TAB-ACT-MOVIMIENTOS (WS-IDX-ACT)
                            TO WS-ALE-CANTIDAD
                       PERFORM 3800-GRABAR-ALERTA
                   END-IF
               END-IF
           END-IF.
       3300-FIN-REGLA-HISTORIA.
           EXIT.

       3310-PRIMERA-FECHA.
           MOVE ZERO TO WS-PRIMERA-FECHA.
           MOVE TAB-ACT-IDN (WS-IDX-ACT) TO HIST-IDN.
           MOVE ZERO TO HIST-FECHA.
           MOVE LOW-VALUES TO HIST-MONEDA.
           START HISTORIA KEY IS NOT LESS THAN HIST-CLAVE
           EVALUATE FS-HISTORIA
               WHEN "00"
                   PERFORM 3350-LEER-HISTORIA
                   IF FS-HISTORIA-OK
                      AND HIST-IDN EQUAL TAB-ACT-IDN (WS-IDX-ACT)
                       MOVE HIST-FECHA TO WS-PRIMERA-FECHA
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN START DE APAREO-HISTORIA"
                   DISPLAY "FILE STATUS ERROR" FS-HISTORIA
                   MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
                   MOVE FS-HISTORIA TO ABE-FILE-STATUS
                   MOVE "3310-PRIMERA-FECHA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3310-FIN-PRIMERA-FECHA.
           EXIT.

       3330-PROMEDIO-HISTORIA.
           MOVE ZERO TO WS-SUMA-VARIACION.
           MOVE ZERO TO WS-DIAS-VARIACION.
           MOVE ZERO TO WS-PROMEDIO.
           MOVE "N"  TO WS-HAY-ANTERIOR.
           MOVE TAB-ACT-IDN (WS-IDX-ACT) TO HIST-IDN.
           MOVE WS-DESDE-HISTORIA TO HIST-FECHA.
           MOVE LOW-VALUES TO HIST-MONEDA.
           START HISTORIA KEY IS NOT LESS THAN HIST-CLAVE
           EVALUATE FS-HISTORIA
               WHEN "00"
                   PERFORM 3350-LEER-HISTORIA
                   PERFORM 3340-VARIACION-DIARIA
                      UNTIL FS-HISTORIA-EOF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN START DE APAREO-HISTORIA"
                   DISPLAY "FILE STATUS ERROR" FS-HISTORIA
                   MOVE "APAREO-HISTORIA" TO ABE-ARCHIVO
                   MOVE FS-HISTORIA TO ABE-FILE-STATUS
                   MOVE "3330-PROMEDIO-HISTORIA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF WS-DIAS-VARIACION GREATER THAN ZERO
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-SUMA-VARIACION / WS-DIAS-VARIACION
           END-IF.
       3330-FIN-PROMEDIO-HISTORIA.
           EXIT.

      * Solo la linea en pesos y solo dias anteriores al de proceso
      * (HistoriaApareo ya puede haber grabado el de hoy).
       3340-VARIACION-DIARIA.
           IF HIST-IDN NOT EQUAL TAB-ACT-IDN (WS-IDX-ACT)
              OR HIST-FECHA NOT LESS THAN WS-FECHA-PROCESO
               MOVE "10" TO FS-HISTORIA
           ELSE
               IF HIST-MONEDA EQUAL "PES" OR HIST-MONEDA EQUAL SPACES
                   IF HAY-SALDO-ANTERIOR
                       COMPUTE WS-VARIACION =
                           HIST-SALDOS - WS-SALDO-ANTERIOR
                       IF WS-VARIACION LESS THAN ZERO
                           COMPUTE WS-VARIACION = WS-VARIACION * -1
                       END-IF
                       ADD WS-VARIACION TO WS-SUMA-VARIACION
                       ADD 1 TO WS-DIAS-VARIACION
                   END-IF
                   MOVE HIST-SALDOS TO WS-SALDO-ANTERIOR
                   MOVE "S" TO WS-HAY-ANTERIOR
               END-IF
               PERFORM 3350-LEER-HISTORIA
           END-IF.
       3340-FIN-VARIACION-DIARIA.
           EXIT.

       3350-LEER-HISTORIA.
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
               MOVE "3350-LEER-HISTORIA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       3350-FIN-LEER-HISTORIA.
           EXIT.

      * Movimiento en una cuenta inactiva (estado I que deja
      * CuentasInactivas) o cerrada (estado C que deja CierreCuentas).
       3400-REGLA-INACTIVA.
           IF TAB-ACT-ESTADO (WS-IDX-ACT) EQUAL "I"
              OR TAB-ACT-ESTADO (WS-IDX-ACT) EQUAL "C"
               MOVE "I" TO WS-ALE-REGLA
               MOVE TAB-ACT-VOLUMEN (WS-IDX-ACT) TO WS-ALE-MONTO
               MOVE ZERO TO WS-ALE-REFERENCIA
               MOVE TAB-ACT-MOVIMIENTOS (WS-IDX-ACT)
                    TO WS-ALE-CANTIDAD
               PERFORM 3800-GRABAR-ALERTA
           END-IF.
       3400-FIN-REGLA-INACTIVA.
           EXIT.

      * Una alerta del mismo dia, cliente y regla ya grabada (job
      * recorrido) se deja como esta, con la disposicion que tenga.
       3800-GRABAR-ALERTA.
           MOVE WS-FECHA-PROCESO TO ALE-FECHA.
           MOVE TAB-ACT-IDN (WS-IDX-ACT) TO ALE-IDN.
           MOVE WS-ALE-REGLA TO ALE-REGLA.
           MOVE TAB-ACT-SUCURSAL (WS-IDX-ACT) TO ALE-SUCURSAL.
           MOVE TAB-ACT-APELLIDO (WS-IDX-ACT) TO ALE-APELLIDO.
           MOVE TAB-ACT-NOMBRE (WS-IDX-ACT) TO ALE-NOMBRE.
           MOVE WS-ALE-MONTO TO ALE-MONTO.
           MOVE WS-ALE-REFERENCIA TO ALE-REFERENCIA.
           MOVE WS-ALE-CANTIDAD TO ALE-CANTIDAD.
           MOVE "A" TO ALE-ESTADO.
           MOVE ZERO TO ALE-FECHA-DISPOSICION.
           MOVE SPACES TO ALE-OPERADOR.
           MOVE SPACES TO ALE-OBSERVACION.
           WRITE REGISTRO-ALERTA
           EVALUATE FS-ALERTAS
               WHEN "00"
                   ADD 1 TO WS-NUEVAS
                   EVALUATE WS-ALE-REGLA
                       WHEN "U"
                           ADD 1 TO WS-NUEVAS-U
                       WHEN "F"
                           ADD 1 TO WS-NUEVAS-F
                       WHEN "V"
                           ADD 1 TO WS-NUEVAS-V
                       WHEN "I"
                           ADD 1 TO WS-NUEVAS-I
                       WHEN OTHER
                           ADD 1 TO WS-NUEVAS-N
                   END-EVALUATE
               WHEN "22"
                   ADD 1 TO WS-YA-REGISTRADAS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ALERTAS-PLD"
                   DISPLAY "FILE STATUS ERROR" FS-ALERTAS
                   MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
                   MOVE FS-ALERTAS TO ABE-FILE-STATUS
                   MOVE "3800-GRABAR-ALERTA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3800-FIN-GRABAR-ALERTA.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF NOT SIN-HISTORIA
               CLOSE HISTORIA
           END-IF
           CLOSE FRACCIONES
           CLOSE ALERTAS
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

      * Con las alertas ya grabadas quedan los ciclos tomados, para la
      * proxima corrida y para ValidadorSaldo.
       4500-GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-PLD
           EVALUATE FS-CONTROL
               WHEN "00"
                   MOVE WS-FECHA-PROCESO TO PLC-FECHA
                   MOVE WS-CICLO-BASE    TO PLC-DESDE
                   MOVE WS-CICLO-HASTA   TO PLC-HASTA
                   WRITE REGISTRO-CONTROL
                   IF NOT FS-CONTROL-OK
                       DISPLAY "ERROR AL GRABAR PLD-CONTROL"
                       DISPLAY "FILE STATUS ERROR" FS-CONTROL
                       MOVE "PLD-CONTROL" TO ABE-ARCHIVO
                       MOVE FS-CONTROL TO ABE-FILE-STATUS
                       MOVE "4500-GRABAR-CONTROL" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
                   END-IF
                   CLOSE CONTROL-PLD
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR PLD-CONTROL"
                   DISPLAY "FILE STATUS ERROR" FS-CONTROL
                   MOVE "PLD-CONTROL" TO ABE-ARCHIVO
                   MOVE FS-CONTROL TO ABE-FILE-STATUS
                   MOVE "4500-GRABAR-CONTROL" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       4500-FIN-GRABAR-CONTROL.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "CICLOS DEL JOURNAL       : " WS-CICLO-BASE
                   " (EXCLUIDO) A " WS-CICLO-HASTA.
           DISPLAY "MOVIMIENTOS DEL JOURNAL  : " WS-MOV-JOURNAL.
           DISPLAY "  EN DOLARES, A PESOS    : " WS-JRN-DOLARES.
           DISPLAY "JOURNAL YA MONITOREADO   : " WS-JRN-YA-TOMADOS.
           DISPLAY "CHEQUES MONITOREADOS     : " WS-MOV-CHEQUES.
           DISPLAY "CHEQUES FUERA DE CAMARA  : " WS-CHQ-SIN-CAMARA.
           DISPLAY "MOVIMIENTOS SIN MONITOREO: " WS-NO-MONITOREADOS.
           DISPLAY "CLIENTES CON ACTIVIDAD   : " TAB-ACT-CANT.
           DISPLAY "FRACCIONES DEPURADAS     : " WS-FRA-DEPURADAS.
           DISPLAY "ALERTAS NUEVAS           : " WS-NUEVAS.
           DISPLAY "  UMBRAL                 : " WS-NUEVAS-U.
           DISPLAY "  FRACCIONAMIENTO        : " WS-NUEVAS-F.
           DISPLAY "  VOLUMEN                : " WS-NUEVAS-V.
           DISPLAY "  CUENTA INACTIVA        : " WS-NUEVAS-I.
           DISPLAY "  CUENTA NUEVA           : " WS-NUEVAS-N.
           DISPLAY "ALERTAS YA REGISTRADAS   : " WS-YA-REGISTRADAS.
           DISPLAY "CASOS ABIERTOS           : " WS-CASOS-ABIERTOS.
           DISPLAY "CASOS ESCALADOS          : " WS-CASOS-ESCALADOS.
       5000-FIN-MOSTRAR-RESUMEN.
           EXIT.

      * Reporte de casos: todas las alertas abiertas o escaladas, de
      * cualquier fecha, con los dias que llevan sin resolver.
       6000-REPORTE-CASOS.
           MOVE LOW-VALUES TO ALE-CLAVE.
           START ALERTAS KEY IS NOT LESS THAN ALE-CLAVE
           EVALUATE FS-ALERTAS
               WHEN "00"
                   PERFORM 6100-LEER-ALERTA
                   PERFORM 6200-LISTAR-ALERTA
                      UNTIL FS-ALERTAS-EOF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN START DE ALERTAS-PLD"
                   DISPLAY "FILE STATUS ERROR" FS-ALERTAS
                   MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
                   MOVE FS-ALERTAS TO ABE-FILE-STATUS
                   MOVE "6000-REPORTE-CASOS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           IF WS-CASOS-ABIERTOS EQUAL ZERO
              AND WS-CASOS-ESCALADOS EQUAL ZERO
               WRITE LINEA-REPORTE FROM LINEA-SIN-CASOS
           END-IF.
           MOVE WS-CASOS-ABIERTOS  TO TOT-ABIERTAS.
           MOVE WS-CASOS-ESCALADOS TO TOT-ESCALADAS.
           MOVE WS-NUEVAS          TO TOT-NUEVAS.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
       6000-FIN-REPORTE-CASOS.
           EXIT.

       6100-LEER-ALERTA.
           READ ALERTAS NEXT RECORD
           EVALUATE FS-ALERTAS
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ALERTAS-PLD"
               DISPLAY "FILE STATUS ERROR" FS-ALERTAS
               MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
               MOVE FS-ALERTAS TO ABE-FILE-STATUS
               MOVE "6100-LEER-ALERTA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       6100-FIN-LEER-ALERTA.
           EXIT.

       6200-LISTAR-ALERTA.
           IF ALE-EN-CURSO
               IF ALE-ABIERTA
                   ADD 1 TO WS-CASOS-ABIERTOS
               ELSE
                   ADD 1 TO WS-CASOS-ESCALADOS
               END-IF
               COMPUTE WS-DIAS-ABIERTA = WS-DIA-PROCESO
                   - FUNCTION INTEGER-OF-DATE (ALE-FECHA)
               MOVE ALE-FECHA      TO DET-ALE-FECHA
               MOVE ALE-IDN        TO DET-ALE-IDN
               MOVE ALE-APELLIDO   TO DET-ALE-APELLIDO
               MOVE ALE-SUCURSAL   TO DET-ALE-SUCURSAL
               MOVE ALE-REGLA      TO DET-ALE-REGLA
               MOVE ALE-MONTO      TO DET-ALE-MONTO
               MOVE ALE-REFERENCIA TO DET-ALE-REFER
               MOVE ALE-CANTIDAD   TO DET-ALE-CANT
               MOVE ALE-ESTADO     TO DET-ALE-ESTADO
               MOVE WS-DIAS-ABIERTA TO DET-ALE-DIAS
               WRITE LINEA-REPORTE FROM LINEA-DETALLE
               IF NOT FS-REPORTE-OK
                   DISPLAY "ERROR AL GRABAR ALERTAS-PLD-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
                   MOVE "ALERTAS-PLD-REPORTE" TO ABE-ARCHIVO
                   MOVE FS-REPORTE TO ABE-FILE-STATUS
                   MOVE "6200-LISTAR-ALERTA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
           END-IF.
           PERFORM 6100-LEER-ALERTA.
       6200-FIN-LISTAR-ALERTA.
           EXIT.

      * Verificacion de entregas: antes de leer el journal el paso lo
      * cuenta y compara fecha de proceso, cantidad de registros y
      * suma de importes con lo que registro ValidadorSaldo en el
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
           OPEN INPUT JOURNAL.
           EVALUATE FS-JOURNAL
               WHEN "00"
                   PERFORM 8730-LEER-JOURNAL UNTIL FIN-ENTREGA
                   CLOSE JOURNAL
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
           READ JOURNAL
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
               MOVE "MONITOREOPLD"  TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-MOV-IDN      TO ERR-ULTIMA-CLAVE
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

       END PROGRAM MonitoreoPLD.
