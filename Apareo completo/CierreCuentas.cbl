      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierreCuentas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Pedidos de baja que MantenimientoClientes dejo en estado P.
       SELECT CIERRES ASSIGN TO "CIERRES-CUENTA"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIE-IDN
       FILE STATUS IS FS-CIERRES.

       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

      * Misma auditoria acumulativa del mantenimiento de clientes.
       SELECT AUDITORIA ASSIGN TO "CLIENTES-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

      * Posicion de la noche (PosicionClientes corre antes): se vuelve
      * a controlar porque desde el pedido pudo entrar movimiento.
       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS POS-CLAVE
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

       SELECT EMBARGOS ASSIGN TO "EMBARGOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EMB-CLAVE
       FILE STATUS IS FS-EMBARGOS.

       SELECT RECLAMOS ASSIGN TO "RECLAMOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS FS-RECLAMOS.

      * Chequeras del cliente: las vigentes se anulan en el cierre.
       SELECT CHEQUERAS ASSIGN TO "CHEQUERAS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CHQ-CLAVE
       FILE STATUS IS FS-CHEQUERAS.

      * Ordenes de no pagar: se copian sin las de los clientes
      * cerrados; el job renombra CHEQUES-FRENO-NUEVO sobre
      * CHEQUES-FRENO, igual que SALDO-SUSPENSO.
       SELECT FRENOS ASSIGN TO "CHEQUES-FRENO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FRENOS.

       SELECT FRENOS-NUEVO ASSIGN TO "CHEQUES-FRENO-NUEVO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FRENOS-NUEVO.

      * El saldo residual en pesos se paga con un debito al cliente
      * y un credito a la cuenta de pago, para el proximo ciclo
      * incremental de ValidadorSaldo.
       SELECT SALDO-MOVIMIENTOS ASSIGN TO "SALDO-MOVIMIENTOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-MOVIMIENTOS.

       SELECT CLIENTES-DATOS ASSIGN TO "CLIENTES-DATOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CDAT-IDN
       FILE STATUS IS FS-DATOS.

      * Extracto final de cada cuenta cerrada, para enviar al cliente.
       SELECT EXTRACTO ASSIGN TO "EXTRACTO-CIERRE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-EXTRACTO.

       SELECT REPORTE ASSIGN TO "CIERRES-REPORTE"
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

      * CIE-ESTADO: P pedido, C cerrada. CIE-MOTIVO es la ultima
      * razon por la que se retuvo el pedido.
       FD  CIERRES.

       01  REGISTRO-CIERRE.
           03  CIE-IDN              PIC 9(7).
           03  CIE-ESTADO           PIC X(01).
               88 CIE-PEDIDO        VALUE 'P'.
               88 CIE-CERRADA       VALUE 'C'.
           03  CIE-FECHA-PEDIDO     PIC 9(8).
           03  CIE-OPERADOR         PIC X(8).
           03  CIE-FECHA-INTENTO    PIC 9(8).
           03  CIE-MOTIVO           PIC X(20).
           03  CIE-FECHA-CIERRE     PIC 9(8).
           03  CIE-CUENTA-PAGO      PIC 9(7).
           03  CIE-MONTO-PAGADO     PIC 9(9)V99.
           03  CIE-CHEQUERAS        PIC 9(3).
           03  CIE-FRENOS           PIC 9(3).

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-NOMBRE-ANT   PIC X(10).
               05  AUD-APELLIDO-ANT PIC X(10).
               05  AUD-SUCURSAL-ANT PIC 9(2).
               05  AUD-ESTADO-ANT   PIC X(01).
               05  AUD-LIMITE-ANT   PIC 9(9)V99.
           03  AUD-IMAGEN-NUEVA.
               05  AUD-NOMBRE-NVO   PIC X(10).
               05  AUD-APELLIDO-NVO PIC X(10).
               05  AUD-SUCURSAL-NVO PIC 9(2).
               05  AUD-ESTADO-NVO   PIC X(01).
               05  AUD-LIMITE-NVO   PIC 9(9)V99.
           03  AUD-OPERADOR-CARGA   PIC X(8).

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

       FD  EMBARGOS.

       01  REGISTRO-EMBARGO.
           03  EMB-CLAVE.
               05  EMB-IDN          PIC 9(7).
               05  EMB-MONEDA       PIC X(3).
           03  EMB-OFICIO           PIC X(15).
           03  EMB-MONTO            PIC 9(9)V99.
           03  EMB-FECHA-TRABA      PIC 9(8).
           03  EMB-FECHA-LEVANTAMIENTO PIC 9(8).

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

       FD  CHEQUERAS.

       01  REGISTRO-CHEQUERA.
           03  CHQ-CLAVE.
               05  CHQ-IDN         PIC 9(7).
               05  CHQ-DESDE       PIC 9(8).
           03  CHQ-HASTA           PIC 9(8).
           03  CHQ-FECHA-EMISION   PIC 9(8).
           03  CHQ-ESTADO          PIC X(01).
               88 CHQ-VIGENTE      VALUE 'A'.
               88 CHQ-ANULADA      VALUE 'N'.
           03  CHQ-FECHA-ANULACION PIC 9(8).

       FD  FRENOS.

       01  REGISTRO-FRENO.
           03  FRE-CLIENTE         PIC 9(7).
           03  FRE-NRO-CHEQUE      PIC 9(8).
           03  FRE-FECHA-ORDEN     PIC 9(8).

       FD  FRENOS-NUEVO.

       01  REGISTRO-FRENO-NUEVO    PIC X(23).

       FD  SALDO-MOVIMIENTOS.

       01  REGISTRO-MOVIMIENTO.
           03  MOV-IDN         PIC 9(7).
           03  MOV-TIPO        PIC X(01).
               88 MOV-DEBITO     VALUE 'D'.
               88 MOV-CREDITO    VALUE 'C'.
           03  MOV-MONTO       PIC 9(9)V99.
           03  MOV-MONEDA      PIC X(3).

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

       FD  EXTRACTO.

       01  LINEA-EXTRACTO       PIC X(80).

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

       01  FS-CIERRES           PIC X(2).
           88 FS-CIERRES-OK     VALUE "00".
           88 FS-CIERRES-EOF    VALUE "10".

       01  FS-IDX               PIC X(2).
           88 FS-IDX-OK         VALUE "00".

       01  FS-AUDITORIA         PIC X(2).
           88 FS-AUDITORIA-OK   VALUE "00".

       01  FS-POSICION          PIC X(2).
           88 FS-POSICION-OK    VALUE "00".
           88 FS-POSICION-EOF   VALUE "10".

       01  FS-EMBARGOS          PIC X(2).
           88 FS-EMBARGOS-OK    VALUE "00".
           88 FS-EMBARGOS-EOF   VALUE "10".

       01  FS-RECLAMOS          PIC X(2).
           88 FS-RECLAMOS-OK    VALUE "00".
           88 FS-RECLAMOS-EOF   VALUE "10".

       01  FS-CHEQUERAS         PIC X(2).
           88 FS-CHEQUERAS-OK   VALUE "00".
           88 FS-CHEQUERAS-EOF  VALUE "10".

       01  FS-FRENOS            PIC X(2).
           88 FS-FRENOS-OK      VALUE "00".
           88 FS-FRENOS-EOF     VALUE "10".

       01  FS-FRENOS-NUEVO      PIC X(2).
           88 FS-FRENOS-NUEVO-OK VALUE "00".

       01  FS-MOVIMIENTOS       PIC X(2).
           88 FS-MOVIMIENTOS-OK VALUE "00".

       01  FS-DATOS             PIC X(2).
           88 FS-DATOS-OK       VALUE "00".

       01  FS-EXTRACTO          PIC X(2).
           88 FS-EXTRACTO-OK    VALUE "00".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-EMBARGOS      PIC X(01) VALUE "N".
           88 SIN-EMBARGOS      VALUE "S".
       01  WS-SIN-RECLAMOS      PIC X(01) VALUE "N".
           88 SIN-RECLAMOS      VALUE "S".
       01  WS-SIN-CHEQUERAS     PIC X(01) VALUE "N".
           88 SIN-CHEQUERAS     VALUE "S".
       01  WS-SIN-MAESTRO-DATOS PIC X(01) VALUE "N".
           88 SIN-MAESTRO-DATOS VALUE "S".
       01  WS-FIN-CLIENTE       PIC X(01).
           88 FIN-DEL-CLIENTE   VALUE "S".

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).
       01  WS-AUD-HORA8         PIC 9(8).
       01  WS-AUD-HORA          PIC 9(6).

      * Cuenta a la que se transfiere el saldo residual; sin una
      * cuenta vigente los cierres con saldo quedan retenidos.
       01  WS-CUENTA-PAGO-AMB   PIC X(7).
       01  WS-CUENTA-PAGO-AMB-N REDEFINES WS-CUENTA-PAGO-AMB
                                PIC 9(7).
       01  WS-CUENTA-PAGO       PIC 9(7) VALUE ZERO.
       01  WS-HAY-CUENTA-PAGO   PIC X(01) VALUE "N".
           88 HAY-CUENTA-PAGO   VALUE "S".

      * Pedidos de la corrida. RESULTADO: C cerrada en esta corrida,
      * Y ya cerrada hoy por una corrida anterior (solo se rehacen
      * las ordenes de no pagar y el extracto), R retenida.
       01  TABLA-CIERRES.
           03  TAB-CIE-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-CIE-ENTRY OCCURS 500 TIMES.
               05  TAB-CIE-IDN        PIC 9(7).
               05  TAB-CIE-APELLIDO   PIC X(10).
               05  TAB-CIE-NOMBRE     PIC X(10).
               05  TAB-CIE-RESULTADO  PIC X(01).
                   88 TAB-CIE-CERRADA     VALUE "C" "Y".
                   88 TAB-CIE-RETENIDA    VALUE "R".
                   88 TAB-CIE-YA-CERRADA  VALUE "Y".
               05  TAB-CIE-MOTIVO     PIC X(20).
               05  TAB-CIE-PAGADO     PIC 9(9)V99.
               05  TAB-CIE-CHEQUERAS  PIC 9(3).
               05  TAB-CIE-FRENOS     PIC 9(3).

       01  WS-IDX-CIE           PIC 9(4).
       01  WS-IDX-BUS           PIC 9(4).
       01  WS-ENCONTRADO        PIC X(01).
           88 ENCONTRADO        VALUE "S".

       01  WS-MOTIVO            PIC X(20).
       01  WS-RESIDUO           PIC S9(9)V99.
       01  WS-CHEQUERAS         PIC 9(3).

       01  CONTADORES.
           03  WS-PEDIDOS          PIC 9(5) VALUE ZERO.
           03  WS-CERRADAS         PIC 9(5) VALUE ZERO.
           03  WS-YA-CERRADAS      PIC 9(5) VALUE ZERO.
           03  WS-RETENIDAS        PIC 9(5) VALUE ZERO.
           03  WS-CHEQUERAS-ANUL   PIC 9(5) VALUE ZERO.
           03  WS-FRENOS-LEIDOS    PIC 9(7) VALUE ZERO.
           03  WS-FRENOS-BAJA      PIC 9(5) VALUE ZERO.
           03  WS-MOVIMIENTOS      PIC 9(5) VALUE ZERO.
           03  WS-EXTRACTOS        PIC 9(5) VALUE ZERO.
           03  WS-NRO-PAGINA       PIC 9(4) VALUE ZERO.
           03  WS-TOTAL-PAGADO     PIC 9(11)V99 VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER           PIC X(22)
                       VALUE "CIERRES DE CUENTA AL ".
           03  TIT-FECHA        PIC 9(8).
           03  FILLER           PIC X(50) VALUE SPACES.
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(11) VALUE "APELLIDO".
           03  FILLER           PIC X(11) VALUE "NOMBRE".
           03  FILLER           PIC X(10) VALUE "RESULTADO".
           03  FILLER           PIC X(17) VALUE "PAGADO".
           03  FILLER           PIC X(4)  VALUE "CHQ".
           03  FILLER           PIC X(4)  VALUE "FRE".
           03  FILLER           PIC X(21) VALUE "MOTIVO".
           03  FILLER           PIC X(13) VALUE SPACES.

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-NOMBRE       PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-RESULTADO    PIC X(9).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-PAGADO       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  DET-CHEQUERAS    PIC ZZ9.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-FRENOS       PIC ZZ9.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-MOTIVO       PIC X(20).
           03  FILLER           PIC X(13) VALUE SPACES.

       01  LINEA-SIN-PEDIDOS    PIC X(80)
                       VALUE "SIN PEDIDOS DE CIERRE PENDIENTES".

       01  LINEA-TOTAL.
           03  FILLER           PIC X(10) VALUE "CERRADAS: ".
           03  TOT-CERRADAS     PIC ZZZZ9.
           03  FILLER           PIC X(13) VALUE "  RETENIDAS: ".
           03  TOT-RETENIDAS    PIC ZZZZ9.
           03  FILLER           PIC X(10) VALUE "  PAGADO: ".
           03  TOT-PAGADO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(20) VALUE SPACES.

      * Lineas del extracto final, con el formato de ExtractoClientes.
       01  LINEA-ENCABEZADO-1.
           03  FILLER           PIC X(15) VALUE SPACES.
           03  FILLER           PIC X(25)
                       VALUE "EXTRACTO FINAL DE CUENTA".
           03  FILLER           PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(6)  VALUE "PAGINA".
           03  ENC-PAGINA       PIC ZZZ9.
           03  FILLER           PIC X(20) VALUE SPACES.

       01  LINEA-CLIENTE.
           03  FILLER           PIC X(9)  VALUE "CLIENTE: ".
           03  CLI-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  CLI-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  CLI-NOMBRE       PIC X(10).
           03  FILLER           PIC X(41) VALUE SPACES.

       01  LINEA-DOMICILIO.
           03  FILLER           PIC X(9)  VALUE "DOMIC. : ".
           03  DOM-DOMICILIO    PIC X(20).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DOM-LOCALIDAD    PIC X(15).
           03  FILLER           PIC X(35) VALUE SPACES.

       01  LINEA-DOCUMENTO.
           03  FILLER           PIC X(9)  VALUE "DOCUM. : ".
           03  DOC-DOCUMENTO    PIC X(11).
           03  FILLER           PIC X(7)  VALUE "  TEL: ".
           03  DOC-TELEFONO     PIC X(12).
           03  FILLER           PIC X(41) VALUE SPACES.

       01  LINEA-SIN-DATOS      PIC X(80)
               VALUE "DOMIC. : SIN DATOS POSTALES CARGADOS".

       01  LINEA-SALDO.
           03  FILLER           PIC X(9)  VALUE "SALDO  : ".
           03  SAL-IMPORTE      PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  SAL-MONEDA       PIC X(3).
           03  FILLER           PIC X(52) VALUE SPACES.

       01  LINEA-PAGO.
           03  FILLER           PIC X(9)  VALUE "PAGO   : ".
           03  PAG-IMPORTE      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(15) VALUE " PES A CUENTA ".
           03  PAG-CUENTA       PIC 9(7).
           03  FILLER           PIC X(35) VALUE SPACES.

       01  LINEA-SIN-PAGO       PIC X(80)
               VALUE "PAGO   : SIN SALDO A TRANSFERIR".

       01  LINEA-CERRADA.
           03  FILLER           PIC X(24)
                       VALUE "CUENTA CERRADA EL DIA  ".
           03  CER-FECHA        PIC 9(8).
           03  FILLER           PIC X(48) VALUE SPACES.

       01  LINEA-ANULACIONES.
           03  FILLER           PIC X(21)
                       VALUE "CHEQUERAS ANULADAS: ".
           03  ANU-CHEQUERAS    PIC ZZ9.
           03  FILLER           PIC X(30)
                       VALUE "  ORDENES DE NO PAGAR DE BAJA:".
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  ANU-FRENOS       PIC ZZ9.
           03  FILLER           PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1100-ABERTURA-DE-ARCHIVOS.
           PERFORM 1200-VALIDAR-CUENTA-PAGO.
           PERFORM 1300-CARGAR-PEDIDOS.
           PERFORM 2000-PROCESAR-PEDIDO
               VARYING WS-IDX-CIE FROM 1 BY 1
               UNTIL WS-IDX-CIE GREATER THAN TAB-CIE-CANT.
           PERFORM 3000-DEPURAR-FRENOS.
           PERFORM 6000-EMITIR-EXTRACTOS
               VARYING WS-IDX-CIE FROM 1 BY 1
               UNTIL WS-IDX-CIE GREATER THAN TAB-CIE-CANT.
           PERFORM 7000-REPORTE-CIERRES.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 5000-MOSTRAR-RESUMEN.
      * RC 4 avisa que hay pedidos retenidos para revisar.
           IF WS-RETENIDAS GREATER THAN ZERO
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
           ACCEPT WS-CUENTA-PAGO-AMB
               FROM ENVIRONMENT "CIERRE-CUENTA-PAGO".
           IF WS-CUENTA-PAGO-AMB-N NUMERIC
              AND WS-CUENTA-PAGO-AMB NOT EQUAL SPACES
              AND WS-CUENTA-PAGO-AMB-N GREATER THAN ZERO
               MOVE WS-CUENTA-PAGO-AMB-N TO WS-CUENTA-PAGO
           ELSE
               DISPLAY "CIERRE-CUENTA-PAGO INVALIDO: "
                       WS-CUENTA-PAGO-AMB
               DISPLAY "LOS CIERRES CON SALDO QUEDAN RETENIDOS"
           END-IF.
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

       1100-ABERTURA-DE-ARCHIVOS.
           OPEN I-O CIERRES
           EVALUATE FS-CIERRES
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT CIERRES
               EVALUATE FS-CIERRES
                   WHEN "00"
                   CLOSE CIERRES
                   OPEN I-O CIERRES
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR CIERRES-CUENTA"
                   DISPLAY "FILE STATUS ERROR" FS-CIERRES
                   MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
                   MOVE FS-CIERRES TO ABE-FILE-STATUS
                   MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CIERRES-CUENTA"
               DISPLAY "FILE STATUS ERROR" FS-CIERRES
               MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
               MOVE FS-CIERRES TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN I-O CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-IDX"
               DISPLAY "FILE STATUS ERROR" FS-IDX
               MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
               MOVE FS-IDX TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN EXTEND AUDITORIA
           EVALUATE FS-AUDITORIA
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT AUDITORIA
               IF NOT FS-AUDITORIA-OK
                   DISPLAY "ERROR AL CREAR CLIENTES-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "CLIENTES-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "CLIENTES-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * La posicion la deja PosicionClientes en el mismo job: sin
      * ella no se puede cerrar nada.
           OPEN INPUT POSICION
           EVALUATE FS-POSICION
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT EMBARGOS
           EVALUATE FS-EMBARGOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-EMBARGOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS"
               DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
               MOVE "EMBARGOS" TO ABE-ARCHIVO
               MOVE FS-EMBARGOS TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT RECLAMOS
           EVALUATE FS-RECLAMOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-RECLAMOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS"
               DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
               MOVE "RECLAMOS" TO ABE-ARCHIVO
               MOVE FS-RECLAMOS TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN I-O CHEQUERAS
           EVALUATE FS-CHEQUERAS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-CHEQUERAS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUERAS"
               DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
               MOVE "CHEQUERAS" TO ABE-ARCHIVO
               MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT CLIENTES-DATOS
           EVALUATE FS-DATOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-MAESTRO-DATOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-DATOS"
               DISPLAY "FILE STATUS ERROR" FS-DATOS
               MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
               MOVE FS-DATOS TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN EXTEND SALDO-MOVIMIENTOS
           EVALUATE FS-MOVIMIENTOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT SALDO-MOVIMIENTOS
               IF NOT FS-MOVIMIENTOS-OK
                   DISPLAY "ERROR AL CREAR SALDO-MOVIMIENTOS"
                   DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
                   MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                   MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
                   MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-MOVIMIENTOS"
               DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
               MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
               MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT EXTRACTO
           EVALUATE FS-EXTRACTO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EXTRACTO-CIERRE"
               DISPLAY "FILE STATUS ERROR" FS-EXTRACTO
               MOVE "EXTRACTO-CIERRE" TO ABE-ARCHIVO
               MOVE FS-EXTRACTO TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
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
               DISPLAY "ERROR AL ABRIR CIERRES-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "CIERRES-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1100-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1100-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * La cuenta de pago tiene que existir y no estar cerrada.
       1200-VALIDAR-CUENTA-PAGO.
           IF WS-CUENTA-PAGO GREATER THAN ZERO
               MOVE WS-CUENTA-PAGO TO CIDX-IDN
               READ CLIENTES-IDX
               EVALUATE FS-IDX
                   WHEN "00"
                       IF CIDX-ESTADO EQUAL "C"
                           DISPLAY "CUENTA DE PAGO " WS-CUENTA-PAGO
                                   " CERRADA"
                       ELSE
                           MOVE "S" TO WS-HAY-CUENTA-PAGO
                       END-IF
                   WHEN "23"
                       DISPLAY "CUENTA DE PAGO " WS-CUENTA-PAGO
                               " NO EXISTE"
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                       DISPLAY "FILE STATUS ERROR" FS-IDX
                       MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                       MOVE FS-IDX TO ABE-FILE-STATUS
                       MOVE "1200-VALIDAR-CUENTA-PAGO" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       1200-FIN-VALIDAR-CUENTA-PAGO.
           EXIT.

      * Se toman los pedidos pendientes y los cerrados hoy: si el job
      * se recorre, el cierre ya hecho no se repite pero la depuracion
      * de ordenes de no pagar y el extracto se vuelven a generar.
       1300-CARGAR-PEDIDOS.
           MOVE ZERO TO CIE-IDN.
           START CIERRES KEY NOT LESS THAN CIE-IDN
           EVALUATE FS-CIERRES
               WHEN "00"
                   PERFORM 1310-LEER-CIERRE
                   PERFORM 1320-CARGAR-PEDIDO-TABLA
                      UNTIL FS-CIERRES-EOF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN START DE CIERRES-CUENTA"
                   DISPLAY "FILE STATUS ERROR" FS-CIERRES
                   MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
                   MOVE FS-CIERRES TO ABE-FILE-STATUS
                   MOVE "1300-CARGAR-PEDIDOS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1300-FIN-CARGAR-PEDIDOS.
           EXIT.

       1310-LEER-CIERRE.
           READ CIERRES NEXT RECORD
           EVALUATE FS-CIERRES
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CIERRES-CUENTA"
               DISPLAY "FILE STATUS ERROR" FS-CIERRES
               MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
               MOVE FS-CIERRES TO ABE-FILE-STATUS
               MOVE "1310-LEER-CIERRE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1310-FIN-LEER-CIERRE.
           EXIT.

       1320-CARGAR-PEDIDO-TABLA.
           IF CIE-PEDIDO
              OR (CIE-CERRADA
                  AND CIE-FECHA-CIERRE EQUAL WS-FECHA-PROCESO)
               IF TAB-CIE-CANT LESS THAN 500
                   ADD 1 TO TAB-CIE-CANT
                   MOVE CIE-IDN TO TAB-CIE-IDN (TAB-CIE-CANT)
                   MOVE SPACES  TO TAB-CIE-APELLIDO (TAB-CIE-CANT)
                   MOVE SPACES  TO TAB-CIE-NOMBRE (TAB-CIE-CANT)
                   MOVE SPACES  TO TAB-CIE-MOTIVO (TAB-CIE-CANT)
                   MOVE ZERO    TO TAB-CIE-FRENOS (TAB-CIE-CANT)
                   IF CIE-CERRADA
                       MOVE "Y" TO TAB-CIE-RESULTADO (TAB-CIE-CANT)
                       MOVE CIE-MONTO-PAGADO
                            TO TAB-CIE-PAGADO (TAB-CIE-CANT)
                       MOVE CIE-CHEQUERAS
                            TO TAB-CIE-CHEQUERAS (TAB-CIE-CANT)
                   ELSE
                       MOVE "R" TO TAB-CIE-RESULTADO (TAB-CIE-CANT)
                       MOVE ZERO TO TAB-CIE-PAGADO (TAB-CIE-CANT)
                       MOVE ZERO TO TAB-CIE-CHEQUERAS (TAB-CIE-CANT)
                       ADD 1 TO WS-PEDIDOS
                   END-IF
               ELSE
                   DISPLAY "TABLA DE CIERRES DESBORDADA, QUEDA "
                           "PENDIENTE " CIE-IDN
               END-IF
           END-IF.
           PERFORM 1310-LEER-CIERRE.
       1320-FIN-CARGAR-PEDIDO-TABLA.
           EXIT.

      * Cada pedido se vuelve a controlar contra la posicion de la
      * noche; el primer impedimento retiene el pedido con su motivo.
       2000-PROCESAR-PEDIDO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO   TO WS-RESIDUO.
           PERFORM 2050-LEER-CLIENTE.
           IF TAB-CIE-YA-CERRADA (WS-IDX-CIE)
               ADD 1 TO WS-YA-CERRADAS
           ELSE
               IF WS-MOTIVO EQUAL SPACES
                   PERFORM 2100-CONTROLAR-POSICION
               END-IF
               IF WS-MOTIVO EQUAL SPACES AND NOT SIN-EMBARGOS
                   PERFORM 2200-CONTROLAR-EMBARGOS
               END-IF
               IF WS-MOTIVO EQUAL SPACES AND NOT SIN-RECLAMOS
                   PERFORM 2300-CONTROLAR-RECLAMOS
               END-IF
               IF WS-MOTIVO EQUAL SPACES
                  AND WS-RESIDUO GREATER THAN ZERO
                  AND NOT HAY-CUENTA-PAGO
                   MOVE "SIN CUENTA DE PAGO" TO WS-MOTIVO
               END-IF
               IF WS-MOTIVO EQUAL SPACES
                   PERFORM 2400-EJECUTAR-CIERRE
               ELSE
                   PERFORM 2500-RETENER-PEDIDO
               END-IF
           END-IF.
       2000-FIN-PROCESAR-PEDIDO.
           EXIT.

       2050-LEER-CLIENTE.
           MOVE TAB-CIE-IDN (WS-IDX-CIE) TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   MOVE CIDX-APELLIDO
                        TO TAB-CIE-APELLIDO (WS-IDX-CIE)
                   MOVE CIDX-NOMBRE TO TAB-CIE-NOMBRE (WS-IDX-CIE)
                   IF CIDX-ESTADO EQUAL "C"
                      AND NOT TAB-CIE-YA-CERRADA (WS-IDX-CIE)
                       MOVE "CLIENTE YA CERRADO" TO WS-MOTIVO
                   END-IF
               WHEN "23"
                   MOVE "IDN NO EXISTE" TO WS-MOTIVO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "2050-LEER-CLIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2050-FIN-LEER-CLIENTE.
           EXIT.

      * Solo un saldo acreedor en pesos se puede pagar en el cierre;
      * deuda, saldo en otra moneda o cheques en canje lo retienen.
       2100-CONTROLAR-POSICION.
           MOVE "N" TO WS-FIN-CLIENTE.
           MOVE TAB-CIE-IDN (WS-IDX-CIE) TO POS-IDN.
           MOVE LOW-VALUES TO POS-MONEDA.
           START POSICION KEY NOT LESS THAN POS-CLAVE
           EVALUATE FS-POSICION
               WHEN "00"
                   PERFORM 2110-LEER-POSICION
                      UNTIL FIN-DEL-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "2100-CONTROLAR-POSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2100-FIN-CONTROLAR-POSICION.
           EXIT.

       2110-LEER-POSICION.
           READ POSICION NEXT RECORD
           EVALUATE FS-POSICION
               WHEN "00"
                   EVALUATE TRUE
                       WHEN POS-IDN NOT EQUAL TAB-CIE-IDN (WS-IDX-CIE)
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN POS-FLOTANTE GREATER THAN ZERO
                           MOVE "CHEQUES EN CANJE" TO WS-MOTIVO
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN POS-SALDOS EQUAL ZERO
                           CONTINUE
                       WHEN POS-MONEDA NOT EQUAL "PES"
                        AND POS-MONEDA NOT EQUAL SPACES
                           MOVE "SALDO EN OTRA MONEDA" TO WS-MOTIVO
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN POS-SALDOS LESS THAN ZERO
                           MOVE "SALDO DEUDOR" TO WS-MOTIVO
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN OTHER
                           ADD POS-SALDOS TO WS-RESIDUO
                   END-EVALUATE
               WHEN "10"
                   MOVE "S" TO WS-FIN-CLIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "2110-LEER-POSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       2110-FIN-LEER-POSICION.
           EXIT.

       2200-CONTROLAR-EMBARGOS.
           MOVE "N" TO WS-FIN-CLIENTE.
           MOVE TAB-CIE-IDN (WS-IDX-CIE) TO EMB-IDN.
           MOVE SPACES TO EMB-MONEDA.
           START EMBARGOS KEY NOT LESS THAN EMB-CLAVE
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   PERFORM 2210-LEER-EMBARGO
                      UNTIL FIN-DEL-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "2200-CONTROLAR-EMBARGOS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2200-FIN-CONTROLAR-EMBARGOS.
           EXIT.

       2210-LEER-EMBARGO.
           READ EMBARGOS NEXT RECORD
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN EMB-IDN NOT EQUAL TAB-CIE-IDN (WS-IDX-CIE)
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN EMB-FECHA-LEVANTAMIENTO EQUAL ZERO
                           MOVE "EMBARGO VIGENTE" TO WS-MOTIVO
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "10"
                   MOVE "S" TO WS-FIN-CLIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "2210-LEER-EMBARGO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       2210-FIN-LEER-EMBARGO.
           EXIT.

       2300-CONTROLAR-RECLAMOS.
           MOVE "N" TO WS-FIN-CLIENTE.
           MOVE TAB-CIE-IDN (WS-IDX-CIE) TO REC-IDN.
           MOVE ZERO TO REC-NUMERO.
           START RECLAMOS KEY NOT LESS THAN REC-CLAVE
           EVALUATE FS-RECLAMOS
               WHEN "00"
                   PERFORM 2310-LEER-RECLAMO
                      UNTIL FIN-DEL-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "2300-CONTROLAR-RECLAMOS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2300-FIN-CONTROLAR-RECLAMOS.
           EXIT.

       2310-LEER-RECLAMO.
           READ RECLAMOS NEXT RECORD
           EVALUATE FS-RECLAMOS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN REC-IDN NOT EQUAL TAB-CIE-IDN (WS-IDX-CIE)
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN REC-ABIERTO
                           MOVE "RECLAMO ABIERTO" TO WS-MOTIVO
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "10"
                   MOVE "S" TO WS-FIN-CLIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "2310-LEER-RECLAMO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       2310-FIN-LEER-RECLAMO.
           EXIT.

      * Cierre: movimiento de pago, cliente a estado C con auditoria,
      * chequeras anuladas y el pedido pasado a C en el acto, para
      * que una recorrida no lo repita.
       2400-EJECUTAR-CIERRE.
           IF WS-RESIDUO GREATER THAN ZERO
               PERFORM 2410-GRABAR-MOVIMIENTOS
           END-IF.
           PERFORM 2430-MARCAR-CLIENTE.
           MOVE ZERO TO WS-CHEQUERAS.
           IF NOT SIN-CHEQUERAS
               PERFORM 2450-ANULAR-CHEQUERAS
           END-IF.
           PERFORM 2480-REGRABAR-CIERRE.
           MOVE "C"          TO TAB-CIE-RESULTADO (WS-IDX-CIE).
           MOVE WS-RESIDUO   TO TAB-CIE-PAGADO (WS-IDX-CIE).
           MOVE WS-CHEQUERAS TO TAB-CIE-CHEQUERAS (WS-IDX-CIE).
           ADD 1 TO WS-CERRADAS.
       2400-FIN-EJECUTAR-CIERRE.
           EXIT.

       2410-GRABAR-MOVIMIENTOS.
           MOVE TAB-CIE-IDN (WS-IDX-CIE) TO MOV-IDN.
           MOVE "D"        TO MOV-TIPO.
           MOVE WS-RESIDUO TO MOV-MONTO.
           MOVE "PES"      TO MOV-MONEDA.
           PERFORM 2420-GRABAR-UN-MOVIMIENTO.
           MOVE WS-CUENTA-PAGO TO MOV-IDN.
           MOVE "C"        TO MOV-TIPO.
           MOVE WS-RESIDUO TO MOV-MONTO.
           MOVE "PES"      TO MOV-MONEDA.
           PERFORM 2420-GRABAR-UN-MOVIMIENTO.
           ADD WS-RESIDUO TO WS-TOTAL-PAGADO.
       2410-FIN-GRABAR-MOVIMIENTOS.
           EXIT.

       2420-GRABAR-UN-MOVIMIENTO.
           WRITE REGISTRO-MOVIMIENTO
           EVALUATE FS-MOVIMIENTOS
               WHEN "00"
                   ADD 1 TO WS-MOVIMIENTOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR SALDO-MOVIMIENTOS"
                   DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
                   MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                   MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
                   MOVE "2420-GRABAR-UN-MOVIMIENTO" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2420-FIN-GRABAR-UN-MOVIMIENTO.
           EXIT.

      * La auditoria queda a nombre del operador que pidio la baja.
       2430-MARCAR-CLIENTE.
           MOVE CIDX-NOMBRE   TO AUD-NOMBRE-ANT.
           MOVE CIDX-APELLIDO TO AUD-APELLIDO-ANT.
           MOVE CIDX-SUCURSAL TO AUD-SUCURSAL-ANT.
           MOVE CIDX-ESTADO   TO AUD-ESTADO-ANT.
           MOVE CIDX-LIMITE   TO AUD-LIMITE-ANT.
           MOVE "C" TO CIDX-ESTADO.
           REWRITE REGISTRO-CLIENTE-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "2430-MARCAR-CLIENTE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE TAB-CIE-IDN (WS-IDX-CIE) TO CIE-IDN.
           PERFORM 2490-LEER-CIERRE-CLAVE.
           MOVE WS-FECHA-PROCESO TO AUD-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           COMPUTE WS-AUD-HORA = WS-AUD-HORA8 / 100.
           MOVE WS-AUD-HORA   TO AUD-HORA.
           MOVE CIE-OPERADOR  TO AUD-OPERADOR.
           MOVE SPACES        TO AUD-NIVEL.
           MOVE "CIERRE"      TO AUD-ACCION.
           MOVE CIDX-IDN      TO AUD-IDN.
           MOVE CIDX-NOMBRE   TO AUD-NOMBRE-NVO.
           MOVE CIDX-APELLIDO TO AUD-APELLIDO-NVO.
           MOVE CIDX-SUCURSAL TO AUD-SUCURSAL-NVO.
           MOVE CIDX-ESTADO   TO AUD-ESTADO-NVO.
           MOVE CIDX-LIMITE   TO AUD-LIMITE-NVO.
           MOVE SPACES        TO AUD-OPERADOR-CARGA.
           WRITE REGISTRO-AUDITORIA
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CLIENTES-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "CLIENTES-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "2430-MARCAR-CLIENTE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2430-FIN-MARCAR-CLIENTE.
           EXIT.

       2450-ANULAR-CHEQUERAS.
           MOVE "N" TO WS-FIN-CLIENTE.
           MOVE TAB-CIE-IDN (WS-IDX-CIE) TO CHQ-IDN.
           MOVE ZERO TO CHQ-DESDE.
           START CHEQUERAS KEY NOT LESS THAN CHQ-CLAVE
           EVALUATE FS-CHEQUERAS
               WHEN "00"
                   PERFORM 2460-LEER-CHEQUERA
                      UNTIL FIN-DEL-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "2450-ANULAR-CHEQUERAS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2450-FIN-ANULAR-CHEQUERAS.
           EXIT.

       2460-LEER-CHEQUERA.
           READ CHEQUERAS NEXT RECORD
           EVALUATE FS-CHEQUERAS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN CHQ-IDN NOT EQUAL TAB-CIE-IDN (WS-IDX-CIE)
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN CHQ-ANULADA
                           CONTINUE
                       WHEN OTHER
                           PERFORM 2470-ANULAR-UNA-CHEQUERA
                   END-EVALUATE
               WHEN "10"
                   MOVE "S" TO WS-FIN-CLIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "2460-LEER-CHEQUERA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       2460-FIN-LEER-CHEQUERA.
           EXIT.

       2470-ANULAR-UNA-CHEQUERA.
           MOVE "N" TO CHQ-ESTADO.
           MOVE WS-FECHA-PROCESO TO CHQ-FECHA-ANULACION.
           REWRITE REGISTRO-CHEQUERA
           EVALUATE FS-CHEQUERAS
               WHEN "00"
                   ADD 1 TO WS-CHEQUERAS
                   ADD 1 TO WS-CHEQUERAS-ANUL
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "2470-ANULAR-UNA-CHEQUERA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2470-FIN-ANULAR-UNA-CHEQUERA.
           EXIT.

       2480-REGRABAR-CIERRE.
           MOVE "C"              TO CIE-ESTADO.
           MOVE WS-FECHA-PROCESO TO CIE-FECHA-INTENTO.
           MOVE SPACES           TO CIE-MOTIVO.
           MOVE WS-FECHA-PROCESO TO CIE-FECHA-CIERRE.
           MOVE WS-RESIDUO       TO CIE-MONTO-PAGADO.
           IF WS-RESIDUO GREATER THAN ZERO
               MOVE WS-CUENTA-PAGO TO CIE-CUENTA-PAGO
           ELSE
               MOVE ZERO TO CIE-CUENTA-PAGO
           END-IF.
           MOVE WS-CHEQUERAS     TO CIE-CHEQUERAS.
           MOVE ZERO             TO CIE-FRENOS.
           PERFORM 2495-REGRABAR-CIERRE-CLAVE.
       2480-FIN-REGRABAR-CIERRE.
           EXIT.

       2490-LEER-CIERRE-CLAVE.
           READ CIERRES
           EVALUATE FS-CIERRES
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CIERRES-CUENTA"
                   DISPLAY "FILE STATUS ERROR" FS-CIERRES
                   MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
                   MOVE FS-CIERRES TO ABE-FILE-STATUS
                   MOVE "2490-LEER-CIERRE-CLAVE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2490-FIN-LEER-CIERRE-CLAVE.
           EXIT.

       2495-REGRABAR-CIERRE-CLAVE.
           REWRITE REGISTRO-CIERRE
           EVALUATE FS-CIERRES
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR CIERRES-CUENTA"
                   DISPLAY "FILE STATUS ERROR" FS-CIERRES
                   MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
                   MOVE FS-CIERRES TO ABE-FILE-STATUS
                   MOVE "2495-REGRABAR-CIERRE-CLAVE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2495-FIN-REGRABAR-CIERRE-CLAVE.
           EXIT.

      * El pedido sigue pendiente; queda el motivo y la fecha del
      * intento para que la sucursal lo gestione.
       2500-RETENER-PEDIDO.
           MOVE TAB-CIE-IDN (WS-IDX-CIE) TO CIE-IDN.
           PERFORM 2490-LEER-CIERRE-CLAVE.
           MOVE WS-FECHA-PROCESO TO CIE-FECHA-INTENTO.
           MOVE WS-MOTIVO        TO CIE-MOTIVO.
           PERFORM 2495-REGRABAR-CIERRE-CLAVE.
           MOVE "R"       TO TAB-CIE-RESULTADO (WS-IDX-CIE).
           MOVE WS-MOTIVO TO TAB-CIE-MOTIVO (WS-IDX-CIE).
           ADD 1 TO WS-RETENIDAS.
       2500-FIN-RETENER-PEDIDO.
           EXIT.

      * Copia de las ordenes de no pagar sin las de clientes cerrados.
      * Sin CHEQUES-FRENO igual se graba el archivo nuevo, vacio, para
      * que el renombre del job no falle.
       3000-DEPURAR-FRENOS.
           OPEN OUTPUT FRENOS-NUEVO
           EVALUATE FS-FRENOS-NUEVO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-FRENO-NUEVO"
               DISPLAY "FILE STATUS ERROR" FS-FRENOS-NUEVO
               MOVE "CHEQUES-FRENO-NUEVO" TO ABE-ARCHIVO
               MOVE FS-FRENOS-NUEVO TO ABE-FILE-STATUS
               MOVE "3000-DEPURAR-FRENOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           OPEN INPUT FRENOS
           EVALUATE FS-FRENOS
               WHEN "00"
                   PERFORM 3100-LEER-FRENO
                   PERFORM 3200-FILTRAR-FRENO
                      UNTIL FS-FRENOS-EOF
                   CLOSE FRENOS
               WHEN "35"
                   DISPLAY "SIN ORDENES DE NO PAGAR CARGADAS"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CHEQUES-FRENO"
                   DISPLAY "FILE STATUS ERROR" FS-FRENOS
                   MOVE "CHEQUES-FRENO" TO ABE-ARCHIVO
                   MOVE FS-FRENOS TO ABE-FILE-STATUS
                   MOVE "3000-DEPURAR-FRENOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           CLOSE FRENOS-NUEVO.
       3000-FIN-DEPURAR-FRENOS.
           EXIT.

       3100-LEER-FRENO.
           READ FRENOS
           EVALUATE FS-FRENOS
               WHEN "00"
               ADD 1 TO WS-FRENOS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUES-FRENO"
               DISPLAY "FILE STATUS ERROR" FS-FRENOS
               MOVE "CHEQUES-FRENO" TO ABE-ARCHIVO
               MOVE FS-FRENOS TO ABE-FILE-STATUS
               MOVE "3100-LEER-FRENO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       3100-FIN-LEER-FRENO.
           EXIT.

       3200-FILTRAR-FRENO.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM 3250-BUSCAR-CERRADO
               VARYING WS-IDX-BUS FROM 1 BY 1
               UNTIL WS-IDX-BUS GREATER THAN TAB-CIE-CANT
                  OR ENCONTRADO.
           IF NOT ENCONTRADO
               WRITE REGISTRO-FRENO-NUEVO FROM REGISTRO-FRENO
               EVALUATE FS-FRENOS-NUEVO
                   WHEN "00"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR AL GRABAR CHEQUES-FRENO-NUEVO"
                       DISPLAY "FILE STATUS ERROR" FS-FRENOS-NUEVO
                       MOVE "CHEQUES-FRENO-NUEVO" TO ABE-ARCHIVO
                       MOVE FS-FRENOS-NUEVO TO ABE-FILE-STATUS
                       MOVE "3200-FILTRAR-FRENO" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
           PERFORM 3100-LEER-FRENO.
       3200-FIN-FILTRAR-FRENO.
           EXIT.

       3250-BUSCAR-CERRADO.
           IF TAB-CIE-IDN (WS-IDX-BUS) EQUAL FRE-CLIENTE
              AND TAB-CIE-CERRADA (WS-IDX-BUS)
               MOVE "S" TO WS-ENCONTRADO
               ADD 1 TO TAB-CIE-FRENOS (WS-IDX-BUS)
               ADD 1 TO WS-FRENOS-BAJA
           END-IF.
       3250-FIN-BUSCAR-CERRADO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE CIERRES
           CLOSE CLIENTES-IDX
           CLOSE AUDITORIA
           CLOSE POSICION
           IF NOT SIN-EMBARGOS
               CLOSE EMBARGOS
           END-IF
           IF NOT SIN-RECLAMOS
               CLOSE RECLAMOS
           END-IF
           IF NOT SIN-CHEQUERAS
               CLOSE CHEQUERAS
           END-IF
           IF NOT SIN-MAESTRO-DATOS
               CLOSE CLIENTES-DATOS
           END-IF
           CLOSE SALDO-MOVIMIENTOS
           CLOSE EXTRACTO
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "PEDIDOS PENDIENTES       : " WS-PEDIDOS.
           DISPLAY "CUENTAS CERRADAS         : " WS-CERRADAS.
           DISPLAY "CERRADAS EN CORRIDA PREVIA: " WS-YA-CERRADAS.
           DISPLAY "PEDIDOS RETENIDOS        : " WS-RETENIDAS.
           DISPLAY "MOVIMIENTOS DE PAGO      : " WS-MOVIMIENTOS.
           DISPLAY "CHEQUERAS ANULADAS       : " WS-CHEQUERAS-ANUL.
           DISPLAY "ORDENES NO PAGAR LEIDAS  : " WS-FRENOS-LEIDOS.
           DISPLAY "ORDENES NO PAGAR DE BAJA : " WS-FRENOS-BAJA.
           DISPLAY "EXTRACTOS FINALES        : " WS-EXTRACTOS.
       5000-FIN-MOSTRAR-RESUMEN.
           EXIT.

      * Extracto final de las cuentas cerradas, con la posicion que
      * cerro, el pago y lo anulado; la cantidad de ordenes de no
      * pagar dadas de baja queda tambien en el pedido. En una
      * recorrida las ordenes ya se habian depurado y la cantidad
      * registrada no se pisa.
       6000-EMITIR-EXTRACTOS.
           IF TAB-CIE-CERRADA (WS-IDX-CIE)
               IF TAB-CIE-FRENOS (WS-IDX-CIE) GREATER THAN ZERO
                   MOVE TAB-CIE-IDN (WS-IDX-CIE) TO CIE-IDN
                   PERFORM 2490-LEER-CIERRE-CLAVE
                   MOVE TAB-CIE-FRENOS (WS-IDX-CIE) TO CIE-FRENOS
                   PERFORM 2495-REGRABAR-CIERRE-CLAVE
               ELSE
                   IF TAB-CIE-YA-CERRADA (WS-IDX-CIE)
                       MOVE TAB-CIE-IDN (WS-IDX-CIE) TO CIE-IDN
                       PERFORM 2490-LEER-CIERRE-CLAVE
                       MOVE CIE-FRENOS TO TAB-CIE-FRENOS (WS-IDX-CIE)
                   END-IF
               END-IF
               PERFORM 6100-EXTRACTO-CIERRE
           END-IF.
       6000-FIN-EMITIR-EXTRACTOS.
           EXIT.

       6100-EXTRACTO-CIERRE.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO ENC-PAGINA.
           WRITE LINEA-EXTRACTO FROM LINEA-ENCABEZADO-1.
           EVALUATE FS-EXTRACTO
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR EXTRACTO-CIERRE"
                   DISPLAY "FILE STATUS ERROR" FS-EXTRACTO
                   MOVE "EXTRACTO-CIERRE" TO ABE-ARCHIVO
                   MOVE FS-EXTRACTO TO ABE-FILE-STATUS
                   MOVE "6100-EXTRACTO-CIERRE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           WRITE LINEA-EXTRACTO FROM LINEA-EN-BLANCO.
           MOVE TAB-CIE-IDN (WS-IDX-CIE)      TO CLI-IDN.
           MOVE TAB-CIE-APELLIDO (WS-IDX-CIE) TO CLI-APELLIDO.
           MOVE TAB-CIE-NOMBRE (WS-IDX-CIE)   TO CLI-NOMBRE.
           WRITE LINEA-EXTRACTO FROM LINEA-CLIENTE.
           PERFORM 6150-ENCABEZADO-POSTAL.
           PERFORM 6200-SALDOS-CLIENTE.
           IF TAB-CIE-PAGADO (WS-IDX-CIE) GREATER THAN ZERO
               MOVE TAB-CIE-PAGADO (WS-IDX-CIE) TO PAG-IMPORTE
               IF TAB-CIE-YA-CERRADA (WS-IDX-CIE)
                   MOVE CIE-CUENTA-PAGO TO PAG-CUENTA
               ELSE
                   MOVE WS-CUENTA-PAGO  TO PAG-CUENTA
               END-IF
               WRITE LINEA-EXTRACTO FROM LINEA-PAGO
           ELSE
               WRITE LINEA-EXTRACTO FROM LINEA-SIN-PAGO
           END-IF.
           WRITE LINEA-EXTRACTO FROM LINEA-EN-BLANCO.
           MOVE TAB-CIE-CHEQUERAS (WS-IDX-CIE) TO ANU-CHEQUERAS.
           MOVE TAB-CIE-FRENOS (WS-IDX-CIE)    TO ANU-FRENOS.
           WRITE LINEA-EXTRACTO FROM LINEA-ANULACIONES.
           MOVE WS-FECHA-PROCESO TO CER-FECHA.
           WRITE LINEA-EXTRACTO FROM LINEA-CERRADA.
           WRITE LINEA-EXTRACTO FROM LINEA-EN-BLANCO.
           ADD 1 TO WS-EXTRACTOS.
       6100-FIN-EXTRACTO-CIERRE.
           EXIT.

       6150-ENCABEZADO-POSTAL.
           IF SIN-MAESTRO-DATOS
               WRITE LINEA-EXTRACTO FROM LINEA-SIN-DATOS
           ELSE
               MOVE TAB-CIE-IDN (WS-IDX-CIE) TO CDAT-IDN
               READ CLIENTES-DATOS
               EVALUATE FS-DATOS
                   WHEN "00"
                       MOVE CDAT-DOMICILIO TO DOM-DOMICILIO
                       MOVE CDAT-LOCALIDAD TO DOM-LOCALIDAD
                       WRITE LINEA-EXTRACTO FROM LINEA-DOMICILIO
                       MOVE CDAT-DOCUMENTO TO DOC-DOCUMENTO
                       MOVE CDAT-TELEFONO  TO DOC-TELEFONO
                       WRITE LINEA-EXTRACTO FROM LINEA-DOCUMENTO
                   WHEN "23"
                       WRITE LINEA-EXTRACTO FROM LINEA-SIN-DATOS
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-DATOS"
                       DISPLAY "FILE STATUS ERROR" FS-DATOS
                       MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
                       MOVE FS-DATOS TO ABE-FILE-STATUS
                       MOVE "6150-ENCABEZADO-POSTAL" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       6150-FIN-ENCABEZADO-POSTAL.
           EXIT.

      * Saldos de cierre por moneda, tal como quedaron en POSICION.
       6200-SALDOS-CLIENTE.
           MOVE "N" TO WS-FIN-CLIENTE.
           MOVE TAB-CIE-IDN (WS-IDX-CIE) TO POS-IDN.
           MOVE LOW-VALUES TO POS-MONEDA.
           START POSICION KEY NOT LESS THAN POS-CLAVE
           EVALUATE FS-POSICION
               WHEN "00"
                   PERFORM 6210-LEER-SALDO
                      UNTIL FIN-DEL-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "6200-SALDOS-CLIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6200-FIN-SALDOS-CLIENTE.
           EXIT.

       6210-LEER-SALDO.
           READ POSICION NEXT RECORD
           EVALUATE FS-POSICION
               WHEN "00"
                   IF POS-IDN EQUAL TAB-CIE-IDN (WS-IDX-CIE)
                       MOVE POS-SALDOS TO SAL-IMPORTE
                       IF POS-MONEDA EQUAL SPACES
                           MOVE "PES" TO SAL-MONEDA
                       ELSE
                           MOVE POS-MONEDA TO SAL-MONEDA
                       END-IF
                       WRITE LINEA-EXTRACTO FROM LINEA-SALDO
                   ELSE
                       MOVE "S" TO WS-FIN-CLIENTE
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-FIN-CLIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "6210-LEER-SALDO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       6210-FIN-LEER-SALDO.
           EXIT.

       7000-REPORTE-CIERRES.
           IF TAB-CIE-CANT EQUAL ZERO
               WRITE LINEA-REPORTE FROM LINEA-SIN-PEDIDOS
           ELSE
               PERFORM 7100-LINEA-CIERRE
                   VARYING WS-IDX-CIE FROM 1 BY 1
                   UNTIL WS-IDX-CIE GREATER THAN TAB-CIE-CANT
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           COMPUTE TOT-CERRADAS = WS-CERRADAS + WS-YA-CERRADAS.
           MOVE WS-RETENIDAS    TO TOT-RETENIDAS.
           MOVE WS-TOTAL-PAGADO TO TOT-PAGADO.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
       7000-FIN-REPORTE-CIERRES.
           EXIT.

       7100-LINEA-CIERRE.
           MOVE TAB-CIE-IDN (WS-IDX-CIE)      TO DET-IDN.
           MOVE TAB-CIE-APELLIDO (WS-IDX-CIE) TO DET-APELLIDO.
           MOVE TAB-CIE-NOMBRE (WS-IDX-CIE)   TO DET-NOMBRE.
           EVALUATE TRUE
               WHEN TAB-CIE-RETENIDA (WS-IDX-CIE)
                   MOVE "RETENIDA"  TO DET-RESULTADO
               WHEN TAB-CIE-YA-CERRADA (WS-IDX-CIE)
                   MOVE "CERR.PREV" TO DET-RESULTADO
               WHEN OTHER
                   MOVE "CERRADA"   TO DET-RESULTADO
           END-EVALUATE.
           MOVE TAB-CIE-PAGADO (WS-IDX-CIE)    TO DET-PAGADO.
           MOVE TAB-CIE-CHEQUERAS (WS-IDX-CIE) TO DET-CHEQUERAS.
           MOVE TAB-CIE-FRENOS (WS-IDX-CIE)    TO DET-FRENOS.
           MOVE TAB-CIE-MOTIVO (WS-IDX-CIE)    TO DET-MOTIVO.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CIERRES-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
                   MOVE "CIERRES-REPORTE" TO ABE-ARCHIVO
                   MOVE FS-REPORTE TO ABE-FILE-STATUS
                   MOVE "7100-LINEA-CIERRE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       7100-FIN-LINEA-CIERRE.
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
               MOVE "CIERRECUENTAS"  TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE CIE-IDN         TO ERR-ULTIMA-CLAVE
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

       END PROGRAM CierreCuentas.
