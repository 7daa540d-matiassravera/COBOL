      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionClientes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Conversion unica de los maestros de clientes al formato con IDN
      * de siete digitos e importes de nueve enteros. Cada archivo se
      * lee con el nombre -VIEJO que le deja RunConversionFormato y se
      * graba con su nombre de siempre; los que no existen se informan
      * y se saltean.
      * Hasta este formato CierreCuentas dejaba la cuenta cerrada en
      * estado B, el mismo del bloqueo; ahora tiene su estado C. Un
      * cliente en B con su cierre ejecutado en CIERRES-CUENTA pasa a
      * C al convertirlo; el resto de los B son bloqueos y quedan.

       SELECT CLIENTES-IDX-VIEJO ASSIGN TO "CLIENTES-IDX-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CIDX-IDN OF REGISTRO-CLIENTE-IDX-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CIDX-IDN OF REGISTRO-CLIENTE-IDX
       FILE STATUS IS FS-NUEVO.

       SELECT CIERRES-VIEJO ASSIGN TO "CIERRES-CUENTA-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE RANDOM
       RECORD KEY IS CIE-IDN
       FILE STATUS IS FS-CIERRES.

       SELECT CLIENTES-VIEJO ASSIGN TO "CLIENTES-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT CLIENTES ASSIGN TO "CLIENTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT DATOS-VIEJO ASSIGN TO "CLIENTES-DATOS-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CDAT-IDN OF REGISTRO-CLIENTE-DATOS-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT DATOS ASSIGN TO "CLIENTES-DATOS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CDAT-IDN OF REGISTRO-CLIENTE-DATOS
       FILE STATUS IS FS-NUEVO.

       SELECT PENDIENTES-VIEJO ASSIGN TO "CAMBIOS-PENDIENTES-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS PEN-CLAVE OF REGISTRO-PENDIENTE-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT PENDIENTES ASSIGN TO "CAMBIOS-PENDIENTES"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS PEN-CLAVE OF REGISTRO-PENDIENTE
       FILE STATUS IS FS-NUEVO.

       SELECT ACUERDOS-VIEJO ASSIGN TO "ACUERDOS-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS ACU-CLAVE OF REGISTRO-ACUERDO-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT ACUERDOS ASSIGN TO "ACUERDOS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS ACU-CLAVE OF REGISTRO-ACUERDO
       FILE STATUS IS FS-NUEVO.

       SELECT EMBARGOS-VIEJO ASSIGN TO "EMBARGOS-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS EMB-CLAVE OF REGISTRO-EMBARGO-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT EMBARGOS ASSIGN TO "EMBARGOS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS EMB-CLAVE OF REGISTRO-EMBARGO
       FILE STATUS IS FS-NUEVO.

       SELECT CHEQUERAS-VIEJO ASSIGN TO "CHEQUERAS-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CHQ-CLAVE OF REGISTRO-CHEQUERA-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT CHEQUERAS ASSIGN TO "CHEQUERAS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS CHQ-CLAVE OF REGISTRO-CHEQUERA
       FILE STATUS IS FS-NUEVO.

       SELECT ORDENES-VIEJO ASSIGN TO "ORDENES-PERMANENTES-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS ORD-CLAVE OF REGISTRO-ORDEN-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT ORDENES ASSIGN TO "ORDENES-PERMANENTES"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS ORD-CLAVE OF REGISTRO-ORDEN
       FILE STATUS IS FS-NUEVO.

       SELECT RECLAMOS-VIEJO ASSIGN TO "RECLAMOS-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS REC-CLAVE OF REGISTRO-RECLAMO-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT RECLAMOS ASSIGN TO "RECLAMOS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS REC-CLAVE OF REGISTRO-RECLAMO
       FILE STATUS IS FS-NUEVO.

       SELECT REPORTE ASSIGN TO "CONVERSION-CLIENTES-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES-IDX-VIEJO.

       01  REGISTRO-CLIENTE-IDX-VIEJO.
           03  CIDX-IDN        PIC 9(5).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(5)V99.

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  CIERRES-VIEJO.

       01  REGISTRO-CIERRE-VIEJO.
           03  CIE-IDN              PIC 9(5).
           03  CIE-ESTADO           PIC X(01).
               88 CIE-CERRADA       VALUE 'C'.
           03  RELLENO-1            PIC X(70).

       FD  CLIENTES-VIEJO.

       01  REGISTRO-A-VIEJO.
           03  RELLENO-1       PIC X(5).
           03  IDN             PIC 9(5).
           03  NOMBRE          PIC X(10).
           03  APELLIDO        PIC X(10).
           03  RELLENO-2       PIC X(3).
           03  CLI-SUCURSAL    PIC 9(2).
           03  CLI-ESTADO      PIC X(01).
           03  CLI-LIMITE      PIC 9(5)V99.
       01  REGISTRO-A-TRAILER-VIEJO.
           03  TRAILER-ID-A    PIC X(10).
           03  TRAILER-CANT-A  PIC 9(07).

       FD  CLIENTES.

       01  REGISTRO-A.
           03  RELLENO-1       PIC X(5).
           03  IDN             PIC 9(7).
           03  NOMBRE          PIC X(10).
           03  APELLIDO        PIC X(10).
           03  RELLENO-2       PIC X(3).
           03  CLI-SUCURSAL    PIC 9(2).
           03  CLI-ESTADO      PIC X(01).
           03  CLI-LIMITE      PIC 9(9)V99.
       01  REGISTRO-A-TRAILER.
           03  TRAILER-ID-A    PIC X(10).
           03  TRAILER-CANT-A  PIC 9(07).

       FD  DATOS-VIEJO.

       01  REGISTRO-CLIENTE-DATOS-VIEJO.
           03  CDAT-IDN        PIC 9(5).
           03  CDAT-DOMICILIO  PIC X(20).
           03  CDAT-LOCALIDAD  PIC X(15).
           03  CDAT-DOCUMENTO  PIC X(11).
           03  CDAT-TELEFONO   PIC X(12).
           03  CDAT-EXENCIONES.
               05  CDAT-EXENTO-GANANCIAS PIC X(01).
               05  CDAT-EXENTO-DEBCRED   PIC X(01).
               05  RELLENO-1       PIC X(04).

       FD  DATOS.

       01  REGISTRO-CLIENTE-DATOS.
           03  CDAT-IDN        PIC 9(7).
           03  CDAT-DOMICILIO  PIC X(20).
           03  CDAT-LOCALIDAD  PIC X(15).
           03  CDAT-DOCUMENTO  PIC X(11).
           03  CDAT-TELEFONO   PIC X(12).
           03  CDAT-EXENCIONES.
               05  CDAT-EXENTO-GANANCIAS PIC X(01).
               05  CDAT-EXENTO-DEBCRED   PIC X(01).
               05  RELLENO-1       PIC X(04).

       FD  PENDIENTES-VIEJO.

       01  REGISTRO-PENDIENTE-VIEJO.
           03  PEN-CLAVE.
               05  PEN-IDN          PIC 9(5).
               05  PEN-NUMERO       PIC 9(6).
           03  PEN-ORIGEN           PIC X(01).
           03  PEN-ESTADO           PIC X(01).
           03  PEN-FECHA-ALTA       PIC 9(8).
           03  PEN-OPERADOR-ALTA    PIC X(8).
           03  PEN-IMAGEN-ANTERIOR.
               05  PEN-NOMBRE-ANT   PIC X(10).
               05  PEN-APELLIDO-ANT PIC X(10).
               05  PEN-SUCURSAL-ANT PIC 9(2).
               05  PEN-ESTADO-ANT   PIC X(01).
               05  PEN-LIMITE-ANT   PIC 9(5)V99.
           03  PEN-IMAGEN-NUEVA.
               05  PEN-NOMBRE-NVO   PIC X(10).
               05  PEN-APELLIDO-NVO PIC X(10).
               05  PEN-SUCURSAL-NVO PIC 9(2).
               05  PEN-ESTADO-NVO   PIC X(01).
               05  PEN-LIMITE-NVO   PIC 9(5)V99.
           03  PEN-FECHA-RESOLUCION PIC 9(8).
           03  PEN-OPERADOR-RESOL   PIC X(8).
           03  PEN-MOTIVO           PIC X(20).

       FD  PENDIENTES.

       01  REGISTRO-PENDIENTE.
           03  PEN-CLAVE.
               05  PEN-IDN          PIC 9(7).
               05  PEN-NUMERO       PIC 9(6).
           03  PEN-ORIGEN           PIC X(01).
           03  PEN-ESTADO           PIC X(01).
           03  PEN-FECHA-ALTA       PIC 9(8).
           03  PEN-OPERADOR-ALTA    PIC X(8).
           03  PEN-IMAGEN-ANTERIOR.
               05  PEN-NOMBRE-ANT   PIC X(10).
               05  PEN-APELLIDO-ANT PIC X(10).
               05  PEN-SUCURSAL-ANT PIC 9(2).
               05  PEN-ESTADO-ANT   PIC X(01).
               05  PEN-LIMITE-ANT   PIC 9(9)V99.
           03  PEN-IMAGEN-NUEVA.
               05  PEN-NOMBRE-NVO   PIC X(10).
               05  PEN-APELLIDO-NVO PIC X(10).
               05  PEN-SUCURSAL-NVO PIC 9(2).
               05  PEN-ESTADO-NVO   PIC X(01).
               05  PEN-LIMITE-NVO   PIC 9(9)V99.
           03  PEN-FECHA-RESOLUCION PIC 9(8).
           03  PEN-OPERADOR-RESOL   PIC X(8).
           03  PEN-MOTIVO           PIC X(20).

       FD  ACUERDOS-VIEJO.

       01  REGISTRO-ACUERDO-VIEJO.
           03  ACU-CLAVE.
               05  ACU-IDN          PIC 9(5).
               05  ACU-MONEDA       PIC X(3).
               05  ACU-FECHA-DESDE  PIC 9(8).
           03  ACU-FECHA-HASTA      PIC 9(8).
           03  ACU-MONTO            PIC 9(5)V99.
           03  ACU-TASA             PIC 9(2)V99.
           03  ACU-ESTADO           PIC X(01).
           03  ACU-FECHA-ALTA       PIC 9(8).
           03  ACU-OPERADOR         PIC X(8).

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
           03  ACU-FECHA-ALTA       PIC 9(8).
           03  ACU-OPERADOR         PIC X(8).

       FD  EMBARGOS-VIEJO.

       01  REGISTRO-EMBARGO-VIEJO.
           03  EMB-CLAVE.
               05  EMB-IDN         PIC 9(5).
               05  EMB-MONEDA      PIC X(3).
           03  EMB-OFICIO          PIC X(15).
           03  EMB-MONTO           PIC 9(5)V99.
           03  EMB-FECHA-TRABA     PIC 9(8).
           03  EMB-FECHA-LEVANTAMIENTO PIC 9(8).

       FD  EMBARGOS.

       01  REGISTRO-EMBARGO.
           03  EMB-CLAVE.
               05  EMB-IDN         PIC 9(7).
               05  EMB-MONEDA      PIC X(3).
           03  EMB-OFICIO          PIC X(15).
           03  EMB-MONTO           PIC 9(9)V99.
           03  EMB-FECHA-TRABA     PIC 9(8).
           03  EMB-FECHA-LEVANTAMIENTO PIC 9(8).

       FD  CHEQUERAS-VIEJO.

       01  REGISTRO-CHEQUERA-VIEJO.
           03  CHQ-CLAVE.
               05  CHQ-IDN         PIC 9(5).
               05  CHQ-DESDE       PIC 9(8).
           03  CHQ-HASTA           PIC 9(8).
           03  CHQ-FECHA-EMISION   PIC 9(8).
           03  CHQ-ESTADO          PIC X(01).
           03  CHQ-FECHA-ANULACION PIC 9(8).

       FD  CHEQUERAS.

       01  REGISTRO-CHEQUERA.
           03  CHQ-CLAVE.
               05  CHQ-IDN         PIC 9(7).
               05  CHQ-DESDE       PIC 9(8).
           03  CHQ-HASTA           PIC 9(8).
           03  CHQ-FECHA-EMISION   PIC 9(8).
           03  CHQ-ESTADO          PIC X(01).
           03  CHQ-FECHA-ANULACION PIC 9(8).

       FD  ORDENES-VIEJO.

       01  REGISTRO-ORDEN-VIEJO.
           03  ORD-CLAVE.
               05  ORD-IDN         PIC 9(5).
               05  ORD-NUMERO      PIC 9(3).
           03  ORD-MONEDA          PIC X(3).
           03  ORD-MONTO           PIC 9(5)V99.
           03  ORD-FRECUENCIA      PIC X(01).
           03  ORD-DIA-VTO         PIC 9(2).
           03  ORD-PROXIMO-VTO     PIC 9(8).
           03  ORD-FECHA-FIN       PIC 9(8).
           03  ORD-CONCEPTO        PIC X(20).
           03  ORD-ESTADO          PIC X(01).
           03  ORD-FECHA-ALTA      PIC 9(8).
           03  ORD-FECHA-BAJA      PIC 9(8).
           03  ORD-ULTIMO-DEBITO   PIC 9(8).
           03  ORD-REINTENTOS      PIC 9(3).

       FD  ORDENES.

       01  REGISTRO-ORDEN.
           03  ORD-CLAVE.
               05  ORD-IDN         PIC 9(7).
               05  ORD-NUMERO      PIC 9(3).
           03  ORD-MONEDA          PIC X(3).
           03  ORD-MONTO           PIC 9(9)V99.
           03  ORD-FRECUENCIA      PIC X(01).
           03  ORD-DIA-VTO         PIC 9(2).
           03  ORD-PROXIMO-VTO     PIC 9(8).
           03  ORD-FECHA-FIN       PIC 9(8).
           03  ORD-CONCEPTO        PIC X(20).
           03  ORD-ESTADO          PIC X(01).
           03  ORD-FECHA-ALTA      PIC 9(8).
           03  ORD-FECHA-BAJA      PIC 9(8).
           03  ORD-ULTIMO-DEBITO   PIC 9(8).
           03  ORD-REINTENTOS      PIC 9(3).

       FD  RECLAMOS-VIEJO.

       01  REGISTRO-RECLAMO-VIEJO.
           03  REC-CLAVE.
               05  REC-IDN          PIC 9(5).
               05  REC-NUMERO       PIC 9(6).
           03  REC-ORIGEN           PIC X(01).
           03  REC-REFERENCIA       PIC X(20).
           03  REC-TIPO-MOV         PIC X(01).
           03  REC-MONEDA           PIC X(3).
           03  REC-MONTO            PIC 9(5)V99.
           03  REC-SUCURSAL         PIC 9(2).
           03  REC-FECHA-ALTA       PIC 9(8).
           03  REC-FECHA-VENCE      PIC 9(8).
           03  REC-ESTADO           PIC X(01).
           03  REC-FECHA-RESOLUCION PIC 9(8).
           03  REC-OPERADOR         PIC X(8).
           03  REC-DESCRIPCION      PIC X(30).

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
           03  REC-FECHA-RESOLUCION PIC 9(8).
           03  REC-OPERADOR         PIC X(8).
           03  REC-DESCRIPCION      PIC X(30).

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

       01  FS-CIERRES          PIC X(2).
           88 FS-CIERRES-OK    VALUE "00".

       01  WS-HAY-CIERRES       PIC X(01) VALUE "N".
           88 HAY-CIERRES       VALUE "S".

      * Estado del cliente que se esta convirtiendo, ya pasado por
      * 2050-ESTADO-CIERRE.
       01  WS-ESTADO-CLIENTE    PIC X(01).
       01  WS-IDN-CLIENTE       PIC 9(5).

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
           03  WS-CERRADAS         PIC 9(7) VALUE ZERO.

      * El registro que se esta convirtiendo es el trailer.
       01  WS-ES-TRAILER        PIC X(01) VALUE "N".
           88 ES-TRAILER        VALUE "S".

       01  WS-HAY-DIFERENCIA    PIC X(01) VALUE "N".
           88 HAY-DIFERENCIA    VALUE "S".

       01  LINEA-TITULO         PIC X(80)
           VALUE "CONVERSION DE FORMATO - MAESTROS DE CLIENTES".
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

       01  LINEA-CERRADAS.
           03  FILLER           PIC X(36)
                   VALUE "CUENTAS CERRADAS PASADAS DE B A C:".
           03  TOT-CERRADAS     PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 2100-CONVERTIR-CLIENTES-IDX.
           PERFORM 2200-CONVERTIR-CLIENTES.
           PERFORM 2300-CONVERTIR-DATOS.
           PERFORM 2400-CONVERTIR-PENDIENTES.
           PERFORM 2500-CONVERTIR-ACUERDOS.
           PERFORM 2600-CONVERTIR-EMBARGOS.
           PERFORM 2700-CONVERTIR-CHEQUERAS.
           PERFORM 2800-CONVERTIR-ORDENES.
           PERFORM 2900-CONVERTIR-RECLAMOS.
           PERFORM 8000-GRABAR-TOTALES.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           IF HAY-DIFERENCIA
               DISPLAY "CONVERSION CON DIFERENCIAS, VER "
                       "CONVERSION-CLIENTES-REPORTE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ARCHIVOS CONVERTIDOS: " WS-CONVERTIDOS
                       " AUSENTES: " WS-AUSENTES
               DISPLAY "CUENTAS CERRADAS PASADAS A C: " WS-CERRADAS
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CONVERSION-CLIENTES-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "CONVERSION-CLIENTES-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           WRITE LINEA-REPORTE FROM LINEA-TITULO.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
           OPEN INPUT CIERRES-VIEJO
           EVALUATE FS-CIERRES
               WHEN "00"
               MOVE "S" TO WS-HAY-CIERRES
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CIERRES-CUENTA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-CIERRES
               MOVE "CIERRES-CUENTA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-CIERRES TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * Un cliente en B pasa a C si su pedido de cierre en
      * CIERRES-CUENTA ya se ejecuto; si no, el B es un bloqueo.
       2050-ESTADO-CIERRE.
           IF WS-ESTADO-CLIENTE EQUAL "B" AND HAY-CIERRES
               MOVE WS-IDN-CLIENTE TO CIE-IDN
               READ CIERRES-VIEJO
               EVALUATE FS-CIERRES
                   WHEN "00"
                       IF CIE-CERRADA
                           MOVE "C" TO WS-ESTADO-CLIENTE
                       END-IF
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE "
                               "CIERRES-CUENTA-VIEJO"
                       DISPLAY "FILE STATUS ERROR" FS-CIERRES
                       MOVE "CIERRES-CUENTA-VIEJO" TO ABE-ARCHIVO
                       MOVE FS-CIERRES TO ABE-FILE-STATUS
                       MOVE "2050-ESTADO-CIERRE" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       2050-FIN-ESTADO-CIERRE.
           EXIT.

       2100-CONVERTIR-CLIENTES-IDX.
           MOVE "CLIENTES-IDX" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT CLIENTES-IDX-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-IDX-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-IDX-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2100-CONVERTIR-CLIENTES-IDX" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT CLIENTES-IDX
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2100-CONVERTIR-CLIENTES-IDX" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2110-LEER-CLIENTES-IDX
               PERFORM 2120-GRABAR-CLIENTES-IDX UNTIL FS-VIEJO-EOF
               CLOSE CLIENTES-IDX-VIEJO
               CLOSE CLIENTES-IDX
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2100-FIN-CONVERTIR-CLIENTES-IDX.
           EXIT.

       2110-LEER-CLIENTES-IDX.
           READ CLIENTES-IDX-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-IDX-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2110-LEER-CLIENTES-IDX" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2110-FIN-LEER-CLIENTES-IDX.
           EXIT.

       2120-GRABAR-CLIENTES-IDX.
           MOVE SPACES TO REGISTRO-CLIENTE-IDX.
           MOVE CIDX-IDN OF REGISTRO-CLIENTE-IDX-VIEJO
                TO CIDX-IDN OF REGISTRO-CLIENTE-IDX.
           MOVE CIDX-NOMBRE OF REGISTRO-CLIENTE-IDX-VIEJO
                TO CIDX-NOMBRE OF REGISTRO-CLIENTE-IDX.
           MOVE CIDX-APELLIDO OF REGISTRO-CLIENTE-IDX-VIEJO
                TO CIDX-APELLIDO OF REGISTRO-CLIENTE-IDX.
           MOVE CIDX-SUCURSAL OF REGISTRO-CLIENTE-IDX-VIEJO
                TO CIDX-SUCURSAL OF REGISTRO-CLIENTE-IDX.
           MOVE CIDX-ESTADO OF REGISTRO-CLIENTE-IDX-VIEJO
                TO WS-ESTADO-CLIENTE.
           MOVE CIDX-IDN OF REGISTRO-CLIENTE-IDX-VIEJO
                TO WS-IDN-CLIENTE.
           PERFORM 2050-ESTADO-CIERRE.
           IF WS-ESTADO-CLIENTE NOT EQUAL
                 CIDX-ESTADO OF REGISTRO-CLIENTE-IDX-VIEJO
               ADD 1 TO WS-CERRADAS
           END-IF.
           MOVE WS-ESTADO-CLIENTE
                TO CIDX-ESTADO OF REGISTRO-CLIENTE-IDX.
           MOVE CIDX-LIMITE OF REGISTRO-CLIENTE-IDX-VIEJO
                TO CIDX-LIMITE OF REGISTRO-CLIENTE-IDX.
           ADD CIDX-LIMITE OF REGISTRO-CLIENTE-IDX-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-CLIENTE-IDX
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD CIDX-LIMITE OF REGISTRO-CLIENTE-IDX
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CLIENTES-IDX"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2120-GRABAR-CLIENTES-IDX" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2110-LEER-CLIENTES-IDX.
       2120-FIN-GRABAR-CLIENTES-IDX.
           EXIT.

       2200-CONVERTIR-CLIENTES.
           MOVE "CLIENTES" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT CLIENTES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2200-CONVERTIR-CLIENTES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT CLIENTES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CLIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CLIENTES" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2200-CONVERTIR-CLIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2210-LEER-CLIENTES
               PERFORM 2220-GRABAR-CLIENTES UNTIL FS-VIEJO-EOF
               CLOSE CLIENTES-VIEJO
               CLOSE CLIENTES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2200-FIN-CONVERTIR-CLIENTES.
           EXIT.

       2210-LEER-CLIENTES.
           READ CLIENTES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2210-LEER-CLIENTES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2210-FIN-LEER-CLIENTES.
           EXIT.

      * El trailer *TOTAL* de la imagen secuencial se copia con sus
      * totales; solo cambia el ancho de sus campos.
       2220-GRABAR-CLIENTES.
           IF TRAILER-ID-A OF REGISTRO-A-TRAILER-VIEJO
                 EQUAL "*TOTAL*"
               MOVE "S" TO WS-ES-TRAILER
               MOVE SPACES TO REGISTRO-A-TRAILER
               MOVE TRAILER-ID-A OF REGISTRO-A-TRAILER-VIEJO
                    TO TRAILER-ID-A OF REGISTRO-A-TRAILER
               MOVE TRAILER-CANT-A OF REGISTRO-A-TRAILER-VIEJO
                    TO TRAILER-CANT-A OF REGISTRO-A-TRAILER
           ELSE
               MOVE "N" TO WS-ES-TRAILER
               MOVE SPACES TO REGISTRO-A
               MOVE RELLENO-1 OF REGISTRO-A-VIEJO
                    TO RELLENO-1 OF REGISTRO-A
               MOVE IDN OF REGISTRO-A-VIEJO TO IDN OF REGISTRO-A
               MOVE NOMBRE OF REGISTRO-A-VIEJO TO NOMBRE OF REGISTRO-A
               MOVE APELLIDO OF REGISTRO-A-VIEJO
                    TO APELLIDO OF REGISTRO-A
               MOVE RELLENO-2 OF REGISTRO-A-VIEJO
                    TO RELLENO-2 OF REGISTRO-A
               MOVE CLI-SUCURSAL OF REGISTRO-A-VIEJO
                    TO CLI-SUCURSAL OF REGISTRO-A
               MOVE CLI-ESTADO OF REGISTRO-A-VIEJO
                    TO WS-ESTADO-CLIENTE
               MOVE IDN OF REGISTRO-A-VIEJO TO WS-IDN-CLIENTE
               PERFORM 2050-ESTADO-CIERRE
               MOVE WS-ESTADO-CLIENTE TO CLI-ESTADO OF REGISTRO-A
               MOVE CLI-LIMITE OF REGISTRO-A-VIEJO
                    TO CLI-LIMITE OF REGISTRO-A
               ADD CLI-LIMITE OF REGISTRO-A-VIEJO TO WS-IMPORTE-LEIDO
           END-IF.
           IF ES-TRAILER
               WRITE REGISTRO-A-TRAILER
           ELSE
               WRITE REGISTRO-A
           END-IF
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               IF NOT ES-TRAILER
                   ADD CLI-LIMITE OF REGISTRO-A TO WS-IMPORTE-GRABADO
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CLIENTES"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CLIENTES" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2220-GRABAR-CLIENTES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2210-LEER-CLIENTES.
       2220-FIN-GRABAR-CLIENTES.
           EXIT.

       2300-CONVERTIR-DATOS.
           MOVE "CLIENTES-DATOS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT DATOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-DATOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-DATOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2300-CONVERTIR-DATOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT DATOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CLIENTES-DATOS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2300-CONVERTIR-DATOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2310-LEER-DATOS
               PERFORM 2320-GRABAR-DATOS UNTIL FS-VIEJO-EOF
               CLOSE DATOS-VIEJO
               CLOSE DATOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2300-FIN-CONVERTIR-DATOS.
           EXIT.

       2310-LEER-DATOS.
           READ DATOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES-DATOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-DATOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2310-LEER-DATOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2310-FIN-LEER-DATOS.
           EXIT.

       2320-GRABAR-DATOS.
           MOVE SPACES TO REGISTRO-CLIENTE-DATOS.
           MOVE CDAT-IDN OF REGISTRO-CLIENTE-DATOS-VIEJO
                TO CDAT-IDN OF REGISTRO-CLIENTE-DATOS.
           MOVE CDAT-DOMICILIO OF REGISTRO-CLIENTE-DATOS-VIEJO
                TO CDAT-DOMICILIO OF REGISTRO-CLIENTE-DATOS.
           MOVE CDAT-LOCALIDAD OF REGISTRO-CLIENTE-DATOS-VIEJO
                TO CDAT-LOCALIDAD OF REGISTRO-CLIENTE-DATOS.
           MOVE CDAT-DOCUMENTO OF REGISTRO-CLIENTE-DATOS-VIEJO
                TO CDAT-DOCUMENTO OF REGISTRO-CLIENTE-DATOS.
           MOVE CDAT-TELEFONO OF REGISTRO-CLIENTE-DATOS-VIEJO
                TO CDAT-TELEFONO OF REGISTRO-CLIENTE-DATOS.
           MOVE CDAT-EXENTO-GANANCIAS OF REGISTRO-CLIENTE-DATOS-VIEJO
                TO CDAT-EXENTO-GANANCIAS OF REGISTRO-CLIENTE-DATOS.
           MOVE CDAT-EXENTO-DEBCRED OF REGISTRO-CLIENTE-DATOS-VIEJO
                TO CDAT-EXENTO-DEBCRED OF REGISTRO-CLIENTE-DATOS.
           MOVE RELLENO-1 OF REGISTRO-CLIENTE-DATOS-VIEJO
                TO RELLENO-1 OF REGISTRO-CLIENTE-DATOS.
           WRITE REGISTRO-CLIENTE-DATOS
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CLIENTES-DATOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2320-GRABAR-DATOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2310-LEER-DATOS.
       2320-FIN-GRABAR-DATOS.
           EXIT.

       2400-CONVERTIR-PENDIENTES.
           MOVE "CAMBIOS-PENDIENTES" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT PENDIENTES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CAMBIOS-PENDIENTES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CAMBIOS-PENDIENTES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2400-CONVERTIR-PENDIENTES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT PENDIENTES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CAMBIOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2400-CONVERTIR-PENDIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2410-LEER-PENDIENTES
               PERFORM 2420-GRABAR-PENDIENTES UNTIL FS-VIEJO-EOF
               CLOSE PENDIENTES-VIEJO
               CLOSE PENDIENTES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2400-FIN-CONVERTIR-PENDIENTES.
           EXIT.

       2410-LEER-PENDIENTES.
           READ PENDIENTES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CAMBIOS-PENDIENTES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CAMBIOS-PENDIENTES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2410-LEER-PENDIENTES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2410-FIN-LEER-PENDIENTES.
           EXIT.

       2420-GRABAR-PENDIENTES.
           MOVE SPACES TO REGISTRO-PENDIENTE.
           MOVE PEN-IDN OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-IDN OF REGISTRO-PENDIENTE.
           MOVE PEN-NUMERO OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-NUMERO OF REGISTRO-PENDIENTE.
           MOVE PEN-ORIGEN OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-ORIGEN OF REGISTRO-PENDIENTE.
           MOVE PEN-ESTADO OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-ESTADO OF REGISTRO-PENDIENTE.
           MOVE PEN-FECHA-ALTA OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-FECHA-ALTA OF REGISTRO-PENDIENTE.
           MOVE PEN-OPERADOR-ALTA OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-OPERADOR-ALTA OF REGISTRO-PENDIENTE.
           MOVE PEN-NOMBRE-ANT OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-NOMBRE-ANT OF REGISTRO-PENDIENTE.
           MOVE PEN-APELLIDO-ANT OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-APELLIDO-ANT OF REGISTRO-PENDIENTE.
           MOVE PEN-SUCURSAL-ANT OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-SUCURSAL-ANT OF REGISTRO-PENDIENTE.
           MOVE PEN-ESTADO-ANT OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-ESTADO-ANT OF REGISTRO-PENDIENTE.
           MOVE PEN-LIMITE-ANT OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-LIMITE-ANT OF REGISTRO-PENDIENTE.
           MOVE PEN-NOMBRE-NVO OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-NOMBRE-NVO OF REGISTRO-PENDIENTE.
           MOVE PEN-APELLIDO-NVO OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-APELLIDO-NVO OF REGISTRO-PENDIENTE.
           MOVE PEN-SUCURSAL-NVO OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-SUCURSAL-NVO OF REGISTRO-PENDIENTE.
           MOVE PEN-ESTADO-NVO OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-ESTADO-NVO OF REGISTRO-PENDIENTE.
           MOVE PEN-LIMITE-NVO OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-LIMITE-NVO OF REGISTRO-PENDIENTE.
           MOVE PEN-FECHA-RESOLUCION OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-FECHA-RESOLUCION OF REGISTRO-PENDIENTE.
           MOVE PEN-OPERADOR-RESOL OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-OPERADOR-RESOL OF REGISTRO-PENDIENTE.
           MOVE PEN-MOTIVO OF REGISTRO-PENDIENTE-VIEJO
                TO PEN-MOTIVO OF REGISTRO-PENDIENTE.
           ADD PEN-LIMITE-ANT OF REGISTRO-PENDIENTE-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD PEN-LIMITE-NVO OF REGISTRO-PENDIENTE-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-PENDIENTE
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD PEN-LIMITE-ANT OF REGISTRO-PENDIENTE
                   TO WS-IMPORTE-GRABADO
               ADD PEN-LIMITE-NVO OF REGISTRO-PENDIENTE
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CAMBIOS-PENDIENTES"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2420-GRABAR-PENDIENTES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2410-LEER-PENDIENTES.
       2420-FIN-GRABAR-PENDIENTES.
           EXIT.

       2500-CONVERTIR-ACUERDOS.
           MOVE "ACUERDOS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT ACUERDOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ACUERDOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2500-CONVERTIR-ACUERDOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT ACUERDOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR ACUERDOS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "ACUERDOS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2500-CONVERTIR-ACUERDOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2510-LEER-ACUERDOS
               PERFORM 2520-GRABAR-ACUERDOS UNTIL FS-VIEJO-EOF
               CLOSE ACUERDOS-VIEJO
               CLOSE ACUERDOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2500-FIN-CONVERTIR-ACUERDOS.
           EXIT.

       2510-LEER-ACUERDOS.
           READ ACUERDOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ACUERDOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ACUERDOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2510-LEER-ACUERDOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2510-FIN-LEER-ACUERDOS.
           EXIT.

       2520-GRABAR-ACUERDOS.
           MOVE SPACES TO REGISTRO-ACUERDO.
           MOVE ACU-IDN OF REGISTRO-ACUERDO-VIEJO
                TO ACU-IDN OF REGISTRO-ACUERDO.
           MOVE ACU-MONEDA OF REGISTRO-ACUERDO-VIEJO
                TO ACU-MONEDA OF REGISTRO-ACUERDO.
           MOVE ACU-FECHA-DESDE OF REGISTRO-ACUERDO-VIEJO
                TO ACU-FECHA-DESDE OF REGISTRO-ACUERDO.
           MOVE ACU-FECHA-HASTA OF REGISTRO-ACUERDO-VIEJO
                TO ACU-FECHA-HASTA OF REGISTRO-ACUERDO.
           MOVE ACU-MONTO OF REGISTRO-ACUERDO-VIEJO
                TO ACU-MONTO OF REGISTRO-ACUERDO.
           MOVE ACU-TASA OF REGISTRO-ACUERDO-VIEJO
                TO ACU-TASA OF REGISTRO-ACUERDO.
           MOVE ACU-ESTADO OF REGISTRO-ACUERDO-VIEJO
                TO ACU-ESTADO OF REGISTRO-ACUERDO.
           MOVE ACU-FECHA-ALTA OF REGISTRO-ACUERDO-VIEJO
                TO ACU-FECHA-ALTA OF REGISTRO-ACUERDO.
           MOVE ACU-OPERADOR OF REGISTRO-ACUERDO-VIEJO
                TO ACU-OPERADOR OF REGISTRO-ACUERDO.
           ADD ACU-MONTO OF REGISTRO-ACUERDO-VIEJO TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-ACUERDO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD ACU-MONTO OF REGISTRO-ACUERDO TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR ACUERDOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "ACUERDOS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2520-GRABAR-ACUERDOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2510-LEER-ACUERDOS.
       2520-FIN-GRABAR-ACUERDOS.
           EXIT.

       2600-CONVERTIR-EMBARGOS.
           MOVE "EMBARGOS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT EMBARGOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "EMBARGOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2600-CONVERTIR-EMBARGOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT EMBARGOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2600-CONVERTIR-EMBARGOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2610-LEER-EMBARGOS
               PERFORM 2620-GRABAR-EMBARGOS UNTIL FS-VIEJO-EOF
               CLOSE EMBARGOS-VIEJO
               CLOSE EMBARGOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2600-FIN-CONVERTIR-EMBARGOS.
           EXIT.

       2610-LEER-EMBARGOS.
           READ EMBARGOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE EMBARGOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "EMBARGOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2610-LEER-EMBARGOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2610-FIN-LEER-EMBARGOS.
           EXIT.

       2620-GRABAR-EMBARGOS.
           MOVE SPACES TO REGISTRO-EMBARGO.
           MOVE EMB-IDN OF REGISTRO-EMBARGO-VIEJO
                TO EMB-IDN OF REGISTRO-EMBARGO.
           MOVE EMB-MONEDA OF REGISTRO-EMBARGO-VIEJO
                TO EMB-MONEDA OF REGISTRO-EMBARGO.
           MOVE EMB-OFICIO OF REGISTRO-EMBARGO-VIEJO
                TO EMB-OFICIO OF REGISTRO-EMBARGO.
           MOVE EMB-MONTO OF REGISTRO-EMBARGO-VIEJO
                TO EMB-MONTO OF REGISTRO-EMBARGO.
           MOVE EMB-FECHA-TRABA OF REGISTRO-EMBARGO-VIEJO
                TO EMB-FECHA-TRABA OF REGISTRO-EMBARGO.
           MOVE EMB-FECHA-LEVANTAMIENTO OF REGISTRO-EMBARGO-VIEJO
                TO EMB-FECHA-LEVANTAMIENTO OF REGISTRO-EMBARGO.
           ADD EMB-MONTO OF REGISTRO-EMBARGO-VIEJO TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-EMBARGO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD EMB-MONTO OF REGISTRO-EMBARGO TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR EMBARGOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "EMBARGOS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2620-GRABAR-EMBARGOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2610-LEER-EMBARGOS.
       2620-FIN-GRABAR-EMBARGOS.
           EXIT.

       2700-CONVERTIR-CHEQUERAS.
           MOVE "CHEQUERAS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT CHEQUERAS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUERAS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUERAS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2700-CONVERTIR-CHEQUERAS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT CHEQUERAS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2700-CONVERTIR-CHEQUERAS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2710-LEER-CHEQUERAS
               PERFORM 2720-GRABAR-CHEQUERAS UNTIL FS-VIEJO-EOF
               CLOSE CHEQUERAS-VIEJO
               CLOSE CHEQUERAS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2700-FIN-CONVERTIR-CHEQUERAS.
           EXIT.

       2710-LEER-CHEQUERAS.
           READ CHEQUERAS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUERAS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUERAS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2710-LEER-CHEQUERAS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2710-FIN-LEER-CHEQUERAS.
           EXIT.

       2720-GRABAR-CHEQUERAS.
           MOVE SPACES TO REGISTRO-CHEQUERA.
           MOVE CHQ-IDN OF REGISTRO-CHEQUERA-VIEJO
                TO CHQ-IDN OF REGISTRO-CHEQUERA.
           MOVE CHQ-DESDE OF REGISTRO-CHEQUERA-VIEJO
                TO CHQ-DESDE OF REGISTRO-CHEQUERA.
           MOVE CHQ-HASTA OF REGISTRO-CHEQUERA-VIEJO
                TO CHQ-HASTA OF REGISTRO-CHEQUERA.
           MOVE CHQ-FECHA-EMISION OF REGISTRO-CHEQUERA-VIEJO
                TO CHQ-FECHA-EMISION OF REGISTRO-CHEQUERA.
           MOVE CHQ-ESTADO OF REGISTRO-CHEQUERA-VIEJO
                TO CHQ-ESTADO OF REGISTRO-CHEQUERA.
           MOVE CHQ-FECHA-ANULACION OF REGISTRO-CHEQUERA-VIEJO
                TO CHQ-FECHA-ANULACION OF REGISTRO-CHEQUERA.
           WRITE REGISTRO-CHEQUERA
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CHEQUERAS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CHEQUERAS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2720-GRABAR-CHEQUERAS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2710-LEER-CHEQUERAS.
       2720-FIN-GRABAR-CHEQUERAS.
           EXIT.

       2800-CONVERTIR-ORDENES.
           MOVE "ORDENES-PERMANENTES" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT ORDENES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ORDENES-PERMANENTES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ORDENES-PERMANENTES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2800-CONVERTIR-ORDENES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT ORDENES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR ORDENES-PERMANENTES"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2800-CONVERTIR-ORDENES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2810-LEER-ORDENES
               PERFORM 2820-GRABAR-ORDENES UNTIL FS-VIEJO-EOF
               CLOSE ORDENES-VIEJO
               CLOSE ORDENES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2800-FIN-CONVERTIR-ORDENES.
           EXIT.

       2810-LEER-ORDENES.
           READ ORDENES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ORDENES-PERMANENTES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ORDENES-PERMANENTES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2810-LEER-ORDENES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2810-FIN-LEER-ORDENES.
           EXIT.

       2820-GRABAR-ORDENES.
           MOVE SPACES TO REGISTRO-ORDEN.
           MOVE ORD-IDN OF REGISTRO-ORDEN-VIEJO
                TO ORD-IDN OF REGISTRO-ORDEN.
           MOVE ORD-NUMERO OF REGISTRO-ORDEN-VIEJO
                TO ORD-NUMERO OF REGISTRO-ORDEN.
           MOVE ORD-MONEDA OF REGISTRO-ORDEN-VIEJO
                TO ORD-MONEDA OF REGISTRO-ORDEN.
           MOVE ORD-MONTO OF REGISTRO-ORDEN-VIEJO
                TO ORD-MONTO OF REGISTRO-ORDEN.
           MOVE ORD-FRECUENCIA OF REGISTRO-ORDEN-VIEJO
                TO ORD-FRECUENCIA OF REGISTRO-ORDEN.
           MOVE ORD-DIA-VTO OF REGISTRO-ORDEN-VIEJO
                TO ORD-DIA-VTO OF REGISTRO-ORDEN.
           MOVE ORD-PROXIMO-VTO OF REGISTRO-ORDEN-VIEJO
                TO ORD-PROXIMO-VTO OF REGISTRO-ORDEN.
           MOVE ORD-FECHA-FIN OF REGISTRO-ORDEN-VIEJO
                TO ORD-FECHA-FIN OF REGISTRO-ORDEN.
           MOVE ORD-CONCEPTO OF REGISTRO-ORDEN-VIEJO
                TO ORD-CONCEPTO OF REGISTRO-ORDEN.
           MOVE ORD-ESTADO OF REGISTRO-ORDEN-VIEJO
                TO ORD-ESTADO OF REGISTRO-ORDEN.
           MOVE ORD-FECHA-ALTA OF REGISTRO-ORDEN-VIEJO
                TO ORD-FECHA-ALTA OF REGISTRO-ORDEN.
           MOVE ORD-FECHA-BAJA OF REGISTRO-ORDEN-VIEJO
                TO ORD-FECHA-BAJA OF REGISTRO-ORDEN.
           MOVE ORD-ULTIMO-DEBITO OF REGISTRO-ORDEN-VIEJO
                TO ORD-ULTIMO-DEBITO OF REGISTRO-ORDEN.
           MOVE ORD-REINTENTOS OF REGISTRO-ORDEN-VIEJO
                TO ORD-REINTENTOS OF REGISTRO-ORDEN.
           ADD ORD-MONTO OF REGISTRO-ORDEN-VIEJO TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-ORDEN
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD ORD-MONTO OF REGISTRO-ORDEN TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR ORDENES-PERMANENTES"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2820-GRABAR-ORDENES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2810-LEER-ORDENES.
       2820-FIN-GRABAR-ORDENES.
           EXIT.

       2900-CONVERTIR-RECLAMOS.
           MOVE "RECLAMOS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT RECLAMOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RECLAMOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2900-CONVERTIR-RECLAMOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT RECLAMOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2900-CONVERTIR-RECLAMOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2910-LEER-RECLAMOS
               PERFORM 2920-GRABAR-RECLAMOS UNTIL FS-VIEJO-EOF
               CLOSE RECLAMOS-VIEJO
               CLOSE RECLAMOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2900-FIN-CONVERTIR-RECLAMOS.
           EXIT.

       2910-LEER-RECLAMOS.
           READ RECLAMOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RECLAMOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RECLAMOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2910-LEER-RECLAMOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2910-FIN-LEER-RECLAMOS.
           EXIT.

       2920-GRABAR-RECLAMOS.
           MOVE SPACES TO REGISTRO-RECLAMO.
           MOVE REC-IDN OF REGISTRO-RECLAMO-VIEJO
                TO REC-IDN OF REGISTRO-RECLAMO.
           MOVE REC-NUMERO OF REGISTRO-RECLAMO-VIEJO
                TO REC-NUMERO OF REGISTRO-RECLAMO.
           MOVE REC-ORIGEN OF REGISTRO-RECLAMO-VIEJO
                TO REC-ORIGEN OF REGISTRO-RECLAMO.
           MOVE REC-REFERENCIA OF REGISTRO-RECLAMO-VIEJO
                TO REC-REFERENCIA OF REGISTRO-RECLAMO.
           MOVE REC-TIPO-MOV OF REGISTRO-RECLAMO-VIEJO
                TO REC-TIPO-MOV OF REGISTRO-RECLAMO.
           MOVE REC-MONEDA OF REGISTRO-RECLAMO-VIEJO
                TO REC-MONEDA OF REGISTRO-RECLAMO.
           MOVE REC-MONTO OF REGISTRO-RECLAMO-VIEJO
                TO REC-MONTO OF REGISTRO-RECLAMO.
           MOVE REC-SUCURSAL OF REGISTRO-RECLAMO-VIEJO
                TO REC-SUCURSAL OF REGISTRO-RECLAMO.
           MOVE REC-FECHA-ALTA OF REGISTRO-RECLAMO-VIEJO
                TO REC-FECHA-ALTA OF REGISTRO-RECLAMO.
           MOVE REC-FECHA-VENCE OF REGISTRO-RECLAMO-VIEJO
                TO REC-FECHA-VENCE OF REGISTRO-RECLAMO.
           MOVE REC-ESTADO OF REGISTRO-RECLAMO-VIEJO
                TO REC-ESTADO OF REGISTRO-RECLAMO.
           MOVE REC-FECHA-RESOLUCION OF REGISTRO-RECLAMO-VIEJO
                TO REC-FECHA-RESOLUCION OF REGISTRO-RECLAMO.
           MOVE REC-OPERADOR OF REGISTRO-RECLAMO-VIEJO
                TO REC-OPERADOR OF REGISTRO-RECLAMO.
           MOVE REC-DESCRIPCION OF REGISTRO-RECLAMO-VIEJO
                TO REC-DESCRIPCION OF REGISTRO-RECLAMO.
           ADD REC-MONTO OF REGISTRO-RECLAMO-VIEJO TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-RECLAMO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD REC-MONTO OF REGISTRO-RECLAMO TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR RECLAMOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "RECLAMOS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2920-GRABAR-RECLAMOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2910-LEER-RECLAMOS.
       2920-FIN-GRABAR-RECLAMOS.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF HAY-CIERRES
               CLOSE CIERRES-VIEJO
           END-IF.
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
           MOVE WS-CERRADAS    TO TOT-CERRADAS.
           WRITE LINEA-REPORTE FROM LINEA-CERRADAS.
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
               MOVE "CONVERSIONCLIENTES" TO ERR-PROGRAMA
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

       END PROGRAM ConversionClientes.
