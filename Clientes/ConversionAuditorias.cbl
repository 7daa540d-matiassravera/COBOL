      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionAuditorias.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Conversion unica de las auditorias del mantenimiento al formato
      * con IDN de siete digitos e importes de nueve enteros. Son
      * historia: se convierten completas, en el mismo orden, sin
      * descartar nada.

       SELECT AUD-CLIENTES-VIEJO ASSIGN TO "CLIENTES-AUDITORIA-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT AUD-CLIENTES ASSIGN TO "CLIENTES-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT AUD-DATOS-VIEJO ASSIGN TO "CLIENTES-DATOS-AUDITORIA-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT AUD-DATOS ASSIGN TO "CLIENTES-DATOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT AUD-ACUERDOS-VIEJO ASSIGN TO "ACUERDOS-AUDITORIA-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT AUD-ACUERDOS ASSIGN TO "ACUERDOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT AUD-EMBARGOS-VIEJO ASSIGN TO "EMBARGOS-AUDITORIA-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT AUD-EMBARGOS ASSIGN TO "EMBARGOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT AUD-CHEQUERAS-VIEJO ASSIGN TO "CHEQUERAS-AUDITORIA-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT AUD-CHEQUERAS ASSIGN TO "CHEQUERAS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT AUD-ORDENES-VIEJO ASSIGN TO "ORDENES-AUDITORIA-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT AUD-ORDENES ASSIGN TO "ORDENES-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT AUD-RECLAMOS-VIEJO ASSIGN TO "RECLAMOS-AUDITORIA-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT AUD-RECLAMOS ASSIGN TO "RECLAMOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT AUD-ALERTAS-VIEJO ASSIGN TO "ALERTAS-AUDITORIA-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT AUD-ALERTAS ASSIGN TO "ALERTAS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT AUD-RESTRINGIDOS-VIEJO
           ASSIGN TO "RESTRINGIDOS-AUDITORIA-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT AUD-RESTRINGIDOS ASSIGN TO "RESTRINGIDOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT REPORTE ASSIGN TO "CONVERSION-AUDITORIAS-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  AUD-CLIENTES-VIEJO.

       01  REGISTRO-AUD-CLIENTES-VIEJO.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(5).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-NOMBRE-ANT   PIC X(10).
               05  AUD-APELLIDO-ANT PIC X(10).
               05  AUD-SUCURSAL-ANT PIC 9(2).
               05  AUD-ESTADO-ANT   PIC X(01).
               05  AUD-LIMITE-ANT   PIC 9(5)V99.
           03  AUD-IMAGEN-NUEVA.
               05  AUD-NOMBRE-NVO   PIC X(10).
               05  AUD-APELLIDO-NVO PIC X(10).
               05  AUD-SUCURSAL-NVO PIC 9(2).
               05  AUD-ESTADO-NVO   PIC X(01).
               05  AUD-LIMITE-NVO   PIC 9(5)V99.
           03  AUD-OPERADOR-CARGA   PIC X(8).

       FD  AUD-CLIENTES.

       01  REGISTRO-AUD-CLIENTES.
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

       FD  AUD-DATOS-VIEJO.

       01  REGISTRO-AUD-DATOS-VIEJO.
           03  DAU-FECHA        PIC 9(8).
           03  DAU-HORA         PIC 9(6).
           03  DAU-OPERADOR     PIC X(8).
           03  DAU-NIVEL        PIC X(01).
           03  DAU-ACCION       PIC X(10).
           03  DAU-IDN          PIC 9(5).
           03  DAU-IMAGEN-ANTERIOR.
               05  DAU-DOMICILIO-ANT PIC X(20).
               05  DAU-LOCALIDAD-ANT PIC X(15).
               05  DAU-DOCUMENTO-ANT PIC X(11).
               05  DAU-TELEFONO-ANT  PIC X(12).
           03  DAU-IMAGEN-NUEVA.
               05  DAU-DOMICILIO-NVO PIC X(20).
               05  DAU-LOCALIDAD-NVO PIC X(15).
               05  DAU-DOCUMENTO-NVO PIC X(11).
               05  DAU-TELEFONO-NVO  PIC X(12).
           03  DAU-EXENCIONES-ANT   PIC X(06).
           03  DAU-EXENCIONES-NVO   PIC X(06).

       FD  AUD-DATOS.

       01  REGISTRO-AUD-DATOS.
           03  DAU-FECHA        PIC 9(8).
           03  DAU-HORA         PIC 9(6).
           03  DAU-OPERADOR     PIC X(8).
           03  DAU-NIVEL        PIC X(01).
           03  DAU-ACCION       PIC X(10).
           03  DAU-IDN          PIC 9(7).
           03  DAU-IMAGEN-ANTERIOR.
               05  DAU-DOMICILIO-ANT PIC X(20).
               05  DAU-LOCALIDAD-ANT PIC X(15).
               05  DAU-DOCUMENTO-ANT PIC X(11).
               05  DAU-TELEFONO-ANT  PIC X(12).
           03  DAU-IMAGEN-NUEVA.
               05  DAU-DOMICILIO-NVO PIC X(20).
               05  DAU-LOCALIDAD-NVO PIC X(15).
               05  DAU-DOCUMENTO-NVO PIC X(11).
               05  DAU-TELEFONO-NVO  PIC X(12).
           03  DAU-EXENCIONES-ANT   PIC X(06).
           03  DAU-EXENCIONES-NVO   PIC X(06).

       FD  AUD-ACUERDOS-VIEJO.

       01  REGISTRO-AUD-ACUERDOS-VIEJO.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(5).
           03  AUD-MONEDA       PIC X(3).
           03  AUD-FECHA-DESDE  PIC 9(8).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-HASTA-ANT      PIC 9(8).
               05  AUD-MONTO-ANT      PIC 9(5)V99.
               05  AUD-TASA-ANT       PIC 9(2)V99.
               05  AUD-ESTADO-ANT     PIC X(01).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-HASTA-NVO      PIC 9(8).
               05  AUD-MONTO-NVO      PIC 9(5)V99.
               05  AUD-TASA-NVO       PIC 9(2)V99.
               05  AUD-ESTADO-NVO     PIC X(01).

       FD  AUD-ACUERDOS.

       01  REGISTRO-AUD-ACUERDOS.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-MONEDA       PIC X(3).
           03  AUD-FECHA-DESDE  PIC 9(8).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-HASTA-ANT      PIC 9(8).
               05  AUD-MONTO-ANT      PIC 9(9)V99.
               05  AUD-TASA-ANT       PIC 9(2)V99.
               05  AUD-ESTADO-ANT     PIC X(01).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-HASTA-NVO      PIC 9(8).
               05  AUD-MONTO-NVO      PIC 9(9)V99.
               05  AUD-TASA-NVO       PIC 9(2)V99.
               05  AUD-ESTADO-NVO     PIC X(01).

       FD  AUD-EMBARGOS-VIEJO.

       01  REGISTRO-AUD-EMBARGOS-VIEJO.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(5).
           03  AUD-MONEDA       PIC X(3).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-OFICIO-ANT     PIC X(15).
               05  AUD-MONTO-ANT      PIC 9(5)V99.
               05  AUD-TRABA-ANT      PIC 9(8).
               05  AUD-LEVANTA-ANT    PIC 9(8).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-OFICIO-NVO     PIC X(15).
               05  AUD-MONTO-NVO      PIC 9(5)V99.
               05  AUD-TRABA-NVO      PIC 9(8).
               05  AUD-LEVANTA-NVO    PIC 9(8).

       FD  AUD-EMBARGOS.

       01  REGISTRO-AUD-EMBARGOS.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-MONEDA       PIC X(3).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-OFICIO-ANT     PIC X(15).
               05  AUD-MONTO-ANT      PIC 9(9)V99.
               05  AUD-TRABA-ANT      PIC 9(8).
               05  AUD-LEVANTA-ANT    PIC 9(8).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-OFICIO-NVO     PIC X(15).
               05  AUD-MONTO-NVO      PIC 9(9)V99.
               05  AUD-TRABA-NVO      PIC 9(8).
               05  AUD-LEVANTA-NVO    PIC 9(8).

       FD  AUD-CHEQUERAS-VIEJO.

       01  REGISTRO-AUD-CHEQUERAS-VIEJO.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(5).
           03  AUD-DESDE        PIC 9(8).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-HASTA-ANT      PIC 9(8).
               05  AUD-EMISION-ANT    PIC 9(8).
               05  AUD-ESTADO-ANT     PIC X(01).
               05  AUD-ANULACION-ANT  PIC 9(8).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-HASTA-NVO      PIC 9(8).
               05  AUD-EMISION-NVO    PIC 9(8).
               05  AUD-ESTADO-NVO     PIC X(01).
               05  AUD-ANULACION-NVO  PIC 9(8).

       FD  AUD-CHEQUERAS.

       01  REGISTRO-AUD-CHEQUERAS.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-DESDE        PIC 9(8).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-HASTA-ANT      PIC 9(8).
               05  AUD-EMISION-ANT    PIC 9(8).
               05  AUD-ESTADO-ANT     PIC X(01).
               05  AUD-ANULACION-ANT  PIC 9(8).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-HASTA-NVO      PIC 9(8).
               05  AUD-EMISION-NVO    PIC 9(8).
               05  AUD-ESTADO-NVO     PIC X(01).
               05  AUD-ANULACION-NVO  PIC 9(8).

       FD  AUD-ORDENES-VIEJO.

       01  REGISTRO-AUD-ORDENES-VIEJO.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(5).
           03  AUD-NUMERO       PIC 9(3).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-MONEDA-ANT     PIC X(3).
               05  AUD-MONTO-ANT      PIC 9(5)V99.
               05  AUD-FRECUENCIA-ANT PIC X(01).
               05  AUD-VTO-ANT        PIC 9(8).
               05  AUD-FIN-ANT        PIC 9(8).
               05  AUD-ESTADO-ANT     PIC X(01).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-MONEDA-NVO     PIC X(3).
               05  AUD-MONTO-NVO      PIC 9(5)V99.
               05  AUD-FRECUENCIA-NVO PIC X(01).
               05  AUD-VTO-NVO        PIC 9(8).
               05  AUD-FIN-NVO        PIC 9(8).
               05  AUD-ESTADO-NVO     PIC X(01).

       FD  AUD-ORDENES.

       01  REGISTRO-AUD-ORDENES.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-NUMERO       PIC 9(3).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-MONEDA-ANT     PIC X(3).
               05  AUD-MONTO-ANT      PIC 9(9)V99.
               05  AUD-FRECUENCIA-ANT PIC X(01).
               05  AUD-VTO-ANT        PIC 9(8).
               05  AUD-FIN-ANT        PIC 9(8).
               05  AUD-ESTADO-ANT     PIC X(01).
           03  AUD-IMAGEN-NUEVA.
               05  AUD-MONEDA-NVO     PIC X(3).
               05  AUD-MONTO-NVO      PIC 9(9)V99.
               05  AUD-FRECUENCIA-NVO PIC X(01).
               05  AUD-VTO-NVO        PIC 9(8).
               05  AUD-FIN-NVO        PIC 9(8).
               05  AUD-ESTADO-NVO     PIC X(01).

       FD  AUD-RECLAMOS-VIEJO.

       01  REGISTRO-AUD-RECLAMOS-VIEJO.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(5).
           03  AUD-NUMERO       PIC 9(6).
           03  AUD-ESTADO-ANT   PIC X(01).
           03  AUD-ESTADO-NVO   PIC X(01).
           03  AUD-MOV-TIPO     PIC X(01).
           03  AUD-MOV-MONTO    PIC 9(5)V99.
           03  AUD-DESCRIPCION  PIC X(30).

       FD  AUD-RECLAMOS.

       01  REGISTRO-AUD-RECLAMOS.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-NUMERO       PIC 9(6).
           03  AUD-ESTADO-ANT   PIC X(01).
           03  AUD-ESTADO-NVO   PIC X(01).
           03  AUD-MOV-TIPO     PIC X(01).
           03  AUD-MOV-MONTO    PIC 9(9)V99.
           03  AUD-DESCRIPCION  PIC X(30).

       FD  AUD-ALERTAS-VIEJO.

       01  REGISTRO-AUD-ALERTAS-VIEJO.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-ALE-FECHA    PIC 9(8).
           03  AUD-IDN          PIC 9(5).
           03  AUD-REGLA        PIC X(01).
           03  AUD-ESTADO-ANT   PIC X(01).
           03  AUD-ESTADO-NVO   PIC X(01).
           03  AUD-OBSERVACION  PIC X(30).

       FD  AUD-ALERTAS.

       01  REGISTRO-AUD-ALERTAS.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-ALE-FECHA    PIC 9(8).
           03  AUD-IDN          PIC 9(7).
           03  AUD-REGLA        PIC X(01).
           03  AUD-ESTADO-ANT   PIC X(01).
           03  AUD-ESTADO-NVO   PIC X(01).
           03  AUD-OBSERVACION  PIC X(30).

       FD  AUD-RESTRINGIDOS-VIEJO.

       01  REGISTRO-AUD-RESTRINGIDOS-VIEJO.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(5).
           03  AUD-RST-ID       PIC X(8).
           03  AUD-TIPO         PIC X(01).
           03  AUD-ESTADO-ANT   PIC X(01).
           03  AUD-ESTADO-NVO   PIC X(01).

       FD  AUD-RESTRINGIDOS.

       01  REGISTRO-AUD-RESTRINGIDOS.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-RST-ID       PIC X(8).
           03  AUD-TIPO         PIC X(01).
           03  AUD-ESTADO-ANT   PIC X(01).
           03  AUD-ESTADO-NVO   PIC X(01).

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

       01  WS-HAY-DIFERENCIA    PIC X(01) VALUE "N".
           88 HAY-DIFERENCIA    VALUE "S".

       01  LINEA-TITULO         PIC X(80)
           VALUE "CONVERSION DE FORMATO - AUDITORIAS DEL MANTENIMIENTO".
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
           PERFORM 2100-CONVERTIR-AUD-CLIENTES.
           PERFORM 2200-CONVERTIR-AUD-DATOS.
           PERFORM 2300-CONVERTIR-AUD-ACUERDOS.
           PERFORM 2400-CONVERTIR-AUD-EMBARGOS.
           PERFORM 2500-CONVERTIR-AUD-CHEQUERAS.
           PERFORM 2600-CONVERTIR-AUD-ORDENES.
           PERFORM 2700-CONVERTIR-AUD-RECLAMOS.
           PERFORM 2800-CONVERTIR-AUD-ALERTAS.
           PERFORM 2900-CONVERTIR-AUD-RESTRINGIDOS.
           PERFORM 8000-GRABAR-TOTALES.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           IF HAY-DIFERENCIA
               DISPLAY "CONVERSION CON DIFERENCIAS, VER "
                       "CONVERSION-AUDITORIAS-REPORTE"
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
               DISPLAY "ERROR AL ABRIR CONVERSION-AUDITORIAS-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "CONVERSION-AUDITORIAS-REPORTE" TO ABE-ARCHIVO
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

       2100-CONVERTIR-AUD-CLIENTES.
           MOVE "CLIENTES-AUDITORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AUD-CLIENTES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2100-CONVERTIR-AUD-CLIENTES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-CLIENTES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CLIENTES-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CLIENTES-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2100-CONVERTIR-AUD-CLIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2110-LEER-AUD-CLIENTES
               PERFORM 2120-GRABAR-AUD-CLIENTES UNTIL FS-VIEJO-EOF
               CLOSE AUD-CLIENTES-VIEJO
               CLOSE AUD-CLIENTES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2100-FIN-CONVERTIR-AUD-CLIENTES.
           EXIT.

       2110-LEER-AUD-CLIENTES.
           READ AUD-CLIENTES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2110-LEER-AUD-CLIENTES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2110-FIN-LEER-AUD-CLIENTES.
           EXIT.

       2120-GRABAR-AUD-CLIENTES.
           MOVE SPACES TO REGISTRO-AUD-CLIENTES.
           MOVE AUD-FECHA OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-FECHA OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-HORA OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-HORA OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-OPERADOR OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-OPERADOR OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-NIVEL OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-NIVEL OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-ACCION OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-ACCION OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-IDN OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-IDN OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-NOMBRE-ANT OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-NOMBRE-ANT OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-APELLIDO-ANT OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-APELLIDO-ANT OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-SUCURSAL-ANT OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-SUCURSAL-ANT OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-ESTADO-ANT OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-ESTADO-ANT OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-LIMITE-ANT OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-LIMITE-ANT OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-NOMBRE-NVO OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-NOMBRE-NVO OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-APELLIDO-NVO OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-APELLIDO-NVO OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-SUCURSAL-NVO OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-SUCURSAL-NVO OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-ESTADO-NVO OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-ESTADO-NVO OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-LIMITE-NVO OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-LIMITE-NVO OF REGISTRO-AUD-CLIENTES.
           MOVE AUD-OPERADOR-CARGA OF REGISTRO-AUD-CLIENTES-VIEJO
                TO AUD-OPERADOR-CARGA OF REGISTRO-AUD-CLIENTES.
           ADD AUD-LIMITE-ANT OF REGISTRO-AUD-CLIENTES-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD AUD-LIMITE-NVO OF REGISTRO-AUD-CLIENTES-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-AUD-CLIENTES
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD AUD-LIMITE-ANT OF REGISTRO-AUD-CLIENTES
                   TO WS-IMPORTE-GRABADO
               ADD AUD-LIMITE-NVO OF REGISTRO-AUD-CLIENTES
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CLIENTES-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CLIENTES-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2120-GRABAR-AUD-CLIENTES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2110-LEER-AUD-CLIENTES.
       2120-FIN-GRABAR-AUD-CLIENTES.
           EXIT.

       2200-CONVERTIR-AUD-DATOS.
           MOVE "CLIENTES-DATOS-AUDITORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AUD-DATOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-DATOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-DATOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2200-CONVERTIR-AUD-DATOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-DATOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CLIENTES-DATOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CLIENTES-DATOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2200-CONVERTIR-AUD-DATOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2210-LEER-AUD-DATOS
               PERFORM 2220-GRABAR-AUD-DATOS UNTIL FS-VIEJO-EOF
               CLOSE AUD-DATOS-VIEJO
               CLOSE AUD-DATOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2200-FIN-CONVERTIR-AUD-DATOS.
           EXIT.

       2210-LEER-AUD-DATOS.
           READ AUD-DATOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE "
                       "CLIENTES-DATOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CLIENTES-DATOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2210-LEER-AUD-DATOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2210-FIN-LEER-AUD-DATOS.
           EXIT.

       2220-GRABAR-AUD-DATOS.
           MOVE SPACES TO REGISTRO-AUD-DATOS.
           MOVE DAU-FECHA OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-FECHA OF REGISTRO-AUD-DATOS.
           MOVE DAU-HORA OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-HORA OF REGISTRO-AUD-DATOS.
           MOVE DAU-OPERADOR OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-OPERADOR OF REGISTRO-AUD-DATOS.
           MOVE DAU-NIVEL OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-NIVEL OF REGISTRO-AUD-DATOS.
           MOVE DAU-ACCION OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-ACCION OF REGISTRO-AUD-DATOS.
           MOVE DAU-IDN OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-IDN OF REGISTRO-AUD-DATOS.
           MOVE DAU-DOMICILIO-ANT OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-DOMICILIO-ANT OF REGISTRO-AUD-DATOS.
           MOVE DAU-LOCALIDAD-ANT OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-LOCALIDAD-ANT OF REGISTRO-AUD-DATOS.
           MOVE DAU-DOCUMENTO-ANT OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-DOCUMENTO-ANT OF REGISTRO-AUD-DATOS.
           MOVE DAU-TELEFONO-ANT OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-TELEFONO-ANT OF REGISTRO-AUD-DATOS.
           MOVE DAU-DOMICILIO-NVO OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-DOMICILIO-NVO OF REGISTRO-AUD-DATOS.
           MOVE DAU-LOCALIDAD-NVO OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-LOCALIDAD-NVO OF REGISTRO-AUD-DATOS.
           MOVE DAU-DOCUMENTO-NVO OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-DOCUMENTO-NVO OF REGISTRO-AUD-DATOS.
           MOVE DAU-TELEFONO-NVO OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-TELEFONO-NVO OF REGISTRO-AUD-DATOS.
           MOVE DAU-EXENCIONES-ANT OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-EXENCIONES-ANT OF REGISTRO-AUD-DATOS.
           MOVE DAU-EXENCIONES-NVO OF REGISTRO-AUD-DATOS-VIEJO
                TO DAU-EXENCIONES-NVO OF REGISTRO-AUD-DATOS.
           WRITE REGISTRO-AUD-DATOS
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CLIENTES-DATOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CLIENTES-DATOS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2220-GRABAR-AUD-DATOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2210-LEER-AUD-DATOS.
       2220-FIN-GRABAR-AUD-DATOS.
           EXIT.

       2300-CONVERTIR-AUD-ACUERDOS.
           MOVE "ACUERDOS-AUDITORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AUD-ACUERDOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ACUERDOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ACUERDOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2300-CONVERTIR-AUD-ACUERDOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-ACUERDOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR ACUERDOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "ACUERDOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2300-CONVERTIR-AUD-ACUERDOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2310-LEER-AUD-ACUERDOS
               PERFORM 2320-GRABAR-AUD-ACUERDOS UNTIL FS-VIEJO-EOF
               CLOSE AUD-ACUERDOS-VIEJO
               CLOSE AUD-ACUERDOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2300-FIN-CONVERTIR-AUD-ACUERDOS.
           EXIT.

       2310-LEER-AUD-ACUERDOS.
           READ AUD-ACUERDOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ACUERDOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ACUERDOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2310-LEER-AUD-ACUERDOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2310-FIN-LEER-AUD-ACUERDOS.
           EXIT.

       2320-GRABAR-AUD-ACUERDOS.
           MOVE SPACES TO REGISTRO-AUD-ACUERDOS.
           MOVE AUD-FECHA OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-FECHA OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-HORA OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-HORA OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-OPERADOR OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-OPERADOR OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-NIVEL OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-NIVEL OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-ACCION OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-ACCION OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-IDN OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-IDN OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-MONEDA OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-MONEDA OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-FECHA-DESDE OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-FECHA-DESDE OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-HASTA-ANT OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-HASTA-ANT OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-MONTO-ANT OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-MONTO-ANT OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-TASA-ANT OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-TASA-ANT OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-ESTADO-ANT OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-ESTADO-ANT OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-HASTA-NVO OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-HASTA-NVO OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-MONTO-NVO OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-MONTO-NVO OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-TASA-NVO OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-TASA-NVO OF REGISTRO-AUD-ACUERDOS.
           MOVE AUD-ESTADO-NVO OF REGISTRO-AUD-ACUERDOS-VIEJO
                TO AUD-ESTADO-NVO OF REGISTRO-AUD-ACUERDOS.
           ADD AUD-MONTO-ANT OF REGISTRO-AUD-ACUERDOS-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD AUD-MONTO-NVO OF REGISTRO-AUD-ACUERDOS-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-AUD-ACUERDOS
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD AUD-MONTO-ANT OF REGISTRO-AUD-ACUERDOS
                   TO WS-IMPORTE-GRABADO
               ADD AUD-MONTO-NVO OF REGISTRO-AUD-ACUERDOS
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR ACUERDOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "ACUERDOS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2320-GRABAR-AUD-ACUERDOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2310-LEER-AUD-ACUERDOS.
       2320-FIN-GRABAR-AUD-ACUERDOS.
           EXIT.

       2400-CONVERTIR-AUD-EMBARGOS.
           MOVE "EMBARGOS-AUDITORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AUD-EMBARGOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "EMBARGOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2400-CONVERTIR-AUD-EMBARGOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-EMBARGOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR EMBARGOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "EMBARGOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2400-CONVERTIR-AUD-EMBARGOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2410-LEER-AUD-EMBARGOS
               PERFORM 2420-GRABAR-AUD-EMBARGOS UNTIL FS-VIEJO-EOF
               CLOSE AUD-EMBARGOS-VIEJO
               CLOSE AUD-EMBARGOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2400-FIN-CONVERTIR-AUD-EMBARGOS.
           EXIT.

       2410-LEER-AUD-EMBARGOS.
           READ AUD-EMBARGOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE EMBARGOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "EMBARGOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2410-LEER-AUD-EMBARGOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2410-FIN-LEER-AUD-EMBARGOS.
           EXIT.

       2420-GRABAR-AUD-EMBARGOS.
           MOVE SPACES TO REGISTRO-AUD-EMBARGOS.
           MOVE AUD-FECHA OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-FECHA OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-HORA OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-HORA OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-OPERADOR OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-OPERADOR OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-NIVEL OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-NIVEL OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-ACCION OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-ACCION OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-IDN OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-IDN OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-MONEDA OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-MONEDA OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-OFICIO-ANT OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-OFICIO-ANT OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-MONTO-ANT OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-MONTO-ANT OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-TRABA-ANT OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-TRABA-ANT OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-LEVANTA-ANT OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-LEVANTA-ANT OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-OFICIO-NVO OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-OFICIO-NVO OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-MONTO-NVO OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-MONTO-NVO OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-TRABA-NVO OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-TRABA-NVO OF REGISTRO-AUD-EMBARGOS.
           MOVE AUD-LEVANTA-NVO OF REGISTRO-AUD-EMBARGOS-VIEJO
                TO AUD-LEVANTA-NVO OF REGISTRO-AUD-EMBARGOS.
           ADD AUD-MONTO-ANT OF REGISTRO-AUD-EMBARGOS-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD AUD-MONTO-NVO OF REGISTRO-AUD-EMBARGOS-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-AUD-EMBARGOS
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD AUD-MONTO-ANT OF REGISTRO-AUD-EMBARGOS
                   TO WS-IMPORTE-GRABADO
               ADD AUD-MONTO-NVO OF REGISTRO-AUD-EMBARGOS
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR EMBARGOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "EMBARGOS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2420-GRABAR-AUD-EMBARGOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2410-LEER-AUD-EMBARGOS.
       2420-FIN-GRABAR-AUD-EMBARGOS.
           EXIT.

       2500-CONVERTIR-AUD-CHEQUERAS.
           MOVE "CHEQUERAS-AUDITORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AUD-CHEQUERAS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUERAS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUERAS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2500-CONVERTIR-AUD-CHEQUERAS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-CHEQUERAS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR CHEQUERAS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "CHEQUERAS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2500-CONVERTIR-AUD-CHEQUERAS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2510-LEER-AUD-CHEQUERAS
               PERFORM 2520-GRABAR-AUD-CHEQUERAS UNTIL FS-VIEJO-EOF
               CLOSE AUD-CHEQUERAS-VIEJO
               CLOSE AUD-CHEQUERAS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2500-FIN-CONVERTIR-AUD-CHEQUERAS.
           EXIT.

       2510-LEER-AUD-CHEQUERAS.
           READ AUD-CHEQUERAS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUERAS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "CHEQUERAS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2510-LEER-AUD-CHEQUERAS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2510-FIN-LEER-AUD-CHEQUERAS.
           EXIT.

       2520-GRABAR-AUD-CHEQUERAS.
           MOVE SPACES TO REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-FECHA OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-FECHA OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-HORA OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-HORA OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-OPERADOR OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-OPERADOR OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-NIVEL OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-NIVEL OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-ACCION OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-ACCION OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-IDN OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-IDN OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-DESDE OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-DESDE OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-HASTA-ANT OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-HASTA-ANT OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-EMISION-ANT OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-EMISION-ANT OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-ESTADO-ANT OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-ESTADO-ANT OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-ANULACION-ANT OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-ANULACION-ANT OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-HASTA-NVO OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-HASTA-NVO OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-EMISION-NVO OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-EMISION-NVO OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-ESTADO-NVO OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-ESTADO-NVO OF REGISTRO-AUD-CHEQUERAS.
           MOVE AUD-ANULACION-NVO OF REGISTRO-AUD-CHEQUERAS-VIEJO
                TO AUD-ANULACION-NVO OF REGISTRO-AUD-CHEQUERAS.
           WRITE REGISTRO-AUD-CHEQUERAS
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CHEQUERAS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "CHEQUERAS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2520-GRABAR-AUD-CHEQUERAS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2510-LEER-AUD-CHEQUERAS.
       2520-FIN-GRABAR-AUD-CHEQUERAS.
           EXIT.

       2600-CONVERTIR-AUD-ORDENES.
           MOVE "ORDENES-AUDITORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AUD-ORDENES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ORDENES-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ORDENES-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2600-CONVERTIR-AUD-ORDENES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-ORDENES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR ORDENES-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "ORDENES-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2600-CONVERTIR-AUD-ORDENES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2610-LEER-AUD-ORDENES
               PERFORM 2620-GRABAR-AUD-ORDENES UNTIL FS-VIEJO-EOF
               CLOSE AUD-ORDENES-VIEJO
               CLOSE AUD-ORDENES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2600-FIN-CONVERTIR-AUD-ORDENES.
           EXIT.

       2610-LEER-AUD-ORDENES.
           READ AUD-ORDENES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ORDENES-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ORDENES-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2610-LEER-AUD-ORDENES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2610-FIN-LEER-AUD-ORDENES.
           EXIT.

       2620-GRABAR-AUD-ORDENES.
           MOVE SPACES TO REGISTRO-AUD-ORDENES.
           MOVE AUD-FECHA OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-FECHA OF REGISTRO-AUD-ORDENES.
           MOVE AUD-HORA OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-HORA OF REGISTRO-AUD-ORDENES.
           MOVE AUD-OPERADOR OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-OPERADOR OF REGISTRO-AUD-ORDENES.
           MOVE AUD-NIVEL OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-NIVEL OF REGISTRO-AUD-ORDENES.
           MOVE AUD-ACCION OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-ACCION OF REGISTRO-AUD-ORDENES.
           MOVE AUD-IDN OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-IDN OF REGISTRO-AUD-ORDENES.
           MOVE AUD-NUMERO OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-NUMERO OF REGISTRO-AUD-ORDENES.
           MOVE AUD-MONEDA-ANT OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-MONEDA-ANT OF REGISTRO-AUD-ORDENES.
           MOVE AUD-MONTO-ANT OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-MONTO-ANT OF REGISTRO-AUD-ORDENES.
           MOVE AUD-FRECUENCIA-ANT OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-FRECUENCIA-ANT OF REGISTRO-AUD-ORDENES.
           MOVE AUD-VTO-ANT OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-VTO-ANT OF REGISTRO-AUD-ORDENES.
           MOVE AUD-FIN-ANT OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-FIN-ANT OF REGISTRO-AUD-ORDENES.
           MOVE AUD-ESTADO-ANT OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-ESTADO-ANT OF REGISTRO-AUD-ORDENES.
           MOVE AUD-MONEDA-NVO OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-MONEDA-NVO OF REGISTRO-AUD-ORDENES.
           MOVE AUD-MONTO-NVO OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-MONTO-NVO OF REGISTRO-AUD-ORDENES.
           MOVE AUD-FRECUENCIA-NVO OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-FRECUENCIA-NVO OF REGISTRO-AUD-ORDENES.
           MOVE AUD-VTO-NVO OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-VTO-NVO OF REGISTRO-AUD-ORDENES.
           MOVE AUD-FIN-NVO OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-FIN-NVO OF REGISTRO-AUD-ORDENES.
           MOVE AUD-ESTADO-NVO OF REGISTRO-AUD-ORDENES-VIEJO
                TO AUD-ESTADO-NVO OF REGISTRO-AUD-ORDENES.
           ADD AUD-MONTO-ANT OF REGISTRO-AUD-ORDENES-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD AUD-MONTO-NVO OF REGISTRO-AUD-ORDENES-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-AUD-ORDENES
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD AUD-MONTO-ANT OF REGISTRO-AUD-ORDENES
                   TO WS-IMPORTE-GRABADO
               ADD AUD-MONTO-NVO OF REGISTRO-AUD-ORDENES
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR ORDENES-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "ORDENES-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2620-GRABAR-AUD-ORDENES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2610-LEER-AUD-ORDENES.
       2620-FIN-GRABAR-AUD-ORDENES.
           EXIT.

       2700-CONVERTIR-AUD-RECLAMOS.
           MOVE "RECLAMOS-AUDITORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AUD-RECLAMOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RECLAMOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2700-CONVERTIR-AUD-RECLAMOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-RECLAMOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR RECLAMOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "RECLAMOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2700-CONVERTIR-AUD-RECLAMOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2710-LEER-AUD-RECLAMOS
               PERFORM 2720-GRABAR-AUD-RECLAMOS UNTIL FS-VIEJO-EOF
               CLOSE AUD-RECLAMOS-VIEJO
               CLOSE AUD-RECLAMOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2700-FIN-CONVERTIR-AUD-RECLAMOS.
           EXIT.

       2710-LEER-AUD-RECLAMOS.
           READ AUD-RECLAMOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RECLAMOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RECLAMOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2710-LEER-AUD-RECLAMOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2710-FIN-LEER-AUD-RECLAMOS.
           EXIT.

       2720-GRABAR-AUD-RECLAMOS.
           MOVE SPACES TO REGISTRO-AUD-RECLAMOS.
           MOVE AUD-FECHA OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-FECHA OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-HORA OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-HORA OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-OPERADOR OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-OPERADOR OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-NIVEL OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-NIVEL OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-ACCION OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-ACCION OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-IDN OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-IDN OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-NUMERO OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-NUMERO OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-ESTADO-ANT OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-ESTADO-ANT OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-ESTADO-NVO OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-ESTADO-NVO OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-MOV-TIPO OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-MOV-TIPO OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-MOV-MONTO OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-MOV-MONTO OF REGISTRO-AUD-RECLAMOS.
           MOVE AUD-DESCRIPCION OF REGISTRO-AUD-RECLAMOS-VIEJO
                TO AUD-DESCRIPCION OF REGISTRO-AUD-RECLAMOS.
           ADD AUD-MOV-MONTO OF REGISTRO-AUD-RECLAMOS-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-AUD-RECLAMOS
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD AUD-MOV-MONTO OF REGISTRO-AUD-RECLAMOS
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR RECLAMOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "RECLAMOS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2720-GRABAR-AUD-RECLAMOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2710-LEER-AUD-RECLAMOS.
       2720-FIN-GRABAR-AUD-RECLAMOS.
           EXIT.

       2800-CONVERTIR-AUD-ALERTAS.
           MOVE "ALERTAS-AUDITORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AUD-ALERTAS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ALERTAS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ALERTAS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2800-CONVERTIR-AUD-ALERTAS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-ALERTAS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR ALERTAS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "ALERTAS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2800-CONVERTIR-AUD-ALERTAS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2810-LEER-AUD-ALERTAS
               PERFORM 2820-GRABAR-AUD-ALERTAS UNTIL FS-VIEJO-EOF
               CLOSE AUD-ALERTAS-VIEJO
               CLOSE AUD-ALERTAS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2800-FIN-CONVERTIR-AUD-ALERTAS.
           EXIT.

       2810-LEER-AUD-ALERTAS.
           READ AUD-ALERTAS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ALERTAS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "ALERTAS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2810-LEER-AUD-ALERTAS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2810-FIN-LEER-AUD-ALERTAS.
           EXIT.

       2820-GRABAR-AUD-ALERTAS.
           MOVE SPACES TO REGISTRO-AUD-ALERTAS.
           MOVE AUD-FECHA OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-FECHA OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-HORA OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-HORA OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-OPERADOR OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-OPERADOR OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-NIVEL OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-NIVEL OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-ACCION OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-ACCION OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-ALE-FECHA OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-ALE-FECHA OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-IDN OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-IDN OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-REGLA OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-REGLA OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-ESTADO-ANT OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-ESTADO-ANT OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-ESTADO-NVO OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-ESTADO-NVO OF REGISTRO-AUD-ALERTAS.
           MOVE AUD-OBSERVACION OF REGISTRO-AUD-ALERTAS-VIEJO
                TO AUD-OBSERVACION OF REGISTRO-AUD-ALERTAS.
           WRITE REGISTRO-AUD-ALERTAS
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR ALERTAS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "ALERTAS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2820-GRABAR-AUD-ALERTAS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2810-LEER-AUD-ALERTAS.
       2820-FIN-GRABAR-AUD-ALERTAS.
           EXIT.

       2900-CONVERTIR-AUD-RESTRINGIDOS.
           MOVE "RESTRINGIDOS-AUDITORIA" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AUD-RESTRINGIDOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RESTRINGIDOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2900-CONVERTIR-AUD-RESTRINGIDOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AUD-RESTRINGIDOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR RESTRINGIDOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "RESTRINGIDOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2900-CONVERTIR-AUD-RESTRINGIDOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2910-LEER-AUD-RESTRINGIDOS
               PERFORM 2920-GRABAR-AUD-RESTRINGIDOS UNTIL FS-VIEJO-EOF
               CLOSE AUD-RESTRINGIDOS-VIEJO
               CLOSE AUD-RESTRINGIDOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2900-FIN-CONVERTIR-AUD-RESTRINGIDOS.
           EXIT.

       2910-LEER-AUD-RESTRINGIDOS.
           READ AUD-RESTRINGIDOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE "
                       "RESTRINGIDOS-AUDITORIA-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RESTRINGIDOS-AUDITORIA-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2910-LEER-AUD-RESTRINGIDOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2910-FIN-LEER-AUD-RESTRINGIDOS.
           EXIT.

       2920-GRABAR-AUD-RESTRINGIDOS.
           MOVE SPACES TO REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-FECHA OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-FECHA OF REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-HORA OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-HORA OF REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-OPERADOR OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-OPERADOR OF REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-NIVEL OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-NIVEL OF REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-ACCION OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-ACCION OF REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-IDN OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-IDN OF REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-RST-ID OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-RST-ID OF REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-TIPO OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-TIPO OF REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-ESTADO-ANT OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-ESTADO-ANT OF REGISTRO-AUD-RESTRINGIDOS.
           MOVE AUD-ESTADO-NVO OF REGISTRO-AUD-RESTRINGIDOS-VIEJO
                TO AUD-ESTADO-NVO OF REGISTRO-AUD-RESTRINGIDOS.
           WRITE REGISTRO-AUD-RESTRINGIDOS
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR RESTRINGIDOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "RESTRINGIDOS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2920-GRABAR-AUD-RESTRINGIDOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2910-LEER-AUD-RESTRINGIDOS.
       2920-FIN-GRABAR-AUD-RESTRINGIDOS.
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
               MOVE "CONVERSIONAUDITORIAS" TO ERR-PROGRAMA
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

       END PROGRAM ConversionAuditorias.
