      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CentralDeudores.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Deudores del cierre: el SALDO-DEUDOR del ultimo dia habil.
       SELECT SALDO-DEUDOR ASSIGN TO "SALDO-DEUDOR"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-DEUDOR.

      * Envejecimiento de EscalamientoDeudor: la fecha en que el
      * cliente entro en rojo da los dias de atraso.
       SELECT AGING ASSIGN TO "DEUDOR-AGING"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS AGE-IDN
       FILE STATUS IS FS-AGING.

      * Documento del deudor, de los datos complementarios.
       SELECT CLIENTES-DATOS ASSIGN TO "CLIENTES-DATOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CDAT-IDN
       FILE STATUS IS FS-DATOS.

      * Calendario de feriados para determinar el ultimo dia habil
      * del mes, que es el unico dia en que corresponde correr.
       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Archivo de presentacion a la Central de Deudores: cabecera,
      * un detalle por deudor y moneda, y un trailer por situacion.
       SELECT CENTRAL ASSIGN TO "CENTRAL-DEUDORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CENTRAL.

      * Deudores que no pueden informarse (sin documento): el ente
      * rechaza la presentacion entera por una linea mala, asi que
      * quedan aca para que la sucursal complete el dato.
       SELECT EXCEPCIONES ASSIGN TO "CENTRAL-EXCEPCIONES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-EXCEPCIONES.

       SELECT REPORTE ASSIGN TO "CENTRAL-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

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

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

       FD  CENTRAL.

       01  REGISTRO-CEN-CABECERA.
           03  CENC-SECUENCIA      PIC 9(7).
           03  CENC-TIPO           PIC X(01).
           03  CENC-ENTIDAD        PIC X(4).
           03  CENC-PERIODO        PIC 9(6).
           03  CENC-FECHA          PIC 9(8).
           03  FILLER              PIC X(41).
       01  REGISTRO-CEN-DETALLE.
           03  CEND-SECUENCIA      PIC 9(7).
           03  CEND-TIPO           PIC X(01).
           03  CEND-DOCUMENTO      PIC X(11).
           03  CEND-IDN            PIC 9(7).
           03  CEND-APELLIDO       PIC X(10).
           03  CEND-NOMBRE         PIC X(10).
           03  CEND-MONEDA         PIC X(3).
           03  CEND-SITUACION      PIC 9(1).
           03  CEND-DIAS-ATRASO    PIC 9(4).
           03  CEND-DEUDA          PIC 9(11)V99.
       01  REGISTRO-CEN-TRAILER.
           03  CENT-SECUENCIA      PIC 9(7).
           03  CENT-TIPO           PIC X(01).
           03  CENT-SITUACION      PIC 9(1).
           03  CENT-CANT-DEUDORES  PIC 9(7).
           03  CENT-DEUDA-PES      PIC 9(13)V99.
           03  CENT-DEUDA-DOL      PIC 9(13)V99.
           03  CENT-CANT-REGISTROS PIC 9(7).
           03  FILLER              PIC X(14).

       FD  EXCEPCIONES.

       01  LINEA-EXCEPCION      PIC X(80).

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

       01  FS-DEUDOR            PIC X(2).
           88 FS-DEUDOR-OK      VALUE "00".
           88 FS-DEUDOR-EOF     VALUE "10".

       01  FS-AGING             PIC X(2).
           88 FS-AGING-OK       VALUE "00".
           88 FS-AGING-NOHAY    VALUE "23".
           88 FS-AGING-NOEX     VALUE "35".

       01  FS-DATOS             PIC X(2).
           88 FS-DATOS-OK       VALUE "00".
           88 FS-DATOS-NOHAY    VALUE "23".
           88 FS-DATOS-NOEX     VALUE "35".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-CENTRAL           PIC X(2).
           88 FS-CENTRAL-OK     VALUE "00".

       01  FS-EXCEPCIONES       PIC X(2).
           88 FS-EXCEPCIONES-OK VALUE "00".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-AGING         PIC X(01) VALUE "N".
           88 SIN-AGING         VALUE "S".
       01  WS-SIN-DATOS         PIC X(01) VALUE "N".
           88 SIN-DATOS         VALUE "S".

       01  CONTADORES.
           03  WS-DEUDORES      PIC 9(7) VALUE ZERO.
           03  WS-INFORMADOS    PIC 9(7) VALUE ZERO.
           03  WS-EXCEPTUADOS   PIC 9(7) VALUE ZERO.
           03  WS-SIN-AGING-CLI PIC 9(7) VALUE ZERO.
           03  WS-LINEAS-PAGINA PIC 9(2) VALUE ZERO.
           03  WS-NRO-PAGINA    PIC 9(4) VALUE ZERO.

       01  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * CENTRAL-FORZAR=S saltea el control de ultimo dia habil para
      * un recupero autorizado.
       01  WS-FORZAR            PIC X(01).
           88 CORRIDA-FORZADA   VALUE "S".

      * Codigo de entidad informante, igual que CAMARA-ENTIDAD.
       01  WS-ENTIDAD           PIC X(4).

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

      * Situaciones 1 a 5 por dias corridos de atraso: hasta el tope
      * de la entrada; la ultima no tiene tope.
      *   1 normal                 hasta  31
      *   2 seguimiento especial   hasta  90
      *   3 con problemas          hasta 180
      *   4 alto riesgo            hasta 365
      *   5 irrecuperable          mas de 365
       01  TABLA-SITUACIONES.
           03  SIT-ENTRY OCCURS 5 TIMES.
               05  SIT-DIAS-HASTA   PIC 9(4).
               05  SIT-CANTIDAD     PIC 9(7).
               05  SIT-DEUDA        PIC 9(13)V99 OCCURS 2 TIMES.
       01  WS-IDX-SIT           PIC 9(1).
       01  WS-IDX-MON           PIC 9(1).

       01  WS-DIAS-ATRASO       PIC 9(4).
       01  WS-SITUACION         PIC 9(1).
       01  WS-DEUDA             PIC 9(11)V99.
       01  WS-DOCUMENTO         PIC X(11).

       01  WS-CEN-SECUENCIA     PIC 9(7) VALUE ZERO.

       01  LINEA-TITULO-EXC.
           03  FILLER           PIC X(40)
                       VALUE "CENTRAL DE DEUDORES - EXCEPCIONES ".
           03  FILLER           PIC X(8)  VALUE "PERIODO ".
           03  EXC-PERIODO      PIC 9(6).
           03  FILLER           PIC X(26) VALUE SPACES.

       01  LINEA-ENCABEZADO-EXC.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(12) VALUE "APELLIDO".
           03  FILLER           PIC X(12) VALUE "NOMBRE".
           03  FILLER           PIC X(5)  VALUE "MON".
           03  FILLER           PIC X(15) VALUE "DEUDA".
           03  FILLER           PIC X(3)  VALUE "SIT".
           03  FILLER           PIC X(24) VALUE "MOTIVO".

       01  LINEA-DETALLE-EXC.
           03  EXD-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXD-APELLIDO     PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXD-NOMBRE       PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXD-MONEDA       PIC X(3).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXD-DEUDA        PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  EXD-SITUACION    PIC 9(1).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  EXD-MOTIVO       PIC X(24).

       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-ENCABEZADO-1.
           03  FILLER           PIC X(34)
                       VALUE "CENTRAL DE DEUDORES DEL PERIODO ".
           03  ENC-PERIODO      PIC 9(6).
           03  FILLER           PIC X(8)  VALUE SPACES.
           03  FILLER           PIC X(6)  VALUE "PAGINA".
           03  ENC-PAGINA       PIC ZZZ9.
           03  FILLER           PIC X(22) VALUE SPACES.

       01  LINEA-ENCABEZADO-2.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(12) VALUE "DOCUMENTO".
           03  FILLER           PIC X(12) VALUE "APELLIDO".
           03  FILLER           PIC X(5)  VALUE "MON".
           03  FILLER           PIC X(8)  VALUE "ATRASO".
           03  FILLER           PIC X(5)  VALUE "SIT".
           03  FILLER           PIC X(29) VALUE "DEUDA".

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DOCUMENTO    PIC X(11).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-ATRASO       PIC ZZZ9.
           03  FILLER           PIC X(4)  VALUE SPACES.
           03  DET-SITUACION    PIC 9(1).
           03  FILLER           PIC X(4)  VALUE SPACES.
           03  DET-DEUDA        PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(15) VALUE SPACES.

       01  LINEA-TOTAL-TITULO   PIC X(80)
               VALUE "TOTALES POR SITUACION".

       01  LINEA-TOTAL.
           03  FILLER           PIC X(10) VALUE "SITUACION ".
           03  TOT-SITUACION    PIC 9(1).
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  TOT-CANTIDAD     PIC ZZZ.ZZ9.
           03  FILLER           PIC X(7)  VALUE " PES   ".
           03  TOT-DEUDA-PES    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(7)  VALUE "  DOL  ".
           03  TOT-DEUDA-DOL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1200-CONTROLAR-ULTIMO-HABIL.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           PERFORM 1600-CARGAR-TABLA-SITUACIONES.
           PERFORM 1700-GRABAR-CABECERA.
           PERFORM 2000-LEER-DEUDOR.
           PERFORM 3000-PROCESO UNTIL FS-DEUDOR-EOF.
           PERFORM 3800-GRABAR-TRAILERS.
           PERFORM 3900-GRABAR-TOTALES.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           IF WS-EXCEPTUADOS GREATER THAN ZERO
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
           MOVE WS-FECHA-PROCESO TO DESGLOSE-FECHA-PROC.
           ACCEPT WS-FORZAR FROM ENVIRONMENT "CENTRAL-FORZAR".
           ACCEPT WS-ENTIDAD FROM ENVIRONMENT "CENTRAL-ENTIDAD".
           IF WS-ENTIDAD EQUAL SPACES
               MOVE "0000" TO WS-ENTIDAD
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

      * Solo corre en el ultimo dia habil del mes de la fecha de
      * proceso: la presentacion es la foto de cierre de mes.
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
               DISPLAY "USE CENTRAL-FORZAR=S PARA UNA CORRIDA"
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

      * Sin aging todos los deudores salen con atraso de un dia; sin
      * datos complementarios todos van a excepciones.
           OPEN INPUT AGING
           EVALUATE FS-AGING
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-AGING
               DISPLAY "SIN DEUDOR-AGING, ATRASO MINIMO PARA TODOS"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR DEUDOR-AGING"
               DISPLAY "FILE STATUS ERROR" FS-AGING
               MOVE "DEUDOR-AGING" TO ABE-ARCHIVO
               MOVE FS-AGING TO ABE-FILE-STATUS
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
               DISPLAY "SIN CLIENTES-DATOS, TODOS A EXCEPCIONES"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-DATOS"
               DISPLAY "FILE STATUS ERROR" FS-DATOS
               MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
               MOVE FS-DATOS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT CENTRAL
           EVALUATE FS-CENTRAL
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CENTRAL-DEUDORES"
               DISPLAY "FILE STATUS ERROR" FS-CENTRAL
               MOVE "CENTRAL-DEUDORES" TO ABE-ARCHIVO
               MOVE FS-CENTRAL TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT EXCEPCIONES
           EVALUATE FS-EXCEPCIONES
               WHEN "00"
               MOVE DFP-MES TO EXC-PERIODO
               WRITE LINEA-EXCEPCION FROM LINEA-TITULO-EXC
               WRITE LINEA-EXCEPCION FROM LINEA-EN-BLANCO
               WRITE LINEA-EXCEPCION FROM LINEA-ENCABEZADO-EXC
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CENTRAL-EXCEPCIONES"
               DISPLAY "FILE STATUS ERROR" FS-EXCEPCIONES
               MOVE "CENTRAL-EXCEPCIONES" TO ABE-ARCHIVO
               MOVE FS-EXCEPCIONES TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CENTRAL-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "CENTRAL-REPORTE" TO ABE-ARCHIVO
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
           MOVE 31   TO SIT-DIAS-HASTA (1).
           MOVE 90   TO SIT-DIAS-HASTA (2).
           MOVE 180  TO SIT-DIAS-HASTA (3).
           MOVE 365  TO SIT-DIAS-HASTA (4).
           MOVE 9999 TO SIT-DIAS-HASTA (5).
       1600-FIN-CARGAR-TABLA-SITUACIONES.
           EXIT.

       1700-GRABAR-CABECERA.
           MOVE SPACES TO REGISTRO-CEN-CABECERA.
           ADD 1 TO WS-CEN-SECUENCIA.
           MOVE WS-CEN-SECUENCIA TO CENC-SECUENCIA.
           MOVE "H"              TO CENC-TIPO.
           MOVE WS-ENTIDAD       TO CENC-ENTIDAD.
           MOVE DFP-MES          TO CENC-PERIODO.
           MOVE WS-FECHA-PROCESO TO CENC-FECHA.
           WRITE REGISTRO-CEN-CABECERA.
           EVALUATE FS-CENTRAL
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CENTRAL-DEUDORES"
               DISPLAY "FILE STATUS ERROR" FS-CENTRAL
               MOVE "CENTRAL-DEUDORES" TO ABE-ARCHIVO
               MOVE FS-CENTRAL TO ABE-FILE-STATUS
               MOVE "1700-GRABAR-CABECERA" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       1700-FIN-GRABAR-CABECERA.
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
           PERFORM 3300-BUSCAR-DOCUMENTO.
           IF SALDOS OF REGISTRO-G LESS THAN ZERO
               COMPUTE WS-DEUDA = ZERO - SALDOS OF REGISTRO-G
           ELSE
               MOVE SALDOS OF REGISTRO-G TO WS-DEUDA
           END-IF.
           IF WS-DOCUMENTO EQUAL SPACES
               PERFORM 3500-GRABAR-EXCEPCION
           ELSE
               PERFORM 3400-GRABAR-DETALLE
           END-IF.
           PERFORM 2000-LEER-DEUDOR.
       3000-FIN-PROCESO.
           EXIT.

      * Los dias de atraso son corridos desde que el cliente entro en
      * rojo (AGE-FECHA-INICIO), no las corridas que cuenta AGE-DIAS:
      * las situaciones del ente se miden en dias de calendario.
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
                       ADD 1 TO WS-SIN-AGING-CLI
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

      * Se recorre de la peor a la mejor: queda la menor situacion
      * cuyo tope alcanza los dias de atraso.
       3250-PROBAR-SITUACION.
           IF WS-DIAS-ATRASO NOT GREATER THAN
              SIT-DIAS-HASTA (WS-IDX-SIT)
               MOVE WS-IDX-SIT TO WS-SITUACION
           END-IF.
       3250-FIN-PROBAR-SITUACION.
           EXIT.

       3300-BUSCAR-DOCUMENTO.
           MOVE SPACES TO WS-DOCUMENTO.
           IF NOT SIN-DATOS
               MOVE IDN OF REGISTRO-G TO CDAT-IDN
               READ CLIENTES-DATOS
               EVALUATE FS-DATOS
                   WHEN "00"
                       MOVE CDAT-DOCUMENTO TO WS-DOCUMENTO
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-DATOS"
                       DISPLAY "FILE STATUS ERROR" FS-DATOS
                       MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
                       MOVE FS-DATOS TO ABE-FILE-STATUS
                       MOVE "3300-BUSCAR-DOCUMENTO" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3300-FIN-BUSCAR-DOCUMENTO.
           EXIT.

       3400-GRABAR-DETALLE.
           MOVE SPACES TO REGISTRO-CEN-DETALLE.
           ADD 1 TO WS-CEN-SECUENCIA.
           MOVE WS-CEN-SECUENCIA       TO CEND-SECUENCIA.
           MOVE "D"                    TO CEND-TIPO.
           MOVE WS-DOCUMENTO           TO CEND-DOCUMENTO.
           MOVE IDN      OF REGISTRO-G TO CEND-IDN.
           MOVE APELLIDO OF REGISTRO-G TO CEND-APELLIDO.
           MOVE NOMBRE   OF REGISTRO-G TO CEND-NOMBRE.
           MOVE MONEDA   OF REGISTRO-G TO CEND-MONEDA.
           MOVE WS-SITUACION           TO CEND-SITUACION.
           MOVE WS-DIAS-ATRASO         TO CEND-DIAS-ATRASO.
           MOVE WS-DEUDA               TO CEND-DEUDA.
           WRITE REGISTRO-CEN-DETALLE.
           EVALUATE FS-CENTRAL
               WHEN "00"
                   ADD 1 TO WS-INFORMADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CENTRAL-DEUDORES"
                   DISPLAY "FILE STATUS ERROR" FS-CENTRAL
                   MOVE "CENTRAL-DEUDORES" TO ABE-ARCHIVO
                   MOVE FS-CENTRAL TO ABE-FILE-STATUS
                   MOVE "3400-GRABAR-DETALLE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF MONEDA OF REGISTRO-G EQUAL "DOL"
               MOVE 2 TO WS-IDX-MON
           ELSE
               MOVE 1 TO WS-IDX-MON
           END-IF.
           ADD 1        TO SIT-CANTIDAD (WS-SITUACION).
           ADD WS-DEUDA TO SIT-DEUDA (WS-SITUACION WS-IDX-MON).
           PERFORM 3450-GRABAR-LINEA.
       3400-FIN-GRABAR-DETALLE.
           EXIT.

       3450-GRABAR-LINEA.
           IF WS-LINEAS-PAGINA EQUAL ZERO
              OR WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 3460-GRABAR-ENCABEZADO
           END-IF.
           MOVE IDN      OF REGISTRO-G TO DET-IDN.
           MOVE WS-DOCUMENTO           TO DET-DOCUMENTO.
           MOVE APELLIDO OF REGISTRO-G TO DET-APELLIDO.
           MOVE MONEDA   OF REGISTRO-G TO DET-MONEDA.
           MOVE WS-DIAS-ATRASO         TO DET-ATRASO.
           MOVE WS-SITUACION           TO DET-SITUACION.
           MOVE WS-DEUDA               TO DET-DEUDA.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   ADD 1 TO WS-LINEAS-PAGINA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CENTRAL-REPORTE"
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

       3500-GRABAR-EXCEPCION.
           MOVE IDN      OF REGISTRO-G TO EXD-IDN.
           MOVE APELLIDO OF REGISTRO-G TO EXD-APELLIDO.
           MOVE NOMBRE   OF REGISTRO-G TO EXD-NOMBRE.
           MOVE MONEDA   OF REGISTRO-G TO EXD-MONEDA.
           MOVE WS-DEUDA               TO EXD-DEUDA.
           MOVE WS-SITUACION           TO EXD-SITUACION.
           MOVE "SIN DOCUMENTO"        TO EXD-MOTIVO.
           WRITE LINEA-EXCEPCION FROM LINEA-DETALLE-EXC.
           EVALUATE FS-EXCEPCIONES
               WHEN "00"
                   ADD 1 TO WS-EXCEPTUADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CENTRAL-EXCEPCIONES"
                   DISPLAY "FILE STATUS ERROR" FS-EXCEPCIONES
                   MOVE "CENTRAL-EXCEPCIONES" TO ABE-ARCHIVO
                   MOVE FS-EXCEPCIONES TO ABE-FILE-STATUS
                   MOVE "3500-GRABAR-EXCEPCION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3500-FIN-GRABAR-EXCEPCION.
           EXIT.

      * Un trailer por situacion, aun sin deudores, con la cantidad
      * total de registros del archivo (cabecera, detalles y los
      * cinco trailers) para el control del ente.
       3800-GRABAR-TRAILERS.
           PERFORM 3850-GRABAR-UN-TRAILER
               VARYING WS-IDX-SIT FROM 1 BY 1
               UNTIL WS-IDX-SIT GREATER THAN 5.
       3800-FIN-GRABAR-TRAILERS.
           EXIT.

       3850-GRABAR-UN-TRAILER.
           MOVE SPACES TO REGISTRO-CEN-TRAILER.
           ADD 1 TO WS-CEN-SECUENCIA.
           MOVE WS-CEN-SECUENCIA TO CENT-SECUENCIA.
           MOVE "T"              TO CENT-TIPO.
           MOVE WS-IDX-SIT       TO CENT-SITUACION.
           MOVE SIT-CANTIDAD (WS-IDX-SIT)  TO CENT-CANT-DEUDORES.
           MOVE SIT-DEUDA (WS-IDX-SIT 1)   TO CENT-DEUDA-PES.
           MOVE SIT-DEUDA (WS-IDX-SIT 2)   TO CENT-DEUDA-DOL.
           COMPUTE CENT-CANT-REGISTROS = WS-INFORMADOS + 6.
           WRITE REGISTRO-CEN-TRAILER.
           EVALUATE FS-CENTRAL
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CENTRAL-DEUDORES"
               DISPLAY "FILE STATUS ERROR" FS-CENTRAL
               MOVE "CENTRAL-DEUDORES" TO ABE-ARCHIVO
               MOVE FS-CENTRAL TO ABE-FILE-STATUS
               MOVE "3850-GRABAR-UN-TRAILER" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3850-FIN-GRABAR-UN-TRAILER.
           EXIT.

       3900-GRABAR-TOTALES.
           IF WS-NRO-PAGINA EQUAL ZERO
               PERFORM 3460-GRABAR-ENCABEZADO
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL-TITULO.
           PERFORM 3950-GRABAR-UN-TOTAL
               VARYING WS-IDX-SIT FROM 1 BY 1
               UNTIL WS-IDX-SIT GREATER THAN 5.
       3900-FIN-GRABAR-TOTALES.
           EXIT.

       3950-GRABAR-UN-TOTAL.
           MOVE WS-IDX-SIT                 TO TOT-SITUACION.
           MOVE SIT-CANTIDAD (WS-IDX-SIT)  TO TOT-CANTIDAD.
           MOVE SIT-DEUDA (WS-IDX-SIT 1)   TO TOT-DEUDA-PES.
           MOVE SIT-DEUDA (WS-IDX-SIT 2)   TO TOT-DEUDA-DOL.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CENTRAL-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
       3950-FIN-GRABAR-UN-TOTAL.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE SALDO-DEUDOR
           IF NOT SIN-AGING
               CLOSE AGING
           END-IF
           IF NOT SIN-DATOS
               CLOSE CLIENTES-DATOS
           END-IF
           CLOSE CENTRAL
           CLOSE EXCEPCIONES
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "PERIODO INFORMADO     : " DFP-MES.
           DISPLAY "DEUDORES LEIDOS       : " WS-DEUDORES.
           DISPLAY "DEUDORES INFORMADOS   : " WS-INFORMADOS.
           DISPLAY "EXCEPCIONES (SIN DOC) : " WS-EXCEPTUADOS.
           DISPLAY "DEUDORES SIN AGING    : " WS-SIN-AGING-CLI.
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
               MOVE "CENTRALDEUDORES" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE IDN OF REGISTRO-G TO ERR-ULTIMA-CLAVE
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

       END PROGRAM CentralDeudores.
