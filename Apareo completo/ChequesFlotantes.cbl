      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequesFlotantes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cheques depositados del dia que transmiten las sucursales: el
      * importe ya entra al saldo contable por los movimientos, pero
      * no esta disponible hasta que la camara lo liquida.
       SELECT DEPOSITOS ASSIGN TO "CHEQUES-DEPOSITADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-DEPOSITOS.

      * Cheques retenidos hasta su fecha valor. La clave empieza por
      * IDN y moneda para sumar lo pendiente de una linea de posicion
      * con un START; los liberados se conservan un dia para el
      * listado y se depuran en la corrida siguiente.
       SELECT FLOTANTE ASSIGN TO "CHEQUES-FLOTANTE"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS FLO-CLAVE
       FILE STATUS IS FS-FLOTANTE.

      * Calendario de feriados: la fecha valor se cuenta en dias
      * habiles, igual que el vencimiento de cheques de CDEC.
       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Posicion de PosicionClientes: se le recalcula el disponible a
      * cada linea con cheques en el flotante, asi CortesDeControl ve
      * hoy mismo lo que se libero esta manana.
       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS POS-CLAVE
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

      * Cheques pendientes de liberar, antes y despues de ordenar por
      * sucursal para el listado.
       SELECT PENDIENTES ASSIGN TO "FLOTANTE-DETALLE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-PENDIENTES.

       SELECT ORDEN-TRABAJO ASSIGN TO "FLOTANTE-SORTWORK".

       SELECT PENDIENTES-ORDENADO ASSIGN TO "FLOTANTE-ORDENADO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ORDENADO.

       SELECT REPORTE ASSIGN TO "CHEQUES-FLOTANTE-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  DEPOSITOS.

       01  REGISTRO-DEPOSITO.
           03  DEP-FECHA           PIC 9(8).
           03  DEP-NRO-SUCURSAL    PIC 9(2).
           03  DEP-IDN             PIC 9(7).
           03  DEP-MONEDA          PIC X(3).
           03  DEP-NRO-CHEQUE      PIC 9(8).
           03  DEP-IMPORTE         PIC 9(7)V99.

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
               88 FLO-PENDIENTE    VALUE "P".
               88 FLO-LIBERADO     VALUE "L".
           03  FLO-FECHA-LIBERACION PIC 9(8).

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

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

       FD  PENDIENTES.

       01  REGISTRO-PENDIENTE.
           03  PEN-SUCURSAL     PIC 9(2).
           03  PEN-FECHA-VALOR  PIC 9(8).
           03  PEN-IDN          PIC 9(7).
           03  PEN-MONEDA       PIC X(3).
           03  PEN-NRO-CHEQUE   PIC 9(8).
           03  PEN-FECHA-DEPOSITO PIC 9(8).
           03  PEN-IMPORTE      PIC 9(7)V99.

       SD  ORDEN-TRABAJO.

       01  SD-REGISTRO.
           03  SD-SUCURSAL      PIC 9(2).
           03  SD-FECHA-VALOR   PIC 9(8).
           03  SD-IDN           PIC 9(7).
           03  FILLER           PIC X(28).

       FD  PENDIENTES-ORDENADO.

       01  REGISTRO-ORDENADO.
           03  ORD-SUCURSAL     PIC 9(2).
           03  ORD-FECHA-VALOR  PIC 9(8).
           03  ORD-IDN          PIC 9(7).
           03  ORD-MONEDA       PIC X(3).
           03  ORD-NRO-CHEQUE   PIC 9(8).
           03  ORD-FECHA-DEPOSITO PIC 9(8).
           03  ORD-IMPORTE      PIC 9(7)V99.

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

       01  FS-DEPOSITOS         PIC X(2).
           88 FS-DEPOSITOS-OK   VALUE "00".
           88 FS-DEPOSITOS-EOF  VALUE "10".
           88 FS-DEPOSITOS-NOEX VALUE "35".

       01  FS-FLOTANTE          PIC X(2).
           88 FS-FLOTANTE-OK    VALUE "00".
           88 FS-FLOTANTE-EOF   VALUE "10".
           88 FS-FLOTANTE-NOEX  VALUE "35".
           88 FS-FLOTANTE-DUPL  VALUE "22".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-POSICION          PIC X(2).
           88 FS-POSICION-OK    VALUE "00".
           88 FS-POSICION-NOEX  VALUE "35".
           88 FS-POSICION-NOHAY VALUE "23".

       01  FS-PENDIENTES        PIC X(2).
           88 FS-PENDIENTES-OK  VALUE "00".

       01  FS-ORDENADO          PIC X(2).
           88 FS-ORDENADO-OK    VALUE "00".
           88 FS-ORDENADO-EOF   VALUE "10".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-POSICION      PIC X(01) VALUE "N".
           88 SIN-POSICION      VALUE "S".

       01  CONTADORES.
           03  WS-DEP-LEIDOS    PIC 9(7) VALUE ZERO.
           03  WS-DEP-CARGADOS  PIC 9(7) VALUE ZERO.
           03  WS-DEP-YA-CARGADOS PIC 9(7) VALUE ZERO.
           03  WS-DEP-INVALIDOS PIC 9(7) VALUE ZERO.
           03  WS-FLO-LEIDOS    PIC 9(7) VALUE ZERO.
           03  WS-FLO-LIBERADOS PIC 9(7) VALUE ZERO.
           03  WS-FLO-DEPURADOS PIC 9(7) VALUE ZERO.
           03  WS-FLO-PENDIENTES PIC 9(7) VALUE ZERO.
           03  WS-POS-ACTUALIZADAS PIC 9(7) VALUE ZERO.
           03  WS-POS-SIN-LINEA PIC 9(7) VALUE ZERO.

       01  WS-LIBERADO-PES      PIC 9(11)V99 VALUE ZERO.
       01  WS-LIBERADO-DOL      PIC 9(11)V99 VALUE ZERO.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * Dias habiles de retencion (FLOTANTE-DIAS, un digito): 48
      * horas habiles de camara por omision.
       01  WS-DIAS-AMBIENTE     PIC X(1).
       01  WS-DIAS-AMBIENTE-NUM REDEFINES WS-DIAS-AMBIENTE
                                PIC 9(1).
       01  WS-DIAS-RETENCION    PIC 9(1) VALUE 2.

       01  TABLA-FERIADOS.
           03  TAB-FER-CANT     PIC 9(3) VALUE ZERO.
           03  TAB-FER-ENTRY OCCURS 200 TIMES.
               05  TAB-FER-FECHA    PIC 9(8).

       01  WS-IDX-FER           PIC 9(3).
       01  WS-ENTERO-DIA        PIC 9(8).
       01  WS-FECHA-DIA         PIC 9(8).
       01  WS-DIA-SEMANA        PIC 9(1).
       01  WS-ES-HABIL          PIC X(01).
           88 DIA-HABIL         VALUE "S".
       01  WS-DIAS-CONTADOS     PIC 9(1).
       01  WS-FECHA-DEPOSITO    PIC 9(8).
       01  WS-FECHA-VALOR       PIC 9(8).

      * Linea de posicion en curso durante la recorrida del flotante:
      * al cambiar de IDN y moneda se le graba lo pendiente.
       01  WS-CLAVE-EN-CURSO.
           03  WS-CUR-IDN       PIC 9(7).
           03  WS-CUR-MONEDA    PIC X(3).
       01  WS-HAY-CLAVE         PIC X(01) VALUE "N".
           88 HAY-CLAVE-EN-CURSO VALUE "S".
       01  WS-CUR-PENDIENTE     PIC 9(9)V99.

      * Corte por sucursal del listado.
       01  WS-SUC-ANTERIOR      PIC 9(2).
       01  WS-PRIMERA-SUC       PIC X(01) VALUE "S".
           88 ES-PRIMERA-SUC    VALUE "S".
       01  WS-SUC-CHEQUES       PIC 9(5).
       01  WS-SUC-IMPORTE-PES   PIC 9(11)V99.
       01  WS-SUC-IMPORTE-DOL   PIC 9(11)V99.
       01  WS-TOT-CHEQUES       PIC 9(7) VALUE ZERO.
       01  WS-TOT-IMPORTE-PES   PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-IMPORTE-DOL   PIC 9(11)V99 VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER           PIC X(40)
                       VALUE "CHEQUES PENDIENTES DE LIBERAR AL ".
           03  TIT-FECHA        PIC 9(8).
           03  FILLER           PIC X(32) VALUE SPACES.
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-SUCURSAL.
           03  FILLER           PIC X(10) VALUE "SUCURSAL: ".
           03  SUC-NRO          PIC 9(2).
           03  FILLER           PIC X(68) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(11) VALUE "  IDN".
           03  FILLER           PIC X(5)  VALUE "MON".
           03  FILLER           PIC X(10) VALUE "CHEQUE".
           03  FILLER           PIC X(10) VALUE "DEPOSITO".
           03  FILLER           PIC X(10) VALUE "VALOR".
           03  FILLER           PIC X(34) VALUE "IMPORTE".

       01  LINEA-DETALLE.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-CHEQUE       PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DEPOSITO     PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-VALOR        PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-IMPORTE      PIC Z.ZZZ.ZZ9,99.
           03  FILLER           PIC X(22) VALUE SPACES.

       01  LINEA-SUBTOTAL.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  FILLER           PIC X(9)  VALUE "CHEQUES: ".
           03  SUB-CHEQUES      PIC ZZZZ9.
           03  FILLER           PIC X(7)  VALUE "  PES: ".
           03  SUB-IMPORTE-PES  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(7)  VALUE "  DOL: ".
           03  SUB-IMPORTE-DOL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(16) VALUE SPACES.

       01  LINEA-TOTAL.
           03  FILLER           PIC X(11) VALUE "TOTAL BANCO".
           03  TOT-CHEQUES      PIC ZZZZZZ9.
           03  FILLER           PIC X(5)  VALUE " PES ".
           03  TOT-IMPORTE-PES  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(5)  VALUE " DOL ".
           03  TOT-IMPORTE-DOL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(18) VALUE SPACES.

       01  LINEA-LIBERADOS.
           03  FILLER           PIC X(11) VALUE "LIBERADOS  ".
           03  LIB-CHEQUES      PIC ZZZZZZ9.
           03  FILLER           PIC X(5)  VALUE " PES ".
           03  LIB-IMPORTE-PES  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(5)  VALUE " DOL ".
           03  LIB-IMPORTE-DOL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           PERFORM 2000-CARGAR-DEPOSITOS.
           PERFORM 3000-RECORRER-FLOTANTE.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 5000-ORDENAR-PENDIENTES.
           PERFORM 6000-EMITIR-LISTADO.
           PERFORM 7000-MOSTRAR-RESUMEN.

           STOP RUN.

       1000-TOMAR-PARAMETROS.
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-DIAS-AMBIENTE FROM ENVIRONMENT "FLOTANTE-DIAS".
           IF WS-DIAS-AMBIENTE NOT EQUAL SPACES
               IF WS-DIAS-AMBIENTE-NUM NUMERIC
                  AND WS-DIAS-AMBIENTE-NUM GREATER THAN ZERO
                   MOVE WS-DIAS-AMBIENTE-NUM TO WS-DIAS-RETENCION
               ELSE
                   DISPLAY "FLOTANTE-DIAS INVALIDO: "
                           WS-DIAS-AMBIENTE
                   DISPLAY "SE USA EL PLAZO POR OMISION"
               END-IF
           END-IF.
           DISPLAY "DIAS HABILES DE RETENCION: " WS-DIAS-RETENCION.
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

      * El flotante se conserva corrida a corrida; la primera vez
      * (file status 35) se crea vacio y se reabre para actualizar.
       1500-ABERTURA-DE-ARCHIVOS.
           OPEN I-O FLOTANTE
           EVALUATE FS-FLOTANTE
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT FLOTANTE
               CLOSE FLOTANTE
               OPEN I-O FLOTANTE
               IF NOT FS-FLOTANTE-OK
                   DISPLAY "ERROR AL CREAR CHEQUES-FLOTANTE"
                   DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
                   MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
                   MOVE FS-FLOTANTE TO ABE-FILE-STATUS
                   MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-FLOTANTE"
               DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
               MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
               MOVE FS-FLOTANTE TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN I-O POSICION
           EVALUATE FS-POSICION
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-POSICION
               DISPLAY "POSICION AUSENTE, NO SE ACTUALIZA DISPONIBLE"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT PENDIENTES
           EVALUATE FS-PENDIENTES
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR FLOTANTE-DETALLE"
               DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
               MOVE "FLOTANTE-DETALLE" TO ABE-ARCHIVO
               MOVE FS-PENDIENTES TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * Un deposito que ya esta en el flotante (recorrida del mismo
      * dia o sucursal que retransmite) no se vuelve a cargar.
       2000-CARGAR-DEPOSITOS.
           OPEN INPUT DEPOSITOS
           EVALUATE FS-DEPOSITOS
               WHEN "00"
                   PERFORM 2100-LEER-DEPOSITO
                   PERFORM 2200-PROCESAR-DEPOSITO
                      UNTIL FS-DEPOSITOS-EOF
                   CLOSE DEPOSITOS
               WHEN "35"
                   DISPLAY "CHEQUES-DEPOSITADOS AUSENTE, SIN DEPOSITOS"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CHEQUES-DEPOSITADOS"
                   DISPLAY "FILE STATUS ERROR" FS-DEPOSITOS
                   MOVE "CHEQUES-DEPOSITADOS" TO ABE-ARCHIVO
                   MOVE FS-DEPOSITOS TO ABE-FILE-STATUS
                   MOVE "2000-CARGAR-DEPOSITOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2000-FIN-CARGAR-DEPOSITOS.
           EXIT.

       2100-LEER-DEPOSITO.
           READ DEPOSITOS
           EVALUATE FS-DEPOSITOS
               WHEN "00"
                   ADD 1 TO WS-DEP-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUES-DEPOSITADOS"
               DISPLAY "FILE STATUS ERROR" FS-DEPOSITOS
               MOVE "CHEQUES-DEPOSITADOS" TO ABE-ARCHIVO
               MOVE FS-DEPOSITOS TO ABE-FILE-STATUS
               MOVE "2100-LEER-DEPOSITO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2100-FIN-LEER-DEPOSITO.
           EXIT.

       2200-PROCESAR-DEPOSITO.
           IF DEP-IDN NOT NUMERIC
              OR DEP-NRO-CHEQUE NOT NUMERIC
              OR DEP-IMPORTE NOT NUMERIC
              OR DEP-IMPORTE EQUAL ZERO
               DISPLAY "DEPOSITO INVALIDO, IDN " DEP-IDN
                       " CHEQUE " DEP-NRO-CHEQUE
               ADD 1 TO WS-DEP-INVALIDOS
           ELSE
               PERFORM 2300-CALCULAR-FECHA-VALOR
               PERFORM 2400-GRABAR-FLOTANTE
           END-IF.
           PERFORM 2100-LEER-DEPOSITO.
       2200-FIN-PROCESAR-DEPOSITO.
           EXIT.

      * Fecha valor = fecha del deposito mas los dias habiles de
      * retencion contra FERIADOS. Una fecha de deposito invalida se
      * toma como la fecha de proceso.
       2300-CALCULAR-FECHA-VALOR.
           MOVE DEP-FECHA TO WS-FECHA-DEPOSITO.
           IF DEP-FECHA NOT NUMERIC
               MOVE WS-FECHA-PROCESO TO WS-FECHA-DEPOSITO
           ELSE
               IF FUNCTION INTEGER-OF-DATE (DEP-FECHA) EQUAL ZERO
                   MOVE WS-FECHA-PROCESO TO WS-FECHA-DEPOSITO
               END-IF
           END-IF.
           COMPUTE WS-ENTERO-DIA =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-DEPOSITO).
           MOVE ZERO TO WS-DIAS-CONTADOS.
           PERFORM 2310-AVANZAR-DIA-HABIL
              UNTIL WS-DIAS-CONTADOS EQUAL WS-DIAS-RETENCION.
           COMPUTE WS-FECHA-VALOR =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-DIA).
       2300-FIN-CALCULAR-FECHA-VALOR.
           EXIT.

      * Con el origen del calendario gregoriano de INTEGER-OF-DATE,
      * MOD (N - 1, 7) + 1 da 1 = lunes ... 7 = domingo.
       2310-AVANZAR-DIA-HABIL.
           ADD 1 TO WS-ENTERO-DIA.
           MOVE "S" TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-ENTERO-DIA - 1, 7) + 1.
           IF WS-DIA-SEMANA GREATER THAN 5
               MOVE "N" TO WS-ES-HABIL
           END-IF.
           IF DIA-HABIL
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER (WS-ENTERO-DIA)
               PERFORM 2320-BUSCAR-FERIADO
                   VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER GREATER THAN TAB-FER-CANT
                      OR NOT DIA-HABIL
           END-IF.
           IF DIA-HABIL
               ADD 1 TO WS-DIAS-CONTADOS
           END-IF.
       2310-FIN-AVANZAR-DIA-HABIL.
           EXIT.

       2320-BUSCAR-FERIADO.
           IF TAB-FER-FECHA (WS-IDX-FER) EQUAL WS-FECHA-DIA
               MOVE "N" TO WS-ES-HABIL
           END-IF.
       2320-FIN-BUSCAR-FERIADO.
           EXIT.

       2400-GRABAR-FLOTANTE.
           MOVE DEP-IDN            TO FLO-IDN.
           IF DEP-MONEDA EQUAL SPACES
               MOVE "PES"          TO FLO-MONEDA
           ELSE
               MOVE DEP-MONEDA     TO FLO-MONEDA
           END-IF.
           MOVE DEP-NRO-SUCURSAL   TO FLO-NRO-SUCURSAL.
           MOVE DEP-NRO-CHEQUE     TO FLO-NRO-CHEQUE.
           MOVE WS-FECHA-DEPOSITO  TO FLO-FECHA-DEPOSITO.
           MOVE WS-FECHA-VALOR     TO FLO-FECHA-VALOR.
           MOVE DEP-IMPORTE        TO FLO-IMPORTE.
           MOVE "P"                TO FLO-ESTADO.
           MOVE ZERO               TO FLO-FECHA-LIBERACION.
           WRITE REGISTRO-FLOTANTE
           EVALUATE FS-FLOTANTE
               WHEN "00"
                   ADD 1 TO WS-DEP-CARGADOS
               WHEN "22"
                   ADD 1 TO WS-DEP-YA-CARGADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CHEQUES-FLOTANTE"
                   DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
                   MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
                   MOVE FS-FLOTANTE TO ABE-FILE-STATUS
                   MOVE "2400-GRABAR-FLOTANTE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2400-FIN-GRABAR-FLOTANTE.
           EXIT.

      * Recorrida completa del flotante por clave: se depura lo
      * liberado en una corrida anterior, se libera lo que llega a su
      * fecha valor, lo que sigue retenido va al listado y cada linea
      * de posicion recibe su total pendiente al cambiar de clave.
       3000-RECORRER-FLOTANTE.
           MOVE LOW-VALUES TO FLO-CLAVE.
           START FLOTANTE KEY IS NOT LESS THAN FLO-CLAVE
           EVALUATE FS-FLOTANTE
               WHEN "00"
                   PERFORM 3100-LEER-FLOTANTE
                   PERFORM 3200-PROCESAR-FLOTANTE
                      UNTIL FS-FLOTANTE-EOF
                   PERFORM 3500-ACTUALIZAR-POSICION
               WHEN "23"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN START DE CHEQUES-FLOTANTE"
               DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
               MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
               MOVE FS-FLOTANTE TO ABE-FILE-STATUS
               MOVE "3000-RECORRER-FLOTANTE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3000-FIN-RECORRER-FLOTANTE.
           EXIT.

       3100-LEER-FLOTANTE.
           READ FLOTANTE NEXT RECORD
           EVALUATE FS-FLOTANTE
               WHEN "00"
                   ADD 1 TO WS-FLO-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUES-FLOTANTE"
               DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
               MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
               MOVE FS-FLOTANTE TO ABE-FILE-STATUS
               MOVE "3100-LEER-FLOTANTE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-LEER-FLOTANTE.
           EXIT.

       3200-PROCESAR-FLOTANTE.
           IF HAY-CLAVE-EN-CURSO
              AND (FLO-IDN NOT EQUAL WS-CUR-IDN
                   OR FLO-MONEDA NOT EQUAL WS-CUR-MONEDA)
               PERFORM 3500-ACTUALIZAR-POSICION
           END-IF.
           IF NOT HAY-CLAVE-EN-CURSO
               MOVE "S"        TO WS-HAY-CLAVE
               MOVE FLO-IDN    TO WS-CUR-IDN
               MOVE FLO-MONEDA TO WS-CUR-MONEDA
               MOVE ZERO       TO WS-CUR-PENDIENTE
           END-IF.
           EVALUATE TRUE
               WHEN FLO-LIBERADO
                AND FLO-FECHA-LIBERACION LESS THAN WS-FECHA-PROCESO
                   PERFORM 3300-DEPURAR-LIBERADO
               WHEN FLO-PENDIENTE
                AND FLO-FECHA-VALOR NOT GREATER THAN WS-FECHA-PROCESO
                   PERFORM 3400-LIBERAR-CHEQUE
               WHEN FLO-PENDIENTE
                   ADD FLO-IMPORTE TO WS-CUR-PENDIENTE
                       ON SIZE ERROR
                       PERFORM 3210-FLOTANTE-DESBORDADO
                   END-ADD
                   PERFORM 3450-GRABAR-PENDIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 3100-LEER-FLOTANTE.
       3200-FIN-PROCESAR-FLOTANTE.
           EXIT.

      * Un retenido que no entra en el campo queda en el maximo: el
      * disponible resulta el menor posible, que para el control de
      * fondos es lo mas prudente.
       3210-FLOTANTE-DESBORDADO.
           MOVE 999999999,99 TO WS-CUR-PENDIENTE.
           DISPLAY "FLOTANTE DESBORDADO IDN " WS-CUR-IDN
                   " " WS-CUR-MONEDA.
       3210-FIN-FLOTANTE-DESBORDADO.
           EXIT.

       3300-DEPURAR-LIBERADO.
           DELETE FLOTANTE RECORD
           EVALUATE FS-FLOTANTE
               WHEN "00"
                   ADD 1 TO WS-FLO-DEPURADOS
               WHEN OTHER
                   DISPLAY "ERROR AL BORRAR CHEQUES-FLOTANTE"
                   DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
                   MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
                   MOVE FS-FLOTANTE TO ABE-FILE-STATUS
                   MOVE "3300-DEPURAR-LIBERADO" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-DEPURAR-LIBERADO.
           EXIT.

       3400-LIBERAR-CHEQUE.
           MOVE "L"              TO FLO-ESTADO.
           MOVE WS-FECHA-PROCESO TO FLO-FECHA-LIBERACION.
           REWRITE REGISTRO-FLOTANTE
           EVALUATE FS-FLOTANTE
               WHEN "00"
                   ADD 1 TO WS-FLO-LIBERADOS
                   IF FLO-MONEDA EQUAL "DOL"
                       ADD FLO-IMPORTE TO WS-LIBERADO-DOL
                   ELSE
                       ADD FLO-IMPORTE TO WS-LIBERADO-PES
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR CHEQUES-FLOTANTE"
                   DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
                   MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
                   MOVE FS-FLOTANTE TO ABE-FILE-STATUS
                   MOVE "3400-LIBERAR-CHEQUE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3400-FIN-LIBERAR-CHEQUE.
           EXIT.

       3450-GRABAR-PENDIENTE.
           MOVE FLO-NRO-SUCURSAL   TO PEN-SUCURSAL.
           MOVE FLO-FECHA-VALOR    TO PEN-FECHA-VALOR.
           MOVE FLO-IDN            TO PEN-IDN.
           MOVE FLO-MONEDA         TO PEN-MONEDA.
           MOVE FLO-NRO-CHEQUE     TO PEN-NRO-CHEQUE.
           MOVE FLO-FECHA-DEPOSITO TO PEN-FECHA-DEPOSITO.
           MOVE FLO-IMPORTE        TO PEN-IMPORTE.
           WRITE REGISTRO-PENDIENTE
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   ADD 1 TO WS-FLO-PENDIENTES
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR FLOTANTE-DETALLE"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "FLOTANTE-DETALLE" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "3450-GRABAR-PENDIENTE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3450-FIN-GRABAR-PENDIENTE.
           EXIT.

      * Disponible = saldo contable menos lo retenido. Si no entra en
      * el campo queda en el minimo, que para el control de fondos es
      * lo mas prudente. Una clave sin linea de posicion todavia no
      * paso por PosicionClientes: la toma esa corrida.
       3500-ACTUALIZAR-POSICION.
           IF HAY-CLAVE-EN-CURSO AND NOT SIN-POSICION
               MOVE WS-CUR-IDN    TO POS-IDN
               MOVE WS-CUR-MONEDA TO POS-MONEDA
               READ POSICION
               EVALUATE FS-POSICION
                   WHEN "00"
                       MOVE WS-CUR-PENDIENTE TO POS-FLOTANTE
                       COMPUTE POS-SALDO-DISPONIBLE =
                           POS-SALDOS - WS-CUR-PENDIENTE
                           ON SIZE ERROR
                           MOVE -999999999,99 TO POS-SALDO-DISPONIBLE
                       END-COMPUTE
                       PERFORM 3550-REGRABAR-POSICION
                   WHEN "23"
                       ADD 1 TO WS-POS-SIN-LINEA
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE POSICION"
                       DISPLAY "FILE STATUS ERROR" FS-POSICION
                       MOVE "POSICION" TO ABE-ARCHIVO
                       MOVE FS-POSICION TO ABE-FILE-STATUS
                       MOVE "3500-ACTUALIZAR-POSICION" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
           MOVE "N" TO WS-HAY-CLAVE.
       3500-FIN-ACTUALIZAR-POSICION.
           EXIT.

       3550-REGRABAR-POSICION.
           REWRITE REGISTRO-POSICION
           EVALUATE FS-POSICION
               WHEN "00"
                   ADD 1 TO WS-POS-ACTUALIZADAS
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "3550-REGRABAR-POSICION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3550-FIN-REGRABAR-POSICION.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE FLOTANTE
           IF NOT SIN-POSICION
               CLOSE POSICION
           END-IF
           CLOSE PENDIENTES.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-ORDENAR-PENDIENTES.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SD-SUCURSAL
               ON ASCENDING KEY SD-FECHA-VALOR
               ON ASCENDING KEY SD-IDN
               USING PENDIENTES
               GIVING PENDIENTES-ORDENADO.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE FLOTANTE-DETALLE"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "FLOTANTE-DETALLE" TO ABE-ARCHIVO
               MOVE SPACES TO ABE-FILE-STATUS
               MOVE "5000-ORDENAR-PENDIENTES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       5000-FIN-ORDENAR-PENDIENTES.
           EXIT.

       6000-EMITIR-LISTADO.
           OPEN INPUT PENDIENTES-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR FLOTANTE-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "FLOTANTE-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "6000-EMITIR-LISTADO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               MOVE WS-FECHA-PROCESO TO TIT-FECHA
               WRITE LINEA-REPORTE FROM LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-FLOTANTE-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "CHEQUES-FLOTANTE-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "6000-EMITIR-LISTADO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           PERFORM 6100-LEER-ORDENADO
           PERFORM 6200-LISTAR-LINEA UNTIL FS-ORDENADO-EOF
           IF NOT ES-PRIMERA-SUC
               PERFORM 6400-CERRAR-SUCURSAL
           END-IF
           PERFORM 6500-EMITIR-TOTALES
           CLOSE PENDIENTES-ORDENADO
           CLOSE REPORTE.
       6000-FIN-EMITIR-LISTADO.
           EXIT.

       6100-LEER-ORDENADO.
           READ PENDIENTES-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE FLOTANTE-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "FLOTANTE-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "6100-LEER-ORDENADO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       6100-FIN-LEER-ORDENADO.
           EXIT.

       6200-LISTAR-LINEA.
           IF ES-PRIMERA-SUC
              OR ORD-SUCURSAL NOT EQUAL WS-SUC-ANTERIOR
               IF NOT ES-PRIMERA-SUC
                   PERFORM 6400-CERRAR-SUCURSAL
               END-IF
               PERFORM 6300-ABRIR-SUCURSAL
           END-IF.
           MOVE ORD-IDN            TO DET-IDN.
           MOVE ORD-MONEDA         TO DET-MONEDA.
           MOVE ORD-NRO-CHEQUE     TO DET-CHEQUE.
           MOVE ORD-FECHA-DEPOSITO TO DET-DEPOSITO.
           MOVE ORD-FECHA-VALOR    TO DET-VALOR.
           MOVE ORD-IMPORTE        TO DET-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CHEQUES-FLOTANTE-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
           ADD 1 TO WS-SUC-CHEQUES.
           IF ORD-MONEDA EQUAL "DOL"
               ADD ORD-IMPORTE TO WS-SUC-IMPORTE-DOL
           ELSE
               ADD ORD-IMPORTE TO WS-SUC-IMPORTE-PES
           END-IF.
           PERFORM 6100-LEER-ORDENADO.
       6200-FIN-LISTAR-LINEA.
           EXIT.

       6300-ABRIR-SUCURSAL.
           MOVE "N"          TO WS-PRIMERA-SUC.
           MOVE ORD-SUCURSAL TO WS-SUC-ANTERIOR.
           MOVE ZERO         TO WS-SUC-CHEQUES.
           MOVE ZERO         TO WS-SUC-IMPORTE-PES.
           MOVE ZERO         TO WS-SUC-IMPORTE-DOL.
           MOVE ORD-SUCURSAL TO SUC-NRO.
           WRITE LINEA-REPORTE FROM LINEA-SUCURSAL.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       6300-FIN-ABRIR-SUCURSAL.
           EXIT.

       6400-CERRAR-SUCURSAL.
           MOVE WS-SUC-CHEQUES     TO SUB-CHEQUES.
           MOVE WS-SUC-IMPORTE-PES TO SUB-IMPORTE-PES.
           MOVE WS-SUC-IMPORTE-DOL TO SUB-IMPORTE-DOL.
           WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           ADD WS-SUC-CHEQUES     TO WS-TOT-CHEQUES.
           ADD WS-SUC-IMPORTE-PES TO WS-TOT-IMPORTE-PES.
           ADD WS-SUC-IMPORTE-DOL TO WS-TOT-IMPORTE-DOL.
       6400-FIN-CERRAR-SUCURSAL.
           EXIT.

      * Al pie, lo pendiente de todo el banco y lo que se libero hoy.
       6500-EMITIR-TOTALES.
           MOVE WS-TOT-CHEQUES     TO TOT-CHEQUES.
           MOVE WS-TOT-IMPORTE-PES TO TOT-IMPORTE-PES.
           MOVE WS-TOT-IMPORTE-DOL TO TOT-IMPORTE-DOL.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           MOVE WS-FLO-LIBERADOS   TO LIB-CHEQUES.
           MOVE WS-LIBERADO-PES    TO LIB-IMPORTE-PES.
           MOVE WS-LIBERADO-DOL    TO LIB-IMPORTE-DOL.
           WRITE LINEA-REPORTE FROM LINEA-LIBERADOS.
       6500-FIN-EMITIR-TOTALES.
           EXIT.

       7000-MOSTRAR-RESUMEN.
           DISPLAY "DEPOSITOS LEIDOS          : " WS-DEP-LEIDOS.
           DISPLAY "  CARGADOS AL FLOTANTE    : " WS-DEP-CARGADOS.
           DISPLAY "  YA CARGADOS             : " WS-DEP-YA-CARGADOS.
           DISPLAY "  INVALIDOS               : " WS-DEP-INVALIDOS.
           DISPLAY "CHEQUES EN FLOTANTE LEIDOS: " WS-FLO-LEIDOS.
           DISPLAY "  LIBERADOS HOY           : " WS-FLO-LIBERADOS.
           DISPLAY "  PENDIENTES              : " WS-FLO-PENDIENTES.
           DISPLAY "  DEPURADOS               : " WS-FLO-DEPURADOS.
           DISPLAY "POSICIONES ACTUALIZADAS   : " WS-POS-ACTUALIZADAS.
           DISPLAY "CLAVES SIN POSICION       : " WS-POS-SIN-LINEA.
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
               MOVE "CHEQUESFLOTANTES" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE FLO-CLAVE       TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ChequesFlotantes.
