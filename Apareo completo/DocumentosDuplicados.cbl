      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentosDuplicados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Datos complementarios: el documento de cada IDN.
       SELECT CLIENTES-DATOS ASSIGN TO "CLIENTES-DATOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CDAT-IDN
       FILE STATUS IS FS-DATOS.

      * CLIENTES-DATOS ordenado por documento, para cortar por
      * persona.
       SELECT ORDENADOS ASSIGN TO "DOCUMENTOS-ORDENADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ORDENADOS.

       SELECT ORDEN-TRABAJO ASSIGN TO "DOCUMENTOS-SORTWORK".

      * Maestro de clientes, para el limite otorgado a cada IDN.
       SELECT CLIENTES ASSIGN TO "CLIENTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CLIENTES.

      * Posicion del dia por cliente y moneda.
       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS POS-CLAVE
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

       SELECT REPORTE ASSIGN TO "DOCUMENTOS-DUPLICADOS-REPORTE"
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

       FD  ORDENADOS.

       01  REGISTRO-ORDENADO.
           03  ORD-IDN         PIC 9(7).
           03  FILLER          PIC X(35).
           03  ORD-DOCUMENTO   PIC X(11).
           03  FILLER          PIC X(18).

       SD  ORDEN-TRABAJO.

       01  SD-REGISTRO.
           03  SD-IDN          PIC 9(7).
           03  FILLER          PIC X(35).
           03  SD-DOCUMENTO    PIC X(11).
           03  FILLER          PIC X(18).

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

       01  FS-DATOS             PIC X(2).
           88 FS-DATOS-OK       VALUE "00".

       01  FS-ORDENADOS         PIC X(2).
           88 FS-ORDENADOS-OK   VALUE "00".
           88 FS-ORDENADOS-EOF  VALUE "10".

       01  FS-CLIENTES          PIC X(2).
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".

       01  FS-POSICION          PIC X(2).
           88 FS-POSICION-OK    VALUE "00".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-POSICION      PIC X(01) VALUE "N".
           88 SIN-POSICION      VALUE "S".

       01  CONTADORES.
           03  WS-LEIDOS        PIC 9(7) VALUE ZERO.
           03  WS-SIN-DOCUMENTO PIC 9(7) VALUE ZERO.
           03  WS-DOCUMENTOS    PIC 9(7) VALUE ZERO.
           03  WS-DUPLICADOS    PIC 9(5) VALUE ZERO.
           03  WS-IDN-DUPLICADOS PIC 9(7) VALUE ZERO.
           03  WS-LINEAS-PAGINA PIC 9(2) VALUE ZERO.
           03  WS-NRO-PAGINA    PIC 9(4) VALUE ZERO.

       01  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

       01  TABLA-CLIENTES.
           03  TAB-CLI-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-CLI-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-IDX-CLI.
               05  TAB-CLI-IDN      PIC 9(7).
               05  TAB-CLI-APELLIDO PIC X(10).
               05  TAB-CLI-SUCURSAL PIC 9(2).
               05  TAB-CLI-LIMITE   PIC 9(9)V99.

      * IDN del documento en curso; mas de uno es la misma persona
      * dada de alta dos veces.
       01  DOCUMENTO-EN-CURSO.
           03  WS-DOC-NUMERO    PIC X(11).
           03  WS-DOC-HAY       PIC X(01) VALUE "N".
               88 HAY-DOC-EN-CURSO VALUE "S".
           03  WS-DOC-CANT      PIC 9(3).
           03  WS-DOC-IDN       PIC 9(7) OCCURS 20 TIMES.

       01  WS-IDX-DOC           PIC 9(3).
       01  WS-DOC-EMITIDOS      PIC 9(3).

      * Exposicion de cada IDN: el mayor entre el limite otorgado y
      * la deuda en pesos de hoy (un excedido expone mas que su
      * limite). La deuda en dolares se informa aparte.
       01  WS-CLIENTE-LINEA.
           03  WS-LIN-IDN       PIC 9(7).
           03  WS-LIN-APELLIDO  PIC X(10).
           03  WS-LIN-SUCURSAL  PIC 9(2).
           03  WS-LIN-LIMITE    PIC 9(9)V99.
           03  WS-LIN-SALDO-PES PIC S9(9)V99.
           03  WS-LIN-SALDO-DOL PIC S9(9)V99.
           03  WS-LIN-EXPOSICION PIC 9(11)V99.
       01  WS-DEUDA-PES         PIC 9(11)V99.

       01  TOTALES-DOCUMENTO.
           03  WS-TOT-LIMITE    PIC 9(11)V99.
           03  WS-TOT-SALDO-PES PIC S9(11)V99.
           03  WS-TOT-SALDO-DOL PIC S9(11)V99.
           03  WS-TOT-EXPOSICION PIC 9(11)V99.

       01  LINEA-ENCABEZADO-1.
           03  FILLER           PIC X(34)
                   VALUE "MISMO DOCUMENTO EN VARIOS IDN AL ".
           03  ENC-FECHA        PIC 9(8).
           03  FILLER           PIC X(27) VALUE SPACES.
           03  FILLER           PIC X(7)  VALUE "PAGINA ".
           03  ENC-PAGINA       PIC ZZZ9.

       01  LINEA-ENCABEZADO-2.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(11) VALUE "APELLIDO".
           03  FILLER           PIC X(7)  VALUE "SUC".
           03  FILLER           PIC X(18) VALUE "LIMITE".
           03  FILLER           PIC X(19) VALUE "SALDO PES".
           03  FILLER           PIC X(19) VALUE "SALDO DOL".
           03  FILLER           PIC X(17) VALUE "EXPOSICION".

       01  LINEA-EN-BLANCO      PIC X(100) VALUE SPACES.

       01  LINEA-DOCUMENTO.
           03  FILLER           PIC X(11) VALUE "DOCUMENTO: ".
           03  LDO-DOCUMENTO    PIC X(11).
           03  FILLER           PIC X(8)  VALUE "  IDNS: ".
           03  LDO-CANTIDAD     PIC ZZ9.
           03  FILLER           PIC X(47) VALUE SPACES.

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-SUCURSAL     PIC 9(2).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-LIMITE       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-SALDO-PES    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-SALDO-DOL    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-EXPOSICION   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(4)  VALUE SPACES.

       01  LINEA-TOTAL.
           03  FILLER           PIC X(23)
                   VALUE "  TOTAL DOCUMENTO".
           03  TOT-LIMITE       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  TOT-SALDO-PES    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  TOT-SALDO-DOL    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  TOT-EXPOSICION   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(4)  VALUE SPACES.

       01  WS-LINEA-SALIDA      PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1100-CARGAR-CLIENTES.
           PERFORM 1500-ORDENAR-DOCUMENTOS.
           PERFORM 1600-ABERTURA-DE-ARCHIVOS.
           PERFORM 2000-LEER-ORDENADO.
           PERFORM 3000-PROCESO UNTIL FS-ORDENADOS-EOF.
           IF HAY-DOC-EN-CURSO
               PERFORM 3500-CERRAR-DOCUMENTO
           END-IF.
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
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

       1100-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   PERFORM 1150-LEER-CLIENTE
                      UNTIL FS-CLIENTES-EOF
                   CLOSE CLIENTES
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CLIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-CLIENTES
                   MOVE "CLIENTES" TO ABE-ARCHIVO
                   MOVE FS-CLIENTES TO ABE-FILE-STATUS
                   MOVE "1100-CARGAR-CLIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1100-FIN-CARGAR-CLIENTES.
           EXIT.

       1150-LEER-CLIENTE.
           READ CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   IF TRAILER-ID-A OF REGISTRO-A-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE "10" TO FS-CLIENTES
                   ELSE
                       IF TAB-CLI-CANT LESS THAN 2000
                           ADD 1 TO TAB-CLI-CANT
                           MOVE IDN OF REGISTRO-A
                                TO TAB-CLI-IDN (TAB-CLI-CANT)
                           MOVE APELLIDO OF REGISTRO-A
                                TO TAB-CLI-APELLIDO (TAB-CLI-CANT)
                           MOVE CLI-SUCURSAL
                                TO TAB-CLI-SUCURSAL (TAB-CLI-CANT)
                           MOVE CLI-LIMITE
                                TO TAB-CLI-LIMITE (TAB-CLI-CANT)
                       ELSE
                           DISPLAY "TABLA DE CLIENTES DESBORDADA"
                           MOVE "10" TO FS-CLIENTES
                       END-IF
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES"
               DISPLAY "FILE STATUS ERROR" FS-CLIENTES
               MOVE "CLIENTES" TO ABE-ARCHIVO
               MOVE FS-CLIENTES TO ABE-FILE-STATUS
               MOVE "1150-LEER-CLIENTE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1150-FIN-LEER-CLIENTE.
           EXIT.

      * Sin datos complementarios no hay documentos que comparar:
      * se termina normalmente.
       1500-ORDENAR-DOCUMENTOS.
           OPEN INPUT CLIENTES-DATOS
           EVALUATE FS-DATOS
               WHEN "00"
                   CLOSE CLIENTES-DATOS
               WHEN "35"
                   DISPLAY "SIN CLIENTES-DATOS, NADA QUE CONTROLAR"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CLIENTES-DATOS"
                   DISPLAY "FILE STATUS ERROR" FS-DATOS
                   MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
                   MOVE FS-DATOS TO ABE-FILE-STATUS
                   MOVE "1500-ORDENAR-DOCUMENTOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SD-DOCUMENTO SD-IDN
               USING CLIENTES-DATOS
               GIVING ORDENADOS.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE CLIENTES-DATOS"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
               MOVE SPACES TO ABE-FILE-STATUS
               MOVE "1500-ORDENAR-DOCUMENTOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       1500-FIN-ORDENAR-DOCUMENTOS.
           EXIT.

       1600-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT ORDENADOS
           EVALUATE FS-ORDENADOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR DOCUMENTOS-ORDENADOS"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADOS
               MOVE "DOCUMENTOS-ORDENADOS" TO ABE-ARCHIVO
               MOVE FS-ORDENADOS TO ABE-FILE-STATUS
               MOVE "1600-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin POSICION se informan igual los duplicados, con los
      * saldos en cero y la exposicion igual al limite.
           OPEN INPUT POSICION
           EVALUATE FS-POSICION
               WHEN "00"
               CONTINUE
               WHEN "35"
               DISPLAY "SIN POSICION, EXPOSICION SOLO POR LIMITE"
               MOVE "S" TO WS-SIN-POSICION
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "1600-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR DOCUMENTOS-DUPLICADOS-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "DOCUMENTOS-DUP-REP" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1600-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1600-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       2000-LEER-ORDENADO.
           READ ORDENADOS
           EVALUATE FS-ORDENADOS
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE DOCUMENTOS-ORDENADOS"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADOS
               MOVE "DOCUMENTOS-ORDENADOS" TO ABE-ARCHIVO
               MOVE FS-ORDENADOS TO ABE-FILE-STATUS
               MOVE "2000-LEER-ORDENADO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-ORDENADO.
           EXIT.

      * Corte por documento; los documentos en blanco (sin informar)
      * vienen primero y no se comparan entre si.
       3000-PROCESO.
           IF ORD-DOCUMENTO EQUAL SPACES
               ADD 1 TO WS-SIN-DOCUMENTO
           ELSE
               IF HAY-DOC-EN-CURSO
                  AND ORD-DOCUMENTO NOT EQUAL WS-DOC-NUMERO
                   PERFORM 3500-CERRAR-DOCUMENTO
               END-IF
               IF NOT HAY-DOC-EN-CURSO
                   MOVE "S"           TO WS-DOC-HAY
                   MOVE ORD-DOCUMENTO TO WS-DOC-NUMERO
                   MOVE ZERO          TO WS-DOC-CANT
                   ADD 1 TO WS-DOCUMENTOS
               END-IF
               ADD 1 TO WS-DOC-CANT
               IF WS-DOC-CANT NOT GREATER THAN 20
                   MOVE ORD-IDN TO WS-DOC-IDN (WS-DOC-CANT)
               END-IF
           END-IF.
           PERFORM 2000-LEER-ORDENADO.
       3000-FIN-PROCESO.
           EXIT.

       3500-CERRAR-DOCUMENTO.
           IF WS-DOC-CANT GREATER THAN 1
               ADD 1 TO WS-DUPLICADOS
               ADD WS-DOC-CANT TO WS-IDN-DUPLICADOS
               PERFORM 3600-EMITIR-DOCUMENTO
           END-IF.
           MOVE "N" TO WS-DOC-HAY.
       3500-FIN-CERRAR-DOCUMENTO.
           EXIT.

       3600-EMITIR-DOCUMENTO.
           INITIALIZE TOTALES-DOCUMENTO.
           IF WS-DOC-CANT GREATER THAN 20
               DISPLAY "DOCUMENTO " WS-DOC-NUMERO " CON "
                       WS-DOC-CANT " IDN, SE LISTAN LOS PRIMEROS 20"
               MOVE 20 TO WS-DOC-EMITIDOS
           ELSE
               MOVE WS-DOC-CANT TO WS-DOC-EMITIDOS
           END-IF.
           MOVE WS-DOC-NUMERO TO LDO-DOCUMENTO.
           MOVE WS-DOC-CANT   TO LDO-CANTIDAD.
           MOVE LINEA-DOCUMENTO TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
           PERFORM 3650-EMITIR-IDN
               VARYING WS-IDX-DOC FROM 1 BY 1
               UNTIL WS-IDX-DOC GREATER THAN WS-DOC-EMITIDOS.
           MOVE WS-TOT-LIMITE     TO TOT-LIMITE.
           MOVE WS-TOT-SALDO-PES  TO TOT-SALDO-PES.
           MOVE WS-TOT-SALDO-DOL  TO TOT-SALDO-DOL.
           MOVE WS-TOT-EXPOSICION TO TOT-EXPOSICION.
           MOVE LINEA-TOTAL TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
           MOVE LINEA-EN-BLANCO TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
       3600-FIN-EMITIR-DOCUMENTO.
           EXIT.

       3650-EMITIR-IDN.
           INITIALIZE WS-CLIENTE-LINEA.
           MOVE WS-DOC-IDN (WS-IDX-DOC) TO WS-LIN-IDN.
           SET WS-IDX-CLI TO 1.
           SEARCH TAB-CLI-ENTRY
               AT END
                   MOVE "SIN MAESTRO" TO WS-LIN-APELLIDO
               WHEN TAB-CLI-IDN (WS-IDX-CLI) EQUAL WS-LIN-IDN
                AND WS-IDX-CLI NOT GREATER TAB-CLI-CANT
                   MOVE TAB-CLI-APELLIDO (WS-IDX-CLI)
                        TO WS-LIN-APELLIDO
                   MOVE TAB-CLI-SUCURSAL (WS-IDX-CLI)
                        TO WS-LIN-SUCURSAL
                   MOVE TAB-CLI-LIMITE (WS-IDX-CLI) TO WS-LIN-LIMITE
           END-SEARCH.
           IF NOT SIN-POSICION
               MOVE "PES" TO POS-MONEDA
               PERFORM 3700-LEER-POSICION
               MOVE POS-SALDOS TO WS-LIN-SALDO-PES
               MOVE "DOL" TO POS-MONEDA
               PERFORM 3700-LEER-POSICION
               MOVE POS-SALDOS TO WS-LIN-SALDO-DOL
           END-IF.
           MOVE ZERO TO WS-DEUDA-PES.
           IF WS-LIN-SALDO-PES LESS THAN ZERO
               COMPUTE WS-DEUDA-PES = ZERO - WS-LIN-SALDO-PES
           END-IF.
           IF WS-DEUDA-PES GREATER THAN WS-LIN-LIMITE
               MOVE WS-DEUDA-PES TO WS-LIN-EXPOSICION
           ELSE
               MOVE WS-LIN-LIMITE TO WS-LIN-EXPOSICION
           END-IF.
           ADD WS-LIN-LIMITE     TO WS-TOT-LIMITE.
           ADD WS-LIN-SALDO-PES  TO WS-TOT-SALDO-PES.
           ADD WS-LIN-SALDO-DOL  TO WS-TOT-SALDO-DOL.
           ADD WS-LIN-EXPOSICION TO WS-TOT-EXPOSICION.
           MOVE WS-LIN-IDN        TO DET-IDN.
           MOVE WS-LIN-APELLIDO   TO DET-APELLIDO.
           MOVE WS-LIN-SUCURSAL   TO DET-SUCURSAL.
           MOVE WS-LIN-LIMITE     TO DET-LIMITE.
           MOVE WS-LIN-SALDO-PES  TO DET-SALDO-PES.
           MOVE WS-LIN-SALDO-DOL  TO DET-SALDO-DOL.
           MOVE WS-LIN-EXPOSICION TO DET-EXPOSICION.
           MOVE LINEA-DETALLE TO WS-LINEA-SALIDA.
           PERFORM 3900-GRABAR-LINEA.
       3650-FIN-EMITIR-IDN.
           EXIT.

      * Lee la posicion del IDN en la moneda cargada en POS-MONEDA;
      * si el cliente no opera esa moneda el saldo queda en cero.
       3700-LEER-POSICION.
           MOVE WS-LIN-IDN TO POS-IDN.
           READ POSICION
           EVALUATE FS-POSICION
               WHEN "00"
               CONTINUE
               WHEN "23"
               MOVE ZERO TO POS-SALDOS
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "3700-LEER-POSICION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3700-FIN-LEER-POSICION.
           EXIT.

       3800-GRABAR-ENCABEZADO.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA    TO ENC-PAGINA.
           MOVE WS-FECHA-PROCESO TO ENC-FECHA.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-1.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO-2.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           MOVE ZERO TO WS-LINEAS-PAGINA.
       3800-FIN-GRABAR-ENCABEZADO.
           EXIT.

       3900-GRABAR-LINEA.
           IF WS-LINEAS-PAGINA EQUAL ZERO
              OR WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               PERFORM 3800-GRABAR-ENCABEZADO
           END-IF.
           WRITE LINEA-REPORTE FROM WS-LINEA-SALIDA.
           EVALUATE FS-REPORTE
               WHEN "00"
                   ADD 1 TO WS-LINEAS-PAGINA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR DOCUMENTOS-DUPLICADOS-REP"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
                   MOVE "DOCUMENTOS-DUP-REP" TO ABE-ARCHIVO
                   MOVE FS-REPORTE TO ABE-FILE-STATUS
                   MOVE "3900-GRABAR-LINEA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3900-FIN-GRABAR-LINEA.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE ORDENADOS
           IF NOT SIN-POSICION
               CLOSE POSICION
           END-IF
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "DATOS COMPLEMENTARIOS LEIDOS: " WS-LEIDOS.
           DISPLAY "SIN DOCUMENTO INFORMADO     : " WS-SIN-DOCUMENTO.
           DISPLAY "DOCUMENTOS DISTINTOS        : " WS-DOCUMENTOS.
           DISPLAY "DOCUMENTOS EN VARIOS IDN    : " WS-DUPLICADOS.
           DISPLAY "IDN INVOLUCRADOS            : " WS-IDN-DUPLICADOS.
       5000-FIN-MOSTRAR-RESUMEN.
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
               MOVE "DOCUMENTOSDUPLICADOS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-DOC-NUMERO TO ERR-ULTIMA-CLAVE
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

       END PROGRAM DocumentosDuplicados.
