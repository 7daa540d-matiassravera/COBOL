      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaRestringidos.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Lista de personas restringidas (sanciones, PEP, UIF) tal como
      * la manda cumplimiento: la lista completa cada vez, no novedades.
       SELECT LISTA-NUEVA ASSIGN TO "LISTA-RESTRINGIDOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVA.

      * Lista vigente que leen MantenimientoClientes y el control
      * nocturno; solo se pisa si la carga completa valido limpia.
       SELECT RESTRINGIDOS ASSIGN TO "RESTRINGIDOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RESTRINGIDOS.

       SELECT RECHAZOS ASSIGN TO "LISTA-RESTRINGIDOS-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RECHAZOS.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

      * El documento puede venir como CUIT/CUIL de 11 digitos o como
      * DNI de 7 u 8, siempre alineado a la izquierda y sin puntos.
      * Entidades y extranjeros sin documento local vienen solo por
      * nombre.
       FD  LISTA-NUEVA.

       01  REGISTRO-NUEVO.
           03  LRN-ID           PIC X(8).
           03  LRN-DOCUMENTO    PIC X(11).
           03  LRN-APELLIDO     PIC X(20).
           03  LRN-NOMBRE       PIC X(20).
           03  LRN-ORIGEN       PIC X(10).

      * RST-TIPO-DOC: C CUIT/CUIL (11 digitos), D DNI (guardado con
      * ceros a la izquierda en las 8 primeras posiciones), espacio
      * sin documento. Apellido y nombre quedan en mayusculas.
       FD  RESTRINGIDOS.

       01  REGISTRO-RESTRINGIDO.
           03  RST-ID           PIC X(8).
           03  RST-TIPO-DOC     PIC X(01).
           03  RST-DOCUMENTO    PIC X(11).
           03  RST-APELLIDO     PIC X(20).
           03  RST-NOMBRE       PIC X(20).
           03  RST-ORIGEN       PIC X(10).
           03  RST-FECHA-CARGA  PIC 9(8).

       FD  RECHAZOS.

       01  REGISTRO-RECHAZO.
           03  RECH-ID          PIC X(8).
           03  RECH-DOCUMENTO   PIC X(11).
           03  RECH-APELLIDO    PIC X(20).
           03  RECH-MOTIVO      PIC X(20).

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

       01  FS-NUEVA             PIC X(2).
           88 FS-NUEVA-OK       VALUE "00".
           88 FS-NUEVA-EOF      VALUE "10".

       01  FS-RESTRINGIDOS      PIC X(2).
           88 FS-RESTRINGIDOS-OK VALUE "00".

       01  FS-RECHAZOS          PIC X(2).
           88 FS-RECHAZOS-OK    VALUE "00".

       01  CONTADORES.
           03  WS-LEIDOS        PIC 9(5) VALUE ZERO.
           03  WS-VALIDOS       PIC 9(5) VALUE ZERO.
           03  WS-RECHAZADOS    PIC 9(5) VALUE ZERO.
           03  WS-POR-DOCUMENTO PIC 9(5) VALUE ZERO.
           03  WS-SOLO-NOMBRE   PIC 9(5) VALUE ZERO.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * La lista validada queda en tabla y solo al final, si no hubo
      * rechazos, se pisa RESTRINGIDOS (mismo criterio que
      * CargaFeriados: una lista a medias es peor que la anterior).
       01  TABLA-RESTRINGIDOS.
           03  TAB-RST-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-RST-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-IDX-RST.
               05  TAB-RST-ID        PIC X(8).
               05  TAB-RST-TIPO-DOC  PIC X(01).
               05  TAB-RST-DOCUMENTO PIC X(11).
               05  TAB-RST-APELLIDO  PIC X(20).
               05  TAB-RST-NOMBRE    PIC X(20).
               05  TAB-RST-ORIGEN    PIC X(10).

       01  WS-IDX-GRABAR        PIC 9(4).
       01  WS-MOTIVO            PIC X(20).

       01  WS-ID-REPETIDO       PIC X(01).
           88 ID-REPETIDO       VALUE "S".

       01  WS-LARGO-DOC         PIC 9(2).
       01  WS-TIPO-DOC          PIC X(01).
       01  WS-DOC-NORMAL        PIC X(11).
       01  WS-DNI               PIC X(8) JUSTIFIED RIGHT.

       01  WS-APELLIDO          PIC X(20).
       01  WS-NOMBRE            PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 2000-LEER-NUEVO.
           PERFORM 3000-PROCESO UNTIL FS-NUEVA-EOF.
           IF WS-RECHAZADOS EQUAL ZERO
              AND TAB-RST-CANT GREATER THAN ZERO
               PERFORM 3500-GRABAR-LISTA
               DISPLAY "RESTRINGIDOS CARGADOS: " WS-VALIDOS
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CARGA RECHAZADA, RESTRINGIDOS QUEDA SIN CAMBIOS"
               DISPLAY "VER LISTA-RESTRINGIDOS-RECHAZOS"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT LISTA-NUEVA
           EVALUATE FS-NUEVA
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR LISTA-RESTRINGIDOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVA
               MOVE "LISTA-RESTRINGIDOS" TO ABE-ARCHIVO
               MOVE FS-NUEVA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT RECHAZOS
           EVALUATE FS-RECHAZOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR LISTA-RESTRINGIDOS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "LISTA-RESTRING-RECH" TO ABE-ARCHIVO
               MOVE FS-RECHAZOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO"
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF
           .
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       2000-LEER-NUEVO.
           READ LISTA-NUEVA
           EVALUATE FS-NUEVA
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE LISTA-RESTRINGIDOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVA
               MOVE "LISTA-RESTRINGIDOS" TO ABE-ARCHIVO
               MOVE FS-NUEVA TO ABE-FILE-STATUS
               MOVE "2000-LEER-NUEVO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-NUEVO.
           EXIT.

       3000-PROCESO.
           PERFORM 3100-VALIDAR-ENTRADA.
           PERFORM 2000-LEER-NUEVO.
       3000-FIN-PROCESO.
           EXIT.

       3100-VALIDAR-ENTRADA.
           MOVE LRN-APELLIDO TO WS-APELLIDO.
           MOVE LRN-NOMBRE   TO WS-NOMBRE.
           INSPECT WS-APELLIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-NOMBRE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 3200-NORMALIZAR-DOCUMENTO.
           PERFORM 3150-BUSCAR-ID.
           EVALUATE TRUE
               WHEN LRN-ID EQUAL SPACES
                   MOVE "SIN IDENTIFICADOR" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN ID-REPETIDO
                   MOVE "ID DUPLICADO" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN LRN-DOCUMENTO EQUAL SPACES
                AND WS-APELLIDO EQUAL SPACES
                   MOVE "SIN DOCUMENTO NI NOM" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN LRN-DOCUMENTO NOT EQUAL SPACES
                AND WS-TIPO-DOC EQUAL SPACES
                   MOVE "DOCUMENTO INVALIDO" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   PERFORM 3300-ACEPTAR-ENTRADA
           END-EVALUATE.
       3100-FIN-VALIDAR-ENTRADA.
           EXIT.

       3150-BUSCAR-ID.
           MOVE "N" TO WS-ID-REPETIDO.
           IF TAB-RST-CANT GREATER THAN ZERO
               SET WS-IDX-RST TO 1
               SEARCH TAB-RST-ENTRY
                   AT END
                       CONTINUE
                   WHEN TAB-RST-ID (WS-IDX-RST) EQUAL LRN-ID
                    AND WS-IDX-RST NOT GREATER TAB-RST-CANT
                       MOVE "S" TO WS-ID-REPETIDO
               END-SEARCH
           END-IF.
       3150-FIN-BUSCAR-ID.
           EXIT.

      * Un documento de 11 digitos es CUIT/CUIL; uno de 7 u 8 es DNI,
      * que se completa con ceros para compararlo contra las
      * posiciones 3 a 10 del CUIT del cliente. Cualquier otra forma
      * deja el tipo en blanco y el registro se rechaza.
       3200-NORMALIZAR-DOCUMENTO.
           MOVE SPACES TO WS-TIPO-DOC.
           MOVE SPACES TO WS-DOC-NORMAL.
           MOVE ZERO   TO WS-LARGO-DOC.
           IF LRN-DOCUMENTO NOT EQUAL SPACES
               INSPECT LRN-DOCUMENTO TALLYING WS-LARGO-DOC
                   FOR CHARACTERS BEFORE INITIAL SPACE
               EVALUATE TRUE
                   WHEN WS-LARGO-DOC EQUAL 11
                    AND LRN-DOCUMENTO NUMERIC
                       MOVE "C" TO WS-TIPO-DOC
                       MOVE LRN-DOCUMENTO TO WS-DOC-NORMAL
                   WHEN WS-LARGO-DOC EQUAL 7 OR WS-LARGO-DOC EQUAL 8
                       IF LRN-DOCUMENTO (1:WS-LARGO-DOC) NUMERIC
                          AND LRN-DOCUMENTO (WS-LARGO-DOC + 1:)
                              EQUAL SPACES
                           MOVE LRN-DOCUMENTO (1:WS-LARGO-DOC)
                                TO WS-DNI
                           INSPECT WS-DNI
                               REPLACING LEADING SPACES BY ZERO
                           MOVE "D"    TO WS-TIPO-DOC
                           MOVE WS-DNI TO WS-DOC-NORMAL
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3200-FIN-NORMALIZAR-DOCUMENTO.
           EXIT.

       3300-ACEPTAR-ENTRADA.
           IF TAB-RST-CANT LESS THAN 3000
               ADD 1 TO TAB-RST-CANT
               MOVE LRN-ID        TO TAB-RST-ID (TAB-RST-CANT)
               MOVE WS-TIPO-DOC   TO TAB-RST-TIPO-DOC (TAB-RST-CANT)
               MOVE WS-DOC-NORMAL TO TAB-RST-DOCUMENTO (TAB-RST-CANT)
               MOVE WS-APELLIDO   TO TAB-RST-APELLIDO (TAB-RST-CANT)
               MOVE WS-NOMBRE     TO TAB-RST-NOMBRE (TAB-RST-CANT)
               MOVE LRN-ORIGEN    TO TAB-RST-ORIGEN (TAB-RST-CANT)
               ADD 1 TO WS-VALIDOS
               IF WS-TIPO-DOC EQUAL SPACES
                   ADD 1 TO WS-SOLO-NOMBRE
               ELSE
                   ADD 1 TO WS-POR-DOCUMENTO
               END-IF
           ELSE
               MOVE "TABLA DESBORDADA" TO WS-MOTIVO
               PERFORM 3900-GRABAR-RECHAZO
           END-IF.
       3300-FIN-ACEPTAR-ENTRADA.
           EXIT.

       3500-GRABAR-LISTA.
           OPEN OUTPUT RESTRINGIDOS
           EVALUATE FS-RESTRINGIDOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS"
               DISPLAY "FILE STATUS ERROR" FS-RESTRINGIDOS
               MOVE "RESTRINGIDOS" TO ABE-ARCHIVO
               MOVE FS-RESTRINGIDOS TO ABE-FILE-STATUS
               MOVE "3500-GRABAR-LISTA" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 3600-GRABAR-UN-RESTRINGIDO
               VARYING WS-IDX-GRABAR FROM 1 BY 1
               UNTIL WS-IDX-GRABAR GREATER THAN TAB-RST-CANT.
           CLOSE RESTRINGIDOS.
       3500-FIN-GRABAR-LISTA.
           EXIT.

       3600-GRABAR-UN-RESTRINGIDO.
           MOVE TAB-RST-ID (WS-IDX-GRABAR)        TO RST-ID.
           MOVE TAB-RST-TIPO-DOC (WS-IDX-GRABAR)  TO RST-TIPO-DOC.
           MOVE TAB-RST-DOCUMENTO (WS-IDX-GRABAR) TO RST-DOCUMENTO.
           MOVE TAB-RST-APELLIDO (WS-IDX-GRABAR)  TO RST-APELLIDO.
           MOVE TAB-RST-NOMBRE (WS-IDX-GRABAR)    TO RST-NOMBRE.
           MOVE TAB-RST-ORIGEN (WS-IDX-GRABAR)    TO RST-ORIGEN.
           MOVE WS-FECHA-PROCESO                  TO RST-FECHA-CARGA.
           WRITE REGISTRO-RESTRINGIDO.
           EVALUATE FS-RESTRINGIDOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR RESTRINGIDOS"
               DISPLAY "FILE STATUS ERROR" FS-RESTRINGIDOS
               MOVE "RESTRINGIDOS" TO ABE-ARCHIVO
               MOVE FS-RESTRINGIDOS TO ABE-FILE-STATUS
               MOVE "3600-GRABAR-UN-RESTRINGIDO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3600-FIN-GRABAR-UN-RESTRINGIDO.
           EXIT.

       3900-GRABAR-RECHAZO.
           MOVE LRN-ID        TO RECH-ID.
           MOVE LRN-DOCUMENTO TO RECH-DOCUMENTO.
           MOVE LRN-APELLIDO  TO RECH-APELLIDO.
           MOVE WS-MOTIVO     TO RECH-MOTIVO.
           WRITE REGISTRO-RECHAZO.
           EVALUATE FS-RECHAZOS
               WHEN "00"
               ADD 1 TO WS-RECHAZADOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR LISTA-RESTRINGIDOS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "LISTA-RESTRING-RECH" TO ABE-ARCHIVO
               MOVE FS-RECHAZOS TO ABE-FILE-STATUS
               MOVE "3900-GRABAR-RECHAZO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3900-FIN-GRABAR-RECHAZO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE LISTA-NUEVA
           CLOSE RECHAZOS.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "ENTRADAS LEIDAS     : " WS-LEIDOS.
           DISPLAY "ENTRADAS VALIDAS    : " WS-VALIDOS.
           DISPLAY "  CON DOCUMENTO     : " WS-POR-DOCUMENTO.
           DISPLAY "  SOLO POR NOMBRE   : " WS-SOLO-NOMBRE.
           DISPLAY "ENTRADAS RECHAZADAS : " WS-RECHAZADOS.
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
               MOVE "CARGARESTRINGIDOS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE LRN-ID          TO ERR-ULTIMA-CLAVE
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

       END PROGRAM CargaRestringidos.
