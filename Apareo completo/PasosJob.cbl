      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PasosJob.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tabla de pasos del job diario, en el orden en que corren. Cada
      * registro termina en fin de linea, asi la tabla se mantiene con
      * un editor de texto como una linea por paso. Las lineas que
      * empiezan con "*" son comentarios (con el mismo largo fijo).
       SELECT PASOS-JOB ASSIGN TO "PASOS-JOB"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-PASOS.

      * Excepciones de una noche cargadas por el operador (saltear,
      * retener o anular lo cargado). Solo se agregan registros: vale
      * el ultimo de cada paso para la fecha, igual que en
      * CONTROL-CORRIDAS, y el archivo queda como rastro de quien
      * pidio cada cosa.
       SELECT EXCEPCIONES ASSIGN TO "PASOS-EXCEPCIONES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-EXCEPCIONES.

      * Plan de la noche para RunBatchDiario: un paso por linea, con
      * los campos separados por blancos y "-" en los vacios.
       SELECT PLAN ASSIGN TO "PASOS-PLAN"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-PLAN.

       SELECT OPERADORES ASSIGN TO "OPERADORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-OPERADORES.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  PASOS-JOB.

       01  REGISTRO-PASO.
           03  PAS-ETIQUETA        PIC X(4).
           03  FILLER              PIC X(1).
           03  PAS-NOMBRE          PIC X(20).
           03  FILLER              PIC X(1).
           03  PAS-PROGRAMA        PIC X(24).
           03  FILLER              PIC X(1).
           03  PAS-PREDECESORES OCCURS 3 TIMES.
               05  PAS-PREDECESOR  PIC X(20).
               05  FILLER          PIC X(1).
           03  PAS-RC-ACEPTADOS OCCURS 4 TIMES.
               05  PAS-RC-ACEPTADO PIC X(2).
               05  FILLER          PIC X(1).
           03  PAS-OPCIONAL        PIC X(1).
           03  FILLER              PIC X(1).
           03  PAS-AUTO-REGISTRO   PIC X(1).
           03  FILLER              PIC X(1).
           03  PAS-RC-DISPARO      PIC X(2).
           03  FILLER              PIC X(1).
           03  PAS-RC-RETENCION    PIC X(2).
           03  FILLER              PIC X(1).
           03  PAS-VAR-LIBERAR     PIC X(20).
           03  FILLER              PIC X(1).
           03  PAS-RENOMBRE-ORIGEN PIC X(20).
           03  FILLER              PIC X(1).
           03  PAS-RENOMBRE-DESTINO PIC X(20).
           03  FILLER              PIC X(1).
           03  PAS-BORRAR-OMITIDO  PIC X(20).
           03  FILLER              PIC X(1).
           03  PAS-PARAMETRO       PIC X(40).
           03  PAS-FIN-LINEA       PIC X(1).

       FD  EXCEPCIONES.

       01  REGISTRO-EXCEPCION.
           03  EXC-FECHA           PIC 9(8).
           03  FILLER              PIC X(1).
           03  EXC-NOMBRE          PIC X(20).
           03  FILLER              PIC X(1).
      * S = saltear, R = retener, A = anula lo cargado antes.
           03  EXC-ACCION          PIC X(1).
           03  FILLER              PIC X(1).
           03  EXC-OPERADOR        PIC X(8).
           03  FILLER              PIC X(1).
           03  EXC-HORA            PIC 9(6).
           03  EXC-FIN-LINEA       PIC X(1).

       FD  PLAN.

       01  REGISTRO-PLAN.
           03  PLN-ETIQUETA        PIC X(4).
           03  FILLER              PIC X(1).
           03  PLN-NOMBRE          PIC X(20).
           03  FILLER              PIC X(1).
           03  PLN-PROGRAMA        PIC X(24).
           03  FILLER              PIC X(1).
           03  PLN-PREDECESORES OCCURS 3 TIMES.
               05  PLN-PREDECESOR  PIC X(20).
               05  FILLER          PIC X(1).
           03  PLN-RC-ACEPTADOS    PIC X(11).
           03  FILLER              PIC X(1).
           03  PLN-OPCIONAL        PIC X(1).
           03  FILLER              PIC X(1).
           03  PLN-AUTO-REGISTRO   PIC X(1).
           03  FILLER              PIC X(1).
           03  PLN-RC-DISPARO      PIC X(2).
           03  FILLER              PIC X(1).
           03  PLN-RC-RETENCION    PIC X(2).
           03  FILLER              PIC X(1).
           03  PLN-VAR-LIBERAR     PIC X(20).
           03  FILLER              PIC X(1).
           03  PLN-RENOMBRE-ORIGEN PIC X(20).
           03  FILLER              PIC X(1).
           03  PLN-RENOMBRE-DESTINO PIC X(20).
           03  FILLER              PIC X(1).
           03  PLN-BORRAR-OMITIDO  PIC X(20).
           03  FILLER              PIC X(1).
           03  PLN-PARAMETRO       PIC X(40).
           03  FILLER              PIC X(1).
           03  PLN-EXCEPCION       PIC X(1).
           03  PLN-FIN-LINEA       PIC X(1).

       FD  OPERADORES.

       01  REGISTRO-OPERADOR.
           03  OPE-ID          PIC X(8).
           03  OPE-NIVEL       PIC X(01).

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

       01  FS-PASOS             PIC X(2).
           88 FS-PASOS-OK       VALUE "00".
           88 FS-PASOS-EOF      VALUE "10".

       01  FS-EXCEPCIONES       PIC X(2).
           88 FS-EXCEPCIONES-OK   VALUE "00".
           88 FS-EXCEPCIONES-EOF  VALUE "10".
           88 FS-EXCEPCIONES-NOEX VALUE "35".

       01  FS-PLAN              PIC X(2).
           88 FS-PLAN-OK        VALUE "00".

       01  FS-OPERADORES        PIC X(2).
           88 FS-OPERADORES-OK  VALUE "00".
           88 FS-OPERADORES-EOF VALUE "10".

      * Accion pedida (PASOS-ACCION): LISTAR muestra el plan de la
      * noche, PLAN lo deja en PASOS-PLAN para el driver y SALTEAR,
      * RETENER o ANULAR cargan una excepcion para PASOS-PASO.
       01  WS-ACCION            PIC X(8).
           88 ACCION-LISTAR     VALUE "LISTAR".
           88 ACCION-PLAN       VALUE "PLAN".
           88 ACCION-SALTEAR    VALUE "SALTEAR".
           88 ACCION-RETENER    VALUE "RETENER".
           88 ACCION-ANULAR     VALUE "ANULAR".
       01  WS-PASO-PARAMETRO    PIC X(20).
       01  WS-PASO-PEDIDO       PIC X(20).

       01  WS-OPERADOR          PIC X(8).
       01  WS-OPERADOR-VALIDO   PIC X(01) VALUE "N".
           88 OPERADOR-AUTORIZADO VALUE "S".

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).
       01  WS-HORA8             PIC 9(8).

       01  WS-FIN-LINEA         PIC X(1) VALUE X"0A".

      * Tabla de pasos validada, con la excepcion de la noche.
       01  TABLA-PASOS.
           03  TAB-PAS-CANT     PIC 9(2) VALUE ZERO.
           03  TAB-PAS-ENTRY OCCURS 50 TIMES.
               05  TAB-PAS-REGISTRO  PIC X(261).
               05  TAB-PAS-NOMBRE    PIC X(20).
               05  TAB-PAS-EXCEPCION PIC X(1).

       01  WS-IDX-PAS           PIC 9(2).
       01  WS-IDX-BUS           PIC 9(2).
       01  WS-IDX-PRED          PIC 9(1).
       01  WS-IDX-RC            PIC 9(1).
       01  WS-RC-CANT           PIC 9(1).
       01  WS-PUNTERO           PIC 9(2).
       01  WS-ENCONTRADO        PIC X(01).
           88 PASO-ENCONTRADO   VALUE "S".
       01  WS-ERRORES-TABLA     PIC 9(3) VALUE ZERO.
       01  WS-RETENIDOS         PIC 9(2) VALUE ZERO.
       01  WS-SALTEADOS         PIC 9(2) VALUE ZERO.

       01  LINEA-LISTADO-ENC.
           03  FILLER           PIC X(5)  VALUE "PASO".
           03  FILLER           PIC X(21) VALUE "NOMBRE".
           03  FILLER           PIC X(25) VALUE "PROGRAMA".
           03  FILLER           PIC X(12) VALUE "RC ACEPT.".
           03  FILLER           PIC X(4)  VALUE "OPC".
           03  FILLER           PIC X(13) VALUE "ESTA NOCHE".

       01  LINEA-LISTADO.
           03  LIS-ETIQUETA     PIC X(4).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  LIS-NOMBRE       PIC X(20).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  LIS-PROGRAMA     PIC X(24).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  LIS-RC           PIC X(11).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  LIS-OPCIONAL     PIC X(1).
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  LIS-EXCEPCION    PIC X(13).

       01  LINEA-LISTADO-DET.
           03  FILLER           PIC X(5)  VALUE SPACES.
           03  LID-TITULO       PIC X(14).
           03  LID-TEXTO        PIC X(61).

       01  WS-RC-TEXTO          PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 2000-CARGAR-TABLA.
           IF WS-ERRORES-TABLA GREATER THAN ZERO
               DISPLAY "PASOS-JOB CON " WS-ERRORES-TABLA " ERRORES, "
                       "NO SE ARMA EL PLAN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN ACCION-SALTEAR
               WHEN ACCION-RETENER
               WHEN ACCION-ANULAR
                   PERFORM 4000-CARGAR-EXCEPCION
               WHEN OTHER
                   PERFORM 3000-APLICAR-EXCEPCIONES
                   IF ACCION-PLAN
                       PERFORM 5000-GRABAR-PLAN
                   ELSE
                       PERFORM 6000-LISTAR-PLAN
                   END-IF
           END-EVALUATE.

           STOP RUN.

       1000-TOMAR-PARAMETROS.
           ACCEPT WS-ACCION FROM ENVIRONMENT "PASOS-ACCION".
           IF WS-ACCION EQUAL SPACES
               MOVE "LISTAR" TO WS-ACCION
           END-IF.
           IF NOT ACCION-LISTAR AND NOT ACCION-PLAN
              AND NOT ACCION-SALTEAR AND NOT ACCION-RETENER
              AND NOT ACCION-ANULAR
               DISPLAY "PASOS-ACCION INVALIDA: " WS-ACCION
               DISPLAY "VALORES: LISTAR, PLAN, SALTEAR, RETENER, "
                       "ANULAR"
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
           IF ACCION-SALTEAR OR ACCION-RETENER OR ACCION-ANULAR
               ACCEPT WS-PASO-PARAMETRO FROM ENVIRONMENT "PASOS-PASO"
               IF WS-PASO-PARAMETRO EQUAL SPACES
                   DISPLAY "FALTA PASOS-PASO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1050-CONTROLAR-OPERADOR
               IF NOT OPERADOR-AUTORIZADO
                   DISPLAY "OPERADOR " WS-OPERADOR " NO REGISTRADO EN"
                           " OPERADORES, NO SE CARGA LA EXCEPCION"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

       1050-CONTROLAR-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "PASOS-OPERADOR".
           IF WS-OPERADOR EQUAL SPACES
               MOVE "SINOPER" TO WS-OPERADOR
           END-IF.
           MOVE "N" TO WS-OPERADOR-VALIDO.
           OPEN INPUT OPERADORES
           EVALUATE FS-OPERADORES
               WHEN "00"
                   PERFORM 1060-LEER-OPERADOR
                      UNTIL FS-OPERADORES-EOF
                   CLOSE OPERADORES
               WHEN "35"
                   DISPLAY "SIN MAESTRO OPERADORES"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR OPERADORES"
                   DISPLAY "FILE STATUS ERROR" FS-OPERADORES
                   MOVE "OPERADORES" TO ABE-ARCHIVO
                   MOVE FS-OPERADORES TO ABE-FILE-STATUS
                   MOVE "1050-CONTROLAR-OPERADOR" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1050-FIN-CONTROLAR-OPERADOR.
           EXIT.

       1060-LEER-OPERADOR.
           READ OPERADORES
           EVALUATE FS-OPERADORES
               WHEN "00"
                   IF OPE-ID EQUAL WS-OPERADOR
                       MOVE "S" TO WS-OPERADOR-VALIDO
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE OPERADORES"
               DISPLAY "FILE STATUS ERROR" FS-OPERADORES
               MOVE "OPERADORES" TO ABE-ARCHIVO
               MOVE FS-OPERADORES TO ABE-FILE-STATUS
               MOVE "1060-LEER-OPERADOR" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1060-FIN-LEER-OPERADOR.
           EXIT.

      ******************************************************************
      * Carga y validacion de la tabla
      ******************************************************************
      * La tabla se valida entera antes de hacer cualquier cosa: un
      * registro corrido (sin el fin de linea en su lugar), un nombre
      * repetido o un predecesor que no corre antes deja al job sin
      * plan, en lugar de correr una cadena a medias.
       2000-CARGAR-TABLA.
           OPEN INPUT PASOS-JOB
           EVALUATE FS-PASOS
               WHEN "00"
                   PERFORM 2100-LEER-PASO
                   PERFORM 2200-VALIDAR-PASO
                      UNTIL FS-PASOS-EOF
                   CLOSE PASOS-JOB
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR PASOS-JOB"
                   DISPLAY "FILE STATUS ERROR" FS-PASOS
                   MOVE "PASOS-JOB" TO ABE-ARCHIVO
                   MOVE FS-PASOS TO ABE-FILE-STATUS
                   MOVE "2000-CARGAR-TABLA" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF TAB-PAS-CANT EQUAL ZERO
               DISPLAY "PASOS-JOB SIN PASOS"
               ADD 1 TO WS-ERRORES-TABLA
           END-IF.
       2000-FIN-CARGAR-TABLA.
           EXIT.

       2100-LEER-PASO.
           READ PASOS-JOB
           EVALUATE FS-PASOS
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN "04"
               MOVE "00" TO FS-PASOS
               MOVE SPACES TO PAS-FIN-LINEA
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE PASOS-JOB"
               DISPLAY "FILE STATUS ERROR" FS-PASOS
               MOVE "PASOS-JOB" TO ABE-ARCHIVO
               MOVE FS-PASOS TO ABE-FILE-STATUS
               MOVE "2100-LEER-PASO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2100-FIN-LEER-PASO.
           EXIT.

       2200-VALIDAR-PASO.
           EVALUATE TRUE
               WHEN PAS-FIN-LINEA NOT EQUAL WS-FIN-LINEA
                   DISPLAY "PASOS-JOB: REGISTRO " TAB-PAS-CANT
                           " MAS UNO CORRIDO, REVISE LAS COLUMNAS"
                   ADD 1 TO WS-ERRORES-TABLA
                   MOVE "10" TO FS-PASOS
               WHEN PAS-ETIQUETA (1:1) EQUAL "*"
                   PERFORM 2100-LEER-PASO
               WHEN OTHER
                   PERFORM 2300-CONTROLAR-CAMPOS
                   IF TAB-PAS-CANT LESS THAN 50
                       ADD 1 TO TAB-PAS-CANT
                       MOVE REGISTRO-PASO
                            TO TAB-PAS-REGISTRO (TAB-PAS-CANT)
                       MOVE PAS-NOMBRE
                            TO TAB-PAS-NOMBRE (TAB-PAS-CANT)
                       MOVE SPACE TO TAB-PAS-EXCEPCION (TAB-PAS-CANT)
                   ELSE
                       DISPLAY "PASOS-JOB: MAS DE 50 PASOS"
                       ADD 1 TO WS-ERRORES-TABLA
                   END-IF
                   PERFORM 2100-LEER-PASO
           END-EVALUATE.
       2200-FIN-VALIDAR-PASO.
           EXIT.

       2300-CONTROLAR-CAMPOS.
           IF PAS-NOMBRE EQUAL SPACES OR PAS-PROGRAMA EQUAL SPACES
               DISPLAY "PASOS-JOB: PASO " PAS-ETIQUETA
                       " SIN NOMBRE O SIN PROGRAMA"
               ADD 1 TO WS-ERRORES-TABLA
           END-IF.
           MOVE PAS-NOMBRE TO WS-PASO-PEDIDO.
           PERFORM 2400-BUSCAR-PASO.
           IF PASO-ENCONTRADO
               DISPLAY "PASOS-JOB: PASO " PAS-NOMBRE " REPETIDO"
               ADD 1 TO WS-ERRORES-TABLA
           END-IF.
           PERFORM 2310-CONTROLAR-PREDECESOR
               VARYING WS-IDX-PRED FROM 1 BY 1
               UNTIL WS-IDX-PRED GREATER THAN 3.
           MOVE ZERO TO WS-RC-CANT.
           PERFORM 2320-CONTROLAR-RC
               VARYING WS-IDX-RC FROM 1 BY 1
               UNTIL WS-IDX-RC GREATER THAN 4.
           IF WS-RC-CANT EQUAL ZERO
               DISPLAY "PASOS-JOB: PASO " PAS-NOMBRE
                       " SIN RETORNOS ACEPTADOS"
               ADD 1 TO WS-ERRORES-TABLA
           END-IF.
           IF (PAS-OPCIONAL NOT EQUAL "S" AND NOT EQUAL "N")
              OR (PAS-AUTO-REGISTRO NOT EQUAL "S" AND NOT EQUAL "N")
               DISPLAY "PASOS-JOB: PASO " PAS-NOMBRE
                       " OPCIONAL Y AUTO-REGISTRO VAN S O N"
               ADD 1 TO WS-ERRORES-TABLA
           END-IF.
           IF PAS-RC-DISPARO NOT EQUAL SPACES
              AND (PAS-RC-DISPARO NOT NUMERIC
                   OR PAS-PREDECESOR (1) EQUAL SPACES)
               DISPLAY "PASOS-JOB: PASO " PAS-NOMBRE
                       " RC DE DISPARO INVALIDO O SIN PREDECESOR"
               ADD 1 TO WS-ERRORES-TABLA
           END-IF.
           IF PAS-RC-RETENCION NOT EQUAL SPACES
              AND (PAS-RC-RETENCION NOT NUMERIC
                   OR PAS-VAR-LIBERAR EQUAL SPACES)
               DISPLAY "PASOS-JOB: PASO " PAS-NOMBRE
                       " RC DE RETENCION INVALIDO O SIN VARIABLE"
               ADD 1 TO WS-ERRORES-TABLA
           END-IF.
           IF PAS-RENOMBRE-ORIGEN EQUAL SPACES
              AND PAS-RENOMBRE-DESTINO NOT EQUAL SPACES
              OR PAS-RENOMBRE-ORIGEN NOT EQUAL SPACES
              AND PAS-RENOMBRE-DESTINO EQUAL SPACES
               DISPLAY "PASOS-JOB: PASO " PAS-NOMBRE
                       " RENOMBRE SIN ORIGEN O SIN DESTINO"
               ADD 1 TO WS-ERRORES-TABLA
           END-IF.
       2300-FIN-CONTROLAR-CAMPOS.
           EXIT.

      * El predecesor tiene que estar antes en la tabla: asi el orden
      * del archivo ya respeta las dependencias y no hay ciclos.
       2310-CONTROLAR-PREDECESOR.
           IF PAS-PREDECESOR (WS-IDX-PRED) NOT EQUAL SPACES
               MOVE PAS-PREDECESOR (WS-IDX-PRED) TO WS-PASO-PEDIDO
               PERFORM 2400-BUSCAR-PASO
               IF NOT PASO-ENCONTRADO
                   DISPLAY "PASOS-JOB: PASO " PAS-NOMBRE
                           " PREDECESOR " WS-PASO-PEDIDO
                           " INEXISTENTE O POSTERIOR"
                   ADD 1 TO WS-ERRORES-TABLA
               END-IF
           END-IF.
       2310-FIN-CONTROLAR-PREDECESOR.
           EXIT.

       2320-CONTROLAR-RC.
           IF PAS-RC-ACEPTADO (WS-IDX-RC) NOT EQUAL SPACES
               IF PAS-RC-ACEPTADO (WS-IDX-RC) NUMERIC
                   ADD 1 TO WS-RC-CANT
               ELSE
                   DISPLAY "PASOS-JOB: PASO " PAS-NOMBRE
                           " RETORNO NO NUMERICO "
                           PAS-RC-ACEPTADO (WS-IDX-RC)
                   ADD 1 TO WS-ERRORES-TABLA
               END-IF
           END-IF.
       2320-FIN-CONTROLAR-RC.
           EXIT.

       2400-BUSCAR-PASO.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE ZERO TO WS-IDX-BUS.
           PERFORM 2410-COMPARAR-PASO
               VARYING WS-IDX-PAS FROM 1 BY 1
               UNTIL WS-IDX-PAS GREATER THAN TAB-PAS-CANT
                  OR PASO-ENCONTRADO.
       2400-FIN-BUSCAR-PASO.
           EXIT.

       2410-COMPARAR-PASO.
           IF TAB-PAS-NOMBRE (WS-IDX-PAS) EQUAL WS-PASO-PEDIDO
               MOVE "S" TO WS-ENCONTRADO
               MOVE WS-IDX-PAS TO WS-IDX-BUS
           END-IF.
       2410-FIN-COMPARAR-PASO.
           EXIT.

      ******************************************************************
      * Excepciones de la noche
      ******************************************************************
       3000-APLICAR-EXCEPCIONES.
           OPEN INPUT EXCEPCIONES
           EVALUATE FS-EXCEPCIONES
               WHEN "00"
                   PERFORM 3100-LEER-EXCEPCION
                   PERFORM 3200-TOMAR-EXCEPCION
                      UNTIL FS-EXCEPCIONES-EOF
                   CLOSE EXCEPCIONES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR PASOS-EXCEPCIONES"
                   DISPLAY "FILE STATUS ERROR" FS-EXCEPCIONES
                   MOVE "PASOS-EXCEPCIONES" TO ABE-ARCHIVO
                   MOVE FS-EXCEPCIONES TO ABE-FILE-STATUS
                   MOVE "3000-APLICAR-EXCEPCIONES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3000-FIN-APLICAR-EXCEPCIONES.
           EXIT.

       3100-LEER-EXCEPCION.
           READ EXCEPCIONES
           EVALUATE FS-EXCEPCIONES
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE PASOS-EXCEPCIONES"
               DISPLAY "FILE STATUS ERROR" FS-EXCEPCIONES
               MOVE "PASOS-EXCEPCIONES" TO ABE-ARCHIVO
               MOVE FS-EXCEPCIONES TO ABE-FILE-STATUS
               MOVE "3100-LEER-EXCEPCION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-LEER-EXCEPCION.
           EXIT.

      * Solo cuentan las excepciones cargadas para la fecha de este
      * job; al dia siguiente el paso vuelve a correr normalmente.
       3200-TOMAR-EXCEPCION.
           IF EXC-FECHA EQUAL WS-FECHA-PROCESO
               MOVE EXC-NOMBRE TO WS-PASO-PEDIDO
               PERFORM 2400-BUSCAR-PASO
               IF PASO-ENCONTRADO
                   IF EXC-ACCION EQUAL "A"
                       MOVE SPACE TO TAB-PAS-EXCEPCION (WS-IDX-BUS)
                   ELSE
                       MOVE EXC-ACCION
                            TO TAB-PAS-EXCEPCION (WS-IDX-BUS)
                   END-IF
               END-IF
           END-IF.
           PERFORM 3100-LEER-EXCEPCION.
       3200-FIN-TOMAR-EXCEPCION.
           EXIT.

       4000-CARGAR-EXCEPCION.
           MOVE WS-PASO-PARAMETRO TO WS-PASO-PEDIDO.
           PERFORM 2400-BUSCAR-PASO.
           IF NOT PASO-ENCONTRADO
               DISPLAY "PASO " WS-PASO-PEDIDO " NO ESTA EN PASOS-JOB"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND EXCEPCIONES
               IF FS-EXCEPCIONES-NOEX
                   OPEN OUTPUT EXCEPCIONES
               END-IF
               IF NOT FS-EXCEPCIONES-OK
                   DISPLAY "ERROR AL ABRIR PASOS-EXCEPCIONES"
                   DISPLAY "FILE STATUS ERROR" FS-EXCEPCIONES
                   MOVE "PASOS-EXCEPCIONES" TO ABE-ARCHIVO
                   MOVE FS-EXCEPCIONES TO ABE-FILE-STATUS
                   MOVE "4000-CARGAR-EXCEPCION" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               MOVE SPACES           TO REGISTRO-EXCEPCION
               MOVE WS-FECHA-PROCESO TO EXC-FECHA
               MOVE WS-PASO-PEDIDO   TO EXC-NOMBRE
               MOVE WS-ACCION (1:1)  TO EXC-ACCION
               MOVE WS-OPERADOR      TO EXC-OPERADOR
               ACCEPT WS-HORA8 FROM TIME
               COMPUTE EXC-HORA = WS-HORA8 / 100
               MOVE WS-FIN-LINEA     TO EXC-FIN-LINEA
               WRITE REGISTRO-EXCEPCION
               EVALUATE FS-EXCEPCIONES
                   WHEN "00"
                       DISPLAY "PASO " WS-PASO-PEDIDO " "
                               WS-ACCION " PARA LA FECHA "
                               WS-FECHA-PROCESO " POR " WS-OPERADOR
                   WHEN OTHER
                       DISPLAY "ERROR AL GRABAR PASOS-EXCEPCIONES"
                       DISPLAY "FILE STATUS ERROR" FS-EXCEPCIONES
                       MOVE "PASOS-EXCEPCIONES" TO ABE-ARCHIVO
                       MOVE FS-EXCEPCIONES TO ABE-FILE-STATUS
                       MOVE "4000-CARGAR-EXCEPCION" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
               CLOSE EXCEPCIONES
           END-IF.
       4000-FIN-CARGAR-EXCEPCION.
           EXIT.

      ******************************************************************
      * Plan para el driver
      ******************************************************************
       5000-GRABAR-PLAN.
           OPEN OUTPUT PLAN
           EVALUATE FS-PLAN
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR PASOS-PLAN"
               DISPLAY "FILE STATUS ERROR" FS-PLAN
               MOVE "PASOS-PLAN" TO ABE-ARCHIVO
               MOVE FS-PLAN TO ABE-FILE-STATUS
               MOVE "5000-GRABAR-PLAN" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           PERFORM 5100-GRABAR-LINEA-PLAN
               VARYING WS-IDX-PAS FROM 1 BY 1
               UNTIL WS-IDX-PAS GREATER THAN TAB-PAS-CANT
           CLOSE PLAN.
           DISPLAY "PASOS EN EL PLAN: " TAB-PAS-CANT
                   " SALTEADOS: " WS-SALTEADOS
                   " RETENIDOS: " WS-RETENIDOS.
       5000-FIN-GRABAR-PLAN.
           EXIT.

      * Los vacios van como "-" para que el driver pueda leer la linea
      * por campos.
       5100-GRABAR-LINEA-PLAN.
           MOVE TAB-PAS-REGISTRO (WS-IDX-PAS) TO REGISTRO-PASO.
           MOVE SPACES               TO REGISTRO-PLAN.
           MOVE PAS-ETIQUETA         TO PLN-ETIQUETA.
           MOVE PAS-NOMBRE           TO PLN-NOMBRE.
           MOVE PAS-PROGRAMA         TO PLN-PROGRAMA.
           PERFORM 5110-MOVER-PREDECESOR
               VARYING WS-IDX-PRED FROM 1 BY 1
               UNTIL WS-IDX-PRED GREATER THAN 3.
           PERFORM 5200-ARMAR-RC.
           MOVE WS-RC-TEXTO          TO PLN-RC-ACEPTADOS.
           MOVE PAS-OPCIONAL         TO PLN-OPCIONAL.
           MOVE PAS-AUTO-REGISTRO    TO PLN-AUTO-REGISTRO.
           MOVE PAS-RC-DISPARO       TO PLN-RC-DISPARO.
           MOVE PAS-RC-RETENCION     TO PLN-RC-RETENCION.
           MOVE PAS-VAR-LIBERAR      TO PLN-VAR-LIBERAR.
           MOVE PAS-RENOMBRE-ORIGEN  TO PLN-RENOMBRE-ORIGEN.
           MOVE PAS-RENOMBRE-DESTINO TO PLN-RENOMBRE-DESTINO.
           MOVE PAS-BORRAR-OMITIDO   TO PLN-BORRAR-OMITIDO.
           MOVE PAS-PARAMETRO        TO PLN-PARAMETRO.
           MOVE TAB-PAS-EXCEPCION (WS-IDX-PAS) TO PLN-EXCEPCION.
           EVALUATE TAB-PAS-EXCEPCION (WS-IDX-PAS)
               WHEN "S"
                   ADD 1 TO WS-SALTEADOS
               WHEN "R"
                   ADD 1 TO WS-RETENIDOS
           END-EVALUATE.
           IF PLN-RC-DISPARO EQUAL SPACES
               MOVE "-" TO PLN-RC-DISPARO
           END-IF.
           IF PLN-RC-RETENCION EQUAL SPACES
               MOVE "-" TO PLN-RC-RETENCION
           END-IF.
           IF PLN-VAR-LIBERAR EQUAL SPACES
               MOVE "-" TO PLN-VAR-LIBERAR
           END-IF.
           IF PLN-RENOMBRE-ORIGEN EQUAL SPACES
               MOVE "-" TO PLN-RENOMBRE-ORIGEN
               MOVE "-" TO PLN-RENOMBRE-DESTINO
           END-IF.
           IF PLN-BORRAR-OMITIDO EQUAL SPACES
               MOVE "-" TO PLN-BORRAR-OMITIDO
           END-IF.
           IF PLN-PARAMETRO EQUAL SPACES
               MOVE "-" TO PLN-PARAMETRO
           END-IF.
           IF PLN-EXCEPCION EQUAL SPACES
               MOVE "-" TO PLN-EXCEPCION
           END-IF.
           MOVE WS-FIN-LINEA         TO PLN-FIN-LINEA.
           WRITE REGISTRO-PLAN
           EVALUATE FS-PLAN
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR PASOS-PLAN"
                   DISPLAY "FILE STATUS ERROR" FS-PLAN
                   MOVE "PASOS-PLAN" TO ABE-ARCHIVO
                   MOVE FS-PLAN TO ABE-FILE-STATUS
                   MOVE "5100-GRABAR-LINEA-PLAN" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       5100-FIN-GRABAR-LINEA-PLAN.
           EXIT.

       5110-MOVER-PREDECESOR.
           IF PAS-PREDECESOR (WS-IDX-PRED) EQUAL SPACES
               MOVE "-" TO PLN-PREDECESOR (WS-IDX-PRED)
           ELSE
               MOVE PAS-PREDECESOR (WS-IDX-PRED)
                    TO PLN-PREDECESOR (WS-IDX-PRED)
           END-IF.
       5110-FIN-MOVER-PREDECESOR.
           EXIT.

      * Los retornos aceptados van juntos separados por coma
      * ("00,04"), que es como los compara el driver.
       5200-ARMAR-RC.
           MOVE SPACES TO WS-RC-TEXTO.
           MOVE 1 TO WS-PUNTERO.
           PERFORM 5210-AGREGAR-RC
               VARYING WS-IDX-RC FROM 1 BY 1
               UNTIL WS-IDX-RC GREATER THAN 4.
       5200-FIN-ARMAR-RC.
           EXIT.

       5210-AGREGAR-RC.
           IF PAS-RC-ACEPTADO (WS-IDX-RC) NOT EQUAL SPACES
               IF WS-PUNTERO GREATER THAN 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-RC-TEXTO WITH POINTER WS-PUNTERO
               END-IF
               STRING PAS-RC-ACEPTADO (WS-IDX-RC) DELIMITED BY SIZE
                   INTO WS-RC-TEXTO WITH POINTER WS-PUNTERO
           END-IF.
       5210-FIN-AGREGAR-RC.
           EXIT.

      ******************************************************************
      * Listado del plan para el operador
      ******************************************************************
       6000-LISTAR-PLAN.
           DISPLAY "PLAN DEL JOB DIARIO PARA LA FECHA "
                   WS-FECHA-PROCESO.
           DISPLAY " ".
           DISPLAY LINEA-LISTADO-ENC.
           PERFORM 6100-LISTAR-PASO
               VARYING WS-IDX-PAS FROM 1 BY 1
               UNTIL WS-IDX-PAS GREATER THAN TAB-PAS-CANT.
           DISPLAY " ".
           DISPLAY "PASOS: " TAB-PAS-CANT " SALTEADOS: " WS-SALTEADOS
                   " RETENIDOS: " WS-RETENIDOS.
       6000-FIN-LISTAR-PLAN.
           EXIT.

       6100-LISTAR-PASO.
           MOVE TAB-PAS-REGISTRO (WS-IDX-PAS) TO REGISTRO-PASO.
           MOVE PAS-ETIQUETA      TO LIS-ETIQUETA.
           MOVE PAS-NOMBRE        TO LIS-NOMBRE.
           MOVE PAS-PROGRAMA      TO LIS-PROGRAMA.
           PERFORM 5200-ARMAR-RC.
           MOVE WS-RC-TEXTO       TO LIS-RC.
           MOVE PAS-OPCIONAL      TO LIS-OPCIONAL.
           EVALUATE TAB-PAS-EXCEPCION (WS-IDX-PAS)
               WHEN "S"
                   MOVE "SALTEADO"    TO LIS-EXCEPCION
                   ADD 1 TO WS-SALTEADOS
               WHEN "R"
                   MOVE "RETENIDO"    TO LIS-EXCEPCION
                   ADD 1 TO WS-RETENIDOS
               WHEN OTHER
                   MOVE "CORRE"       TO LIS-EXCEPCION
           END-EVALUATE.
           DISPLAY LINEA-LISTADO.
           IF PAS-PREDECESORES (1) NOT EQUAL SPACES
               MOVE "DESPUES DE:"  TO LID-TITULO
               MOVE SPACES         TO LID-TEXTO
               STRING PAS-PREDECESOR (1) DELIMITED BY SPACE
                      " "                DELIMITED BY SIZE
                      PAS-PREDECESOR (2) DELIMITED BY SPACE
                      " "                DELIMITED BY SIZE
                      PAS-PREDECESOR (3) DELIMITED BY SPACE
                   INTO LID-TEXTO
               DISPLAY LINEA-LISTADO-DET
           END-IF.
           IF PAS-RC-DISPARO NOT EQUAL SPACES
               MOVE "SOLO SI RC:"  TO LID-TITULO
               MOVE SPACES         TO LID-TEXTO
               STRING PAS-RC-DISPARO     DELIMITED BY SIZE
                      " DE "             DELIMITED BY SIZE
                      PAS-PREDECESOR (1) DELIMITED BY SPACE
                   INTO LID-TEXTO
               DISPLAY LINEA-LISTADO-DET
           END-IF.
           IF PAS-RC-RETENCION NOT EQUAL SPACES
               MOVE "RETIENE RC:"  TO LID-TITULO
               MOVE SPACES         TO LID-TEXTO
               STRING PAS-RC-RETENCION   DELIMITED BY SIZE
                      ", LIBERA "        DELIMITED BY SIZE
                      PAS-VAR-LIBERAR    DELIMITED BY SPACE
                      "=S"               DELIMITED BY SIZE
                   INTO LID-TEXTO
               DISPLAY LINEA-LISTADO-DET
           END-IF.
           IF PAS-RENOMBRE-ORIGEN NOT EQUAL SPACES
               MOVE "AL TERMINAR:" TO LID-TITULO
               MOVE SPACES         TO LID-TEXTO
               STRING PAS-RENOMBRE-ORIGEN  DELIMITED BY SPACE
                      " PASA A "           DELIMITED BY SIZE
                      PAS-RENOMBRE-DESTINO DELIMITED BY SPACE
                   INTO LID-TEXTO
               DISPLAY LINEA-LISTADO-DET
           END-IF.
       6100-FIN-LISTAR-PASO.
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
               MOVE "PASOSJOB"      TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-PASO-PEDIDO  TO ERR-ULTIMA-CLAVE
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

       END PROGRAM PasosJob.
