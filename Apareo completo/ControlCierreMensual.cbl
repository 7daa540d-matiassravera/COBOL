      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlCierreMensual.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Calendario de feriados mantenido por operaciones: una fecha
      * 9(8) por registro.
       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

       SELECT CONTROL-CORRIDAS ASSIGN TO "CONTROL-CORRIDAS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CONTROL.

      * Un registro por mes cerrado (AAAAMM). Un periodo reabierto
      * queda en estado A con quien lo reabrio y por que, hasta que
      * el cierre mensual lo vuelve a cerrar.
       SELECT PERIODOS ASSIGN TO "PERIODOS-CERRADOS"
       ORGANIZATION INDEXED
       ACCESS MODE RANDOM
       RECORD KEY IS PER-PERIODO
       FILE STATUS IS FS-PERIODOS.

      * Auditoria acumulativa de cierres y reaperturas (tambien las
      * reaperturas rechazadas). No se pisa por corrida.
       SELECT AUDITORIA ASSIGN TO "PERIODOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

      * Maestro de operadores cargado por seguridad: id y nivel de
      * permiso (S supervisor, O operador). Reabrir un mes cerrado
      * exige nivel S.
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

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

       FD  CONTROL-CORRIDAS.
       01  REGISTRO-CONTROL.
           03  CTL-PROGRAMA        PIC X(20).
           03  CTL-FECHA           PIC 9(8).
           03  CTL-HORA-INICIO     PIC 9(6).
           03  CTL-HORA-FIN        PIC 9(6).
           03  CTL-REGISTROS       PIC 9(7).
           03  CTL-RETORNO         PIC 9(2).
           03  CTL-ESTADO          PIC X(01).

       FD  PERIODOS.

       01  REGISTRO-PERIODO.
           03  PER-PERIODO              PIC 9(6).
           03  PER-ESTADO               PIC X(01).
           03  PER-FECHA-CIERRE         PIC 9(8).
           03  PER-HORA-CIERRE          PIC 9(6).
           03  PER-CIERRES              PIC 9(3).
           03  PER-FECHA-REAPERTURA     PIC 9(8).
           03  PER-OPERADOR-REAPERTURA  PIC X(8).
           03  PER-MOTIVO               PIC X(30).

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-PERIODO      PIC 9(6).
           03  AUD-MOTIVO       PIC X(30).

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

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-CONTROL          PIC X(2).
           88 FS-CONTROL-OK    VALUE "00".
           88 FS-CONTROL-EOF   VALUE "10".
           88 FS-CONTROL-NOEX  VALUE "35".

       01  FS-PERIODOS         PIC X(2).
           88 FS-PERIODOS-OK   VALUE "00".
           88 FS-PERIODOS-NOHAY VALUE "23".
           88 FS-PERIODOS-NOEX VALUE "35".

       01  FS-AUDITORIA        PIC X(2).
           88 FS-AUDITORIA-OK  VALUE "00".
           88 FS-AUDITORIA-NOEX VALUE "35".

       01  FS-OPERADORES       PIC X(2).
           88 FS-OPER-OK       VALUE "00".
           88 FS-OPER-EOF      VALUE "10".
           88 FS-OPER-NOEX     VALUE "35".

      * CIERRE-ACCION: VERIFICAR antes de la cadena mensual (0 correr
      * el cierre, 2 rehacer un mes reabierto, 4 el mes ya esta
      * cerrado, 8 no es el ultimo dia habil o el batch diario de la
      * fecha no termino), CERRAR al final de la cadena, REABRIR con
      * CIERRE-PERIODO, CIERRE-OPERADOR (supervisor) y CIERRE-MOTIVO
      * (0 reabierto, 8 rechazado), y CONSULTAR para el batch diario
      * (0 mes abierto, 4 mes cerrado). 9 es un parametro invalido.
       01  WS-ACCION           PIC X(10).
           88 ES-VERIFICAR     VALUE "VERIFICAR".
           88 ES-CERRAR        VALUE "CERRAR".
           88 ES-REABRIR       VALUE "REABRIR".
           88 ES-CONSULTAR     VALUE "CONSULTAR".
       01  WS-FECHA-PROC       PIC 9(8).
       01  DESGLOSE-FECHA-PROC REDEFINES WS-FECHA-PROC.
           03  DFP-MES          PIC 9(6).
           03  DFP-DIA          PIC 9(2).
       01  WS-FECHA-AMB        PIC X(8).
       01  WS-FECHA-AMB-N REDEFINES WS-FECHA-AMB
                               PIC 9(8).
       01  WS-PERIODO          PIC 9(6).
       01  WS-PERIODO-AMB      PIC X(6).
       01  WS-PERIODO-AMB-N REDEFINES WS-PERIODO-AMB
                               PIC 9(6).
       01  WS-MOTIVO           PIC X(30).
       01  WS-HORA8            PIC 9(8).
       01  WS-HORA             PIC 9(6).

       01  WS-RESULTADO        PIC 9(1) VALUE ZERO.

      * Estado del mes en PERIODOS-CERRADOS: blanco si nunca se
      * cerro.
       01  WS-ESTADO-PERIODO   PIC X(01) VALUE SPACE.
           88 PERIODO-CERRADO  VALUE "C".
           88 PERIODO-REABIERTO VALUE "A".
           88 PERIODO-SIN-CIERRE VALUE SPACE.

      * El batch diario deja la marca BATCHDIARIO con retorno 00 en
      * CONTROL-CORRIDAS solo cuando termino entero, sin pasos
      * retenidos ni pendientes.
       01  WS-BATCH-DIARIO     PIC X(20) VALUE "BATCHDIARIO".
       01  WS-BATCH-COMPLETO   PIC X(01) VALUE "N".
           88 BATCH-COMPLETO   VALUE "S".

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

      * Identidad del operador, tomada del ambiente igual que los
      * mantenimientos. El cierre del batch mensual queda a nombre
      * del job si no se informa.
       01  WS-OPERADOR         PIC X(8).

       01  TABLA-OPERADORES.
           03  TAB-OPE-CANT    PIC 9(2) VALUE ZERO.
           03  TAB-OPE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-IDX-OPE.
               05  TAB-OPE-ID     PIC X(8).
               05  TAB-OPE-NIVEL  PIC X(01).

       01  WS-NIVEL-OPERADOR   PIC X(01) VALUE "N".
           88 ES-SUPERVISOR    VALUE "S".
           88 OPERADOR-NO-REGISTRADO VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-FECHA-AMB FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMB-N NUMERIC
              AND WS-FECHA-AMB NOT EQUAL SPACES
               MOVE WS-FECHA-AMB-N TO WS-FECHA-PROC
           ELSE
               ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-IF.
           MOVE DFP-MES TO WS-PERIODO.
           ACCEPT WS-ACCION FROM ENVIRONMENT "CIERRE-ACCION".
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "CIERRE-OPERADOR".

           EVALUATE TRUE
               WHEN ES-VERIFICAR
                   PERFORM 2000-VERIFICAR
               WHEN ES-CERRAR
                   PERFORM 3000-CERRAR
               WHEN ES-REABRIR
                   PERFORM 4000-REABRIR
               WHEN ES-CONSULTAR
                   PERFORM 5000-CONSULTAR
               WHEN OTHER
                   DISPLAY "CIERRE-ACCION INVALIDA: " WS-ACCION
                   DISPLAY "USE VERIFICAR, CERRAR, REABRIR O CONSULTAR"
                   MOVE 9 TO WS-RESULTADO
           END-EVALUATE.

           MOVE WS-RESULTADO TO RETURN-CODE.
           STOP RUN.

      * Lectura del mes WS-PERIODO; deja su estado en
      * WS-ESTADO-PERIODO. Sin el archivo no hay mes cerrado.
       1000-LEER-PERIODO.
           MOVE SPACE TO WS-ESTADO-PERIODO.
           OPEN INPUT PERIODOS
           EVALUATE FS-PERIODOS
               WHEN "00"
                   MOVE WS-PERIODO TO PER-PERIODO
                   READ PERIODOS
                   EVALUATE FS-PERIODOS
                       WHEN "00"
                           MOVE PER-ESTADO TO WS-ESTADO-PERIODO
                       WHEN "23"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "ERROR EN LECTURA PERIODOS-CERRADOS"
                           DISPLAY "FILE STATUS ERROR" FS-PERIODOS
                           MOVE "PERIODOS-CERRADOS" TO ABE-ARCHIVO
                           MOVE FS-PERIODOS TO ABE-FILE-STATUS
                           MOVE "1000-LEER-PERIODO" TO ABE-PARRAFO
                           MOVE 17 TO ABE-RETORNO
                           PERFORM 9900-ABEND
                   END-EVALUATE
                   CLOSE PERIODOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR PERIODOS-CERRADOS"
                   DISPLAY "FILE STATUS ERROR" FS-PERIODOS
                   MOVE "PERIODOS-CERRADOS" TO ABE-ARCHIVO
                   MOVE FS-PERIODOS TO ABE-FILE-STATUS
                   MOVE "1000-LEER-PERIODO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1000-FIN-LEER-PERIODO.
           EXIT.

      * Apertura para grabar: el archivo se crea la primera vez
      * (file status 35).
       1050-ABRIR-PERIODOS.
           OPEN I-O PERIODOS
           EVALUATE FS-PERIODOS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT PERIODOS
                   CLOSE PERIODOS
                   OPEN I-O PERIODOS
                   IF NOT FS-PERIODOS-OK
                       DISPLAY "ERROR AL CREAR PERIODOS-CERRADOS"
                       DISPLAY "FILE STATUS ERROR" FS-PERIODOS
                       MOVE "PERIODOS-CERRADOS" TO ABE-ARCHIVO
                       MOVE FS-PERIODOS TO ABE-FILE-STATUS
                       MOVE "1050-ABRIR-PERIODOS" TO ABE-PARRAFO
                       MOVE 16 TO ABE-RETORNO
                       PERFORM 9900-ABEND
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR PERIODOS-CERRADOS"
                   DISPLAY "FILE STATUS ERROR" FS-PERIODOS
                   MOVE "PERIODOS-CERRADOS" TO ABE-ARCHIVO
                   MOVE FS-PERIODOS TO ABE-FILE-STATUS
                   MOVE "1050-ABRIR-PERIODOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1050-FIN-ABRIR-PERIODOS.
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
           READ FERIADOS.
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

      * Ultimo dia habil del mes de proceso: el dia anterior al
      * primero del mes siguiente, retrocediendo sobre fines de
      * semana y feriados (el mismo calculo de los programas
      * mensuales).
       1200-CALCULAR-ULTIMO-HABIL.
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
       1200-FIN-CALCULAR-ULTIMO-HABIL.
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

      * Marca de fin del batch diario para la fecha de proceso: vale
      * el ultimo registro F, igual que en la reanudacion.
       1300-CONTROLAR-BATCH-DIARIO.
           MOVE "N" TO WS-BATCH-COMPLETO.
           OPEN INPUT CONTROL-CORRIDAS.
           EVALUATE FS-CONTROL
               WHEN "00"
                    PERFORM 1350-LEER-CONTROL
                       UNTIL FS-CONTROL NOT EQUAL "00"
                    CLOSE CONTROL-CORRIDAS
               WHEN "35"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR EN APERTURA CONTROL-CORRIDAS"
                    DISPLAY "FILE STATUS ERROR " FS-CONTROL
                    MOVE "CONTROL-CORRIDAS" TO ABE-ARCHIVO
                    MOVE FS-CONTROL TO ABE-FILE-STATUS
                    MOVE "1300-CONTROLAR-BATCH-DIARIO" TO ABE-PARRAFO
                    MOVE 16 TO ABE-RETORNO
                    PERFORM 9900-ABEND
           END-EVALUATE.
       1300-FIN-CONTROLAR-BATCH-DIARIO.
           EXIT.

       1350-LEER-CONTROL.
           READ CONTROL-CORRIDAS
           EVALUATE FS-CONTROL
               WHEN "00"
                    IF CTL-PROGRAMA EQUAL WS-BATCH-DIARIO
                       AND CTL-FECHA EQUAL WS-FECHA-PROC
                       AND CTL-ESTADO EQUAL "F"
                        IF CTL-RETORNO EQUAL ZERO
                            MOVE "S" TO WS-BATCH-COMPLETO
                        ELSE
                            MOVE "N" TO WS-BATCH-COMPLETO
                        END-IF
                    END-IF
               WHEN "10"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR EN LECTURA CONTROL-CORRIDAS"
                    DISPLAY "FILE STATUS ERROR " FS-CONTROL
                    MOVE "CONTROL-CORRIDAS" TO ABE-ARCHIVO
                    MOVE FS-CONTROL TO ABE-FILE-STATUS
                    MOVE "1350-LEER-CONTROL" TO ABE-PARRAFO
                    MOVE 17 TO ABE-RETORNO
                    PERFORM 9900-ABEND
           END-EVALUATE.
       1350-FIN-LEER-CONTROL.
           EXIT.

       1400-CARGAR-OPERADORES.
           OPEN INPUT OPERADORES
           EVALUATE FS-OPERADORES
               WHEN "00"
                   PERFORM 1450-LEER-OPERADOR
                      UNTIL FS-OPER-EOF
                   CLOSE OPERADORES
               WHEN "35"
                   DISPLAY "SIN MAESTRO OPERADORES, NADIE AUTORIZADO"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR OPERADORES"
                   DISPLAY "FILE STATUS ERROR" FS-OPERADORES
                   MOVE "OPERADORES" TO ABE-ARCHIVO
                   MOVE FS-OPERADORES TO ABE-FILE-STATUS
                   MOVE "1400-CARGAR-OPERADORES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE "N" TO WS-NIVEL-OPERADOR.
           IF TAB-OPE-CANT GREATER THAN ZERO
               SET WS-IDX-OPE TO 1
               SEARCH TAB-OPE-ENTRY
                   AT END
                       CONTINUE
                   WHEN TAB-OPE-ID (WS-IDX-OPE) EQUAL WS-OPERADOR
                    AND WS-IDX-OPE NOT GREATER TAB-OPE-CANT
                       MOVE TAB-OPE-NIVEL (WS-IDX-OPE)
                            TO WS-NIVEL-OPERADOR
               END-SEARCH
           END-IF.
       1400-FIN-CARGAR-OPERADORES.
           EXIT.

       1450-LEER-OPERADOR.
           READ OPERADORES
           EVALUATE FS-OPERADORES
               WHEN "00"
                   IF TAB-OPE-CANT LESS THAN 50
                       ADD 1 TO TAB-OPE-CANT
                       MOVE OPE-ID
                            TO TAB-OPE-ID (TAB-OPE-CANT)
                       MOVE OPE-NIVEL
                            TO TAB-OPE-NIVEL (TAB-OPE-CANT)
                   ELSE
                       DISPLAY "TABLA DE OPERADORES DESBORDADA"
                       MOVE "10" TO FS-OPERADORES
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE OPERADORES"
               DISPLAY "FILE STATUS ERROR" FS-OPERADORES
               MOVE "OPERADORES" TO ABE-ARCHIVO
               MOVE FS-OPERADORES TO ABE-FILE-STATUS
               MOVE "1450-LEER-OPERADOR" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1450-FIN-LEER-OPERADOR.
           EXIT.

      * Antes de la cadena mensual: el mes no debe estar cerrado, hoy
      * tiene que ser su ultimo dia habil y el batch diario de hoy
      * tiene que haber terminado entero.
       2000-VERIFICAR.
           PERFORM 1000-LEER-PERIODO.
           IF PERIODO-CERRADO
               DISPLAY "PERIODO " WS-PERIODO " YA CERRADO, NADA QUE"
                       " HACER"
               MOVE 4 TO WS-RESULTADO
           ELSE
               PERFORM 2100-VERIFICAR-FECHA-Y-BATCH
           END-IF.
       2000-FIN-VERIFICAR.
           EXIT.

       2100-VERIFICAR-FECHA-Y-BATCH.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1200-CALCULAR-ULTIMO-HABIL.
           IF WS-FECHA-PROC NOT EQUAL WS-ULTIMO-HABIL
               DISPLAY "HOY " WS-FECHA-PROC " NO ES EL ULTIMO DIA"
                       " HABIL DEL MES " WS-PERIODO
                       " (" WS-ULTIMO-HABIL ")"
               MOVE 8 TO WS-RESULTADO
           ELSE
               PERFORM 1300-CONTROLAR-BATCH-DIARIO
               IF NOT BATCH-COMPLETO
                   DISPLAY "EL BATCH DIARIO DEL " WS-FECHA-PROC
                           " NO TERMINO ENTERO, NO SE CIERRA EL MES"
                   MOVE 8 TO WS-RESULTADO
               ELSE
                   IF PERIODO-REABIERTO
                       DISPLAY "PERIODO " WS-PERIODO " REABIERTO, SE"
                               " REHACE EL CIERRE"
                       MOVE 2 TO WS-RESULTADO
                   ELSE
                       DISPLAY "CIERRE DEL PERIODO " WS-PERIODO
                       MOVE 0 TO WS-RESULTADO
                   END-IF
               END-IF
           END-IF.
       2100-FIN-VERIFICAR-FECHA-Y-BATCH.
           EXIT.

      * Fin de la cadena mensual: el mes queda cerrado. Un cierre
      * posterior a una reapertura suma al contador de cierres y
      * conserva quien reabrio y por que.
       3000-CERRAR.
           IF WS-OPERADOR EQUAL SPACES
               MOVE "CIERREMS" TO WS-OPERADOR
           END-IF.
           MOVE SPACE TO WS-NIVEL-OPERADOR.
           PERFORM 1050-ABRIR-PERIODOS.
           MOVE WS-PERIODO TO PER-PERIODO.
           READ PERIODOS
           EVALUATE FS-PERIODOS
               WHEN "00"
                   IF PER-ESTADO EQUAL "C"
                       DISPLAY "PERIODO " WS-PERIODO " YA CERRADO"
                       MOVE 4 TO WS-RESULTADO
                   ELSE
                       PERFORM 3100-ARMAR-CIERRE
                       REWRITE REGISTRO-PERIODO
                       PERFORM 3200-CONTROLAR-GRABACION
                   END-IF
               WHEN "23"
                   MOVE SPACES TO REGISTRO-PERIODO
                   MOVE WS-PERIODO TO PER-PERIODO
                   MOVE ZERO TO PER-CIERRES
                   MOVE ZERO TO PER-FECHA-REAPERTURA
                   PERFORM 3100-ARMAR-CIERRE
                   WRITE REGISTRO-PERIODO
                   PERFORM 3200-CONTROLAR-GRABACION
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA PERIODOS-CERRADOS"
                   DISPLAY "FILE STATUS ERROR" FS-PERIODOS
                   MOVE "PERIODOS-CERRADOS" TO ABE-ARCHIVO
                   MOVE FS-PERIODOS TO ABE-FILE-STATUS
                   MOVE "3000-CERRAR" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           CLOSE PERIODOS.
           IF WS-RESULTADO EQUAL ZERO
               MOVE "CIERRE" TO AUD-ACCION
               MOVE SPACES TO WS-MOTIVO
               PERFORM 6000-GRABAR-AUDITORIA
               DISPLAY "PERIODO " WS-PERIODO " CERRADO EL "
                       WS-FECHA-PROC
           END-IF.
       3000-FIN-CERRAR.
           EXIT.

       3100-ARMAR-CIERRE.
           MOVE "C" TO PER-ESTADO.
           MOVE WS-FECHA-PROC TO PER-FECHA-CIERRE.
           ACCEPT WS-HORA8 FROM TIME.
           COMPUTE WS-HORA = WS-HORA8 / 100.
           MOVE WS-HORA TO PER-HORA-CIERRE.
           ADD 1 TO PER-CIERRES.
       3100-FIN-ARMAR-CIERRE.
           EXIT.

       3200-CONTROLAR-GRABACION.
           EVALUATE FS-PERIODOS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR PERIODOS-CERRADOS"
                   DISPLAY "FILE STATUS ERROR" FS-PERIODOS
                   MOVE "PERIODOS-CERRADOS" TO ABE-ARCHIVO
                   MOVE FS-PERIODOS TO ABE-FILE-STATUS
                   MOVE "3200-CONTROLAR-GRABACION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3200-FIN-CONTROLAR-GRABACION.
           EXIT.

      * Reapertura autorizada de un mes cerrado: la pide un
      * supervisor con el motivo. Mientras el mes este reabierto el
      * batch diario y los pasos que graban historia o asientos de
      * ese mes vuelven a correr; el proximo cierre mensual lo
      * vuelve a cerrar.
       4000-REABRIR.
           ACCEPT WS-PERIODO-AMB FROM ENVIRONMENT "CIERRE-PERIODO".
           ACCEPT WS-MOTIVO FROM ENVIRONMENT "CIERRE-MOTIVO".
           IF WS-OPERADOR EQUAL SPACES
               MOVE "SINOPER" TO WS-OPERADOR
           END-IF.
           IF WS-PERIODO-AMB-N NUMERIC
              AND WS-PERIODO-AMB NOT EQUAL SPACES
               MOVE WS-PERIODO-AMB-N TO WS-PERIODO
           ELSE
               DISPLAY "FALTA CIERRE-PERIODO (AAAAMM)"
               MOVE 9 TO WS-RESULTADO
           END-IF.
           IF WS-RESULTADO EQUAL ZERO
               PERFORM 1400-CARGAR-OPERADORES
               PERFORM 4100-CONTROLAR-REAPERTURA
           END-IF.
           IF WS-RESULTADO EQUAL ZERO
               PERFORM 4200-GRABAR-REAPERTURA
           END-IF.
       4000-FIN-REABRIR.
           EXIT.

       4100-CONTROLAR-REAPERTURA.
           PERFORM 1000-LEER-PERIODO.
           EVALUATE TRUE
               WHEN NOT ES-SUPERVISOR
                   DISPLAY "OPERADOR " WS-OPERADOR " NO ES SUPERVISOR,"
                           " NO PUEDE REABRIR EL PERIODO " WS-PERIODO
                   MOVE "NO ES SUPERVISOR" TO AUD-MOTIVO
                   MOVE 8 TO WS-RESULTADO
               WHEN WS-MOTIVO EQUAL SPACES
                   DISPLAY "FALTA CIERRE-MOTIVO DE LA REAPERTURA"
                   MOVE "SIN MOTIVO" TO AUD-MOTIVO
                   MOVE 8 TO WS-RESULTADO
               WHEN NOT PERIODO-CERRADO
                   DISPLAY "EL PERIODO " WS-PERIODO " NO ESTA CERRADO"
                   MOVE "PERIODO NO CERRADO" TO AUD-MOTIVO
                   MOVE 8 TO WS-RESULTADO
           END-EVALUATE.
           IF WS-RESULTADO NOT EQUAL ZERO
               MOVE AUD-MOTIVO TO WS-MOTIVO
               MOVE "RECHAZADA" TO AUD-ACCION
               PERFORM 6000-GRABAR-AUDITORIA
           END-IF.
       4100-FIN-CONTROLAR-REAPERTURA.
           EXIT.

       4200-GRABAR-REAPERTURA.
           PERFORM 1050-ABRIR-PERIODOS.
           MOVE WS-PERIODO TO PER-PERIODO.
           READ PERIODOS
           EVALUATE FS-PERIODOS
               WHEN "00"
                   MOVE "A" TO PER-ESTADO
                   MOVE WS-FECHA-PROC TO PER-FECHA-REAPERTURA
                   MOVE WS-OPERADOR TO PER-OPERADOR-REAPERTURA
                   MOVE WS-MOTIVO TO PER-MOTIVO
                   REWRITE REGISTRO-PERIODO
                   PERFORM 3200-CONTROLAR-GRABACION
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA PERIODOS-CERRADOS"
                   DISPLAY "FILE STATUS ERROR" FS-PERIODOS
                   MOVE "PERIODOS-CERRADOS" TO ABE-ARCHIVO
                   MOVE FS-PERIODOS TO ABE-FILE-STATUS
                   MOVE "4200-GRABAR-REAPERTURA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           CLOSE PERIODOS.
           MOVE "REAPERTURA" TO AUD-ACCION.
           PERFORM 6000-GRABAR-AUDITORIA.
           DISPLAY "PERIODO " WS-PERIODO " REABIERTO POR " WS-OPERADOR.
       4200-FIN-GRABAR-REAPERTURA.
           EXIT.

      * Consulta del batch diario antes de correr: un mes cerrado no
      * se vuelve a procesar sin reapertura.
       5000-CONSULTAR.
           PERFORM 1000-LEER-PERIODO.
           IF PERIODO-CERRADO
               DISPLAY "PERIODO " WS-PERIODO " CERRADO"
               MOVE 4 TO WS-RESULTADO
           ELSE
               MOVE 0 TO WS-RESULTADO
           END-IF.
       5000-FIN-CONSULTAR.
           EXIT.

       6000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA-NOEX
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF NOT FS-AUDITORIA-OK
               DISPLAY "ERROR AL ABRIR PERIODOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "PERIODOS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "6000-GRABAR-AUDITORIA" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           MOVE WS-FECHA-PROC TO AUD-FECHA.
           ACCEPT WS-HORA8 FROM TIME.
           COMPUTE WS-HORA = WS-HORA8 / 100.
           MOVE WS-HORA       TO AUD-HORA.
           MOVE WS-OPERADOR   TO AUD-OPERADOR.
           MOVE WS-NIVEL-OPERADOR TO AUD-NIVEL.
           MOVE WS-PERIODO    TO AUD-PERIODO.
           MOVE WS-MOTIVO     TO AUD-MOTIVO.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR PERIODOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "PERIODOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "6000-GRABAR-AUDITORIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           CLOSE AUDITORIA.
       6000-FIN-GRABAR-AUDITORIA.
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
               MOVE "CONTROLCIERREMENSUAL" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-PERIODO TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ControlCierreMensual.
