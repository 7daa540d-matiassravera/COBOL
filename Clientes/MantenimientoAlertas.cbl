      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoAlertas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Disposiciones de los analistas de prevencion de lavado sobre
      * las alertas de MonitoreoPLD: desestimar, escalar o reportar.
       SELECT TRANALE ASSIGN TO "ALERTAS-MANT"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRANALE.

      * Alertas generadas por el monitoreo; aca solo se dispone sobre
      * las existentes.
       SELECT ALERTAS ASSIGN TO "ALERTAS-PLD"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ALE-CLAVE
       FILE STATUS IS FS-ALERTAS.

       SELECT RECHAZOS ASSIGN TO "ALERTAS-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RECHAZOS.

      * Auditoria acumulativa: quien dispuso, cuando, y el estado
      * anterior junto al nuevo. No se pisa por corrida.
       SELECT AUDITORIA ASSIGN TO "ALERTAS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

      * Maestro de operadores cargado por seguridad: id y nivel de
      * permiso (S supervisor, O operador). Cualquier operador
      * registrado desestima o escala; reportar a la UIF exige
      * nivel S.
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

       FD  TRANALE.

       01  REGISTRO-TRANALE.
           03  ALET-DISPOSICION PIC X(01).
               88 ALET-DESESTIMAR VALUE 'D'.
               88 ALET-ESCALAR    VALUE 'E'.
               88 ALET-REPORTAR   VALUE 'R'.
           03  ALET-FECHA       PIC 9(8).
           03  ALET-IDN         PIC 9(7).
           03  ALET-REGLA       PIC X(01).
               88 ALET-REGLA-VALIDA VALUE 'U' 'F' 'V' 'I' 'N'.
           03  ALET-OBSERVACION PIC X(30).

      * ALE-REGLA: U movimiento sobre el umbral, F fraccionamiento,
      * V volumen fuera de lo habitual, I cuenta inactiva o dada de
      * baja con movimiento, N cuenta nueva con movimiento.
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

       FD  RECHAZOS.

       01  REGISTRO-RECHAZO.
           03  RECH-DISPOSICION PIC X(01).
           03  RECH-FECHA       PIC 9(8).
           03  RECH-IDN         PIC 9(7).
           03  RECH-REGLA       PIC X(01).
           03  RECH-MOTIVO      PIC X(20).

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
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

       01  FS-TRANALE          PIC X(2).
           88 FS-TRANALE-OK    VALUE "00".
           88 FS-TRANALE-EOF   VALUE "10".

       01  FS-ALERTAS          PIC X(2).
           88 FS-ALERTAS-OK    VALUE "00".

       01  FS-RECHAZOS         PIC X(2).
           88 FS-RECHAZOS-OK   VALUE "00".

       01  FS-AUDITORIA        PIC X(2).
           88 FS-AUDITORIA-OK  VALUE "00".
           88 FS-AUDITORIA-NOEX VALUE "35".

       01  FS-OPERADORES       PIC X(2).
           88 FS-OPER-OK       VALUE "00".
           88 FS-OPER-EOF      VALUE "10".
           88 FS-OPER-NOEX     VALUE "35".

      * Identidad del operador y fecha de la corrida, tomadas del
      * ambiente igual que MantenimientoClientes.
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

       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-FECHA-AMB    PIC X(8).
       01  WS-AUD-FECHA-AMB-N REDEFINES WS-AUD-FECHA-AMB
                               PIC 9(8).
       01  WS-AUD-HORA8        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(6).

       01  WS-ESTADO-ANTERIOR  PIC X(01).

       01  CONTADORES.
           03  WS-LEIDAS       PIC 9(5) VALUE ZERO.
           03  WS-DESESTIMADAS PIC 9(5) VALUE ZERO.
           03  WS-ESCALADAS    PIC 9(5) VALUE ZERO.
           03  WS-REPORTADAS   PIC 9(5) VALUE ZERO.
           03  WS-RECHAZADOS   PIC 9(5) VALUE ZERO.

       01  WS-ACCION           PIC X(10).
       01  WS-MOTIVO           PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-CARGAR-OPERADORES.
           PERFORM 2000-LEER-TRANSACCION.
           PERFORM 3000-PROCESO UNTIL FS-TRANALE-EOF.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT TRANALE
           EVALUATE FS-TRANALE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ALERTAS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANALE
               MOVE "ALERTAS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANALE TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin alertas generadas no hay nada sobre que disponer: el
      * archivo se crea vacio y todas las disposiciones se rechazan.
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
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ALERTAS-PLD"
               DISPLAY "FILE STATUS ERROR" FS-ALERTAS
               MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
               MOVE FS-ALERTAS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT RECHAZOS
           EVALUATE FS-RECHAZOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ALERTAS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "ALERTAS-RECHAZOS" TO ABE-ARCHIVO
               MOVE FS-RECHAZOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN EXTEND AUDITORIA
           EVALUATE FS-AUDITORIA
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT AUDITORIA
               EVALUATE FS-AUDITORIA
                   WHEN "00"
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR ALERTAS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "ALERTAS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ALERTAS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "ALERTAS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "ALERTAS-OPERADOR"
           IF WS-OPERADOR EQUAL SPACES
               MOVE "SINOPER" TO WS-OPERADOR
           END-IF
           ACCEPT WS-AUD-FECHA-AMB FROM ENVIRONMENT "FECHA-PROCESO"
           IF WS-AUD-FECHA-AMB-N NUMERIC
              AND WS-AUD-FECHA-AMB NOT EQUAL SPACES
               MOVE WS-AUD-FECHA-AMB-N TO WS-AUD-FECHA
           ELSE
               ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
           END-IF
           .
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       1100-CARGAR-OPERADORES.
           OPEN INPUT OPERADORES
           EVALUATE FS-OPERADORES
               WHEN "00"
                   PERFORM 1150-LEER-OPERADOR
                      UNTIL FS-OPER-EOF
                   CLOSE OPERADORES
               WHEN "35"
                   DISPLAY "SIN MAESTRO OPERADORES, NADIE AUTORIZADO"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR OPERADORES"
                   DISPLAY "FILE STATUS ERROR" FS-OPERADORES
                   MOVE "OPERADORES" TO ABE-ARCHIVO
                   MOVE FS-OPERADORES TO ABE-FILE-STATUS
                   MOVE "1100-CARGAR-OPERADORES" TO ABE-PARRAFO
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
           IF OPERADOR-NO-REGISTRADO
               DISPLAY "OPERADOR " WS-OPERADOR " NO REGISTRADO: "
                       "TODAS LAS TRANSACCIONES SE RECHAZAN"
           END-IF.
       1100-FIN-CARGAR-OPERADORES.
           EXIT.

       1150-LEER-OPERADOR.
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
               MOVE "1150-LEER-OPERADOR" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1150-FIN-LEER-OPERADOR.
           EXIT.

       2000-LEER-TRANSACCION.
           READ TRANALE.
           EVALUATE FS-TRANALE
               WHEN "00"
               ADD 1 TO WS-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ALERTAS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANALE
               MOVE "ALERTAS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANALE TO ABE-FILE-STATUS
               MOVE "2000-LEER-TRANSACCION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-TRANSACCION.
           EXIT.

      * Reportar a la UIF exige supervisor; desestimar o escalar,
      * cualquier operador registrado. Desestimar o reportar exige
      * dejar asentado el motivo.
       3000-PROCESO.
           EVALUATE TRUE
               WHEN OPERADOR-NO-REGISTRADO
                   MOVE "OPERADOR NO REGISTR" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN ALET-REPORTAR AND NOT ES-SUPERVISOR
                   MOVE "REPORTE SIN SUPERV" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN ALET-FECHA NOT NUMERIC
                   MOVE "FECHA INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN ALET-IDN NOT NUMERIC
                   MOVE "IDN INVALIDO" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN NOT ALET-REGLA-VALIDA
                   MOVE "REGLA INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN (ALET-DESESTIMAR OR ALET-REPORTAR)
                AND ALET-OBSERVACION EQUAL SPACES
                   MOVE "FALTA OBSERVACION" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN ALET-DESESTIMAR OR ALET-ESCALAR OR ALET-REPORTAR
                   PERFORM 3100-APLICAR-DISPOSICION
               WHEN OTHER
                   MOVE "DISPOSICION INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
           END-EVALUATE.
           PERFORM 2000-LEER-TRANSACCION.
       3000-FIN-PROCESO.
           EXIT.

      * Una alerta abierta puede desestimarse, escalarse o
      * reportarse; una escalada, desestimarse o reportarse.
      * Desestimada y reportada son finales.
       3100-APLICAR-DISPOSICION.
           MOVE ALET-FECHA TO ALE-FECHA.
           MOVE ALET-IDN   TO ALE-IDN.
           MOVE ALET-REGLA TO ALE-REGLA.
           READ ALERTAS
           EVALUATE FS-ALERTAS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN NOT ALE-EN-CURSO
                           MOVE "ALERTA YA CERRADA" TO WS-MOTIVO
                           PERFORM 3900-GRABAR-RECHAZO
                       WHEN ALE-ESCALADA AND ALET-ESCALAR
                           MOVE "ESTADO SIN CAMBIO" TO WS-MOTIVO
                           PERFORM 3900-GRABAR-RECHAZO
                       WHEN OTHER
                           PERFORM 3150-REGRABAR-ALERTA
                   END-EVALUATE
               WHEN "23"
                   MOVE "ALERTA INEXISTENTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE ALERTAS-PLD"
                   DISPLAY "FILE STATUS ERROR" FS-ALERTAS
                   MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
                   MOVE FS-ALERTAS TO ABE-FILE-STATUS
                   MOVE "3100-APLICAR-DISPOSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-APLICAR-DISPOSICION.
           EXIT.

       3150-REGRABAR-ALERTA.
           MOVE ALE-ESTADO       TO WS-ESTADO-ANTERIOR.
           MOVE ALET-DISPOSICION TO ALE-ESTADO.
           MOVE WS-AUD-FECHA     TO ALE-FECHA-DISPOSICION.
           MOVE WS-OPERADOR      TO ALE-OPERADOR.
           IF ALET-OBSERVACION NOT EQUAL SPACES
               MOVE ALET-OBSERVACION TO ALE-OBSERVACION
           END-IF.
           REWRITE REGISTRO-ALERTA
           EVALUATE FS-ALERTAS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN ALET-DESESTIMAR
                           ADD 1 TO WS-DESESTIMADAS
                           MOVE "DESESTIMA" TO WS-ACCION
                       WHEN ALET-ESCALAR
                           ADD 1 TO WS-ESCALADAS
                           MOVE "ESCALA" TO WS-ACCION
                       WHEN OTHER
                           ADD 1 TO WS-REPORTADAS
                           MOVE "REPORTA" TO WS-ACCION
                   END-EVALUATE
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR ALERTAS-PLD"
                   DISPLAY "FILE STATUS ERROR" FS-ALERTAS
                   MOVE "ALERTAS-PLD" TO ABE-ARCHIVO
                   MOVE FS-ALERTAS TO ABE-FILE-STATUS
                   MOVE "3150-REGRABAR-ALERTA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3150-FIN-REGRABAR-ALERTA.
           EXIT.

       3550-GRABAR-AUDITORIA.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           COMPUTE WS-AUD-HORA = WS-AUD-HORA8 / 100.
           MOVE WS-AUD-HORA        TO AUD-HORA.
           MOVE WS-OPERADOR        TO AUD-OPERADOR.
           MOVE WS-NIVEL-OPERADOR  TO AUD-NIVEL.
           MOVE WS-ACCION          TO AUD-ACCION.
           MOVE ALE-FECHA          TO AUD-ALE-FECHA.
           MOVE ALE-IDN            TO AUD-IDN.
           MOVE ALE-REGLA          TO AUD-REGLA.
           MOVE WS-ESTADO-ANTERIOR TO AUD-ESTADO-ANT.
           MOVE ALE-ESTADO         TO AUD-ESTADO-NVO.
           MOVE ALET-OBSERVACION   TO AUD-OBSERVACION.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ALERTAS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "ALERTAS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "3550-GRABAR-AUDITORIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3550-FIN-GRABAR-AUDITORIA.
           EXIT.

       3900-GRABAR-RECHAZO.
           MOVE ALET-DISPOSICION TO RECH-DISPOSICION.
           MOVE ALET-FECHA  TO RECH-FECHA.
           MOVE ALET-IDN    TO RECH-IDN.
           MOVE ALET-REGLA  TO RECH-REGLA.
           MOVE WS-MOTIVO   TO RECH-MOTIVO.
           WRITE REGISTRO-RECHAZO.
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   ADD 1 TO WS-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ALERTAS-RECHAZOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
           END-EVALUATE.
       3900-FIN-GRABAR-RECHAZO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE TRANALE
           CLOSE ALERTAS
           CLOSE RECHAZOS
           CLOSE AUDITORIA.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "DISPOSICIONES LEIDAS    : " WS-LEIDAS.
           DISPLAY "ALERTAS DESESTIMADAS    : " WS-DESESTIMADAS.
           DISPLAY "ALERTAS ESCALADAS       : " WS-ESCALADAS.
           DISPLAY "ALERTAS REPORTADAS      : " WS-REPORTADAS.
           DISPLAY "DISPOSICIONES RECHAZADAS: " WS-RECHAZADOS.
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
               MOVE "MANTENIMIENTOALERTAS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE ALET-IDN TO ERR-ULTIMA-CLAVE
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

       END PROGRAM MantenimientoAlertas.
