      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoReclamos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Transacciones de reclamos del dia que carga la sucursal: alta
      * del reclamo, resolucion a favor del cliente y rechazo.
       SELECT TRANREC ASSIGN TO "RECLAMOS-MANT"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRANREC.

      * Maestro de reclamos por IDN y numero de reclamo del cliente.
      * Un reclamo resuelto o rechazado queda con su fecha de
      * resolucion y no se borra.
       SELECT RECLAMOS ASSIGN TO "RECLAMOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS FS-RECLAMOS.

      * Maestro de clientes: solo se reclama sobre un IDN existente,
      * y de ahi sale la sucursal del reclamo.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

      * Calendario de feriados: el plazo de respuesta se cuenta en
      * dias habiles.
       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * La reversion de un reclamo resuelto a favor del cliente entra
      * en el modo incremental de ValidadorSaldo, igual que las
      * reversiones de ChequesRechazados.
       SELECT SALDO-MOVIMIENTOS ASSIGN TO "SALDO-MOVIMIENTOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-MOVIMIENTOS.

       SELECT RECHAZOS ASSIGN TO "RECLAMOS-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RECHAZOS.

      * Auditoria acumulativa: quien, cuando, el cambio de estado y
      * la reversion generada. No se pisa por corrida.
       SELECT AUDITORIA ASSIGN TO "RECLAMOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

      * Maestro de operadores cargado por seguridad: id y nivel de
      * permiso (S supervisor, O operador). Resolver a favor del
      * cliente mueve fondos y exige nivel S.
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

       FD  TRANREC.

       01  REGISTRO-TRANREC.
           03  RECT-OPCION     PIC X(01).
               88 RECT-ALTA      VALUE 'A'.
               88 RECT-FAVOR     VALUE 'F'.
               88 RECT-RECHAZO   VALUE 'R'.
           03  RECT-IDN        PIC 9(7).
      * Numero del reclamo a resolver; en el alta lo asigna el
      * programa.
           03  RECT-NUMERO     PIC 9(6).
           03  RECT-ORIGEN     PIC X(01).
               88 RECT-ORIGEN-VALIDO VALUE 'C' 'Q' 'J'.
           03  RECT-REFERENCIA PIC X(20).
           03  RECT-TIPO-MOV   PIC X(01).
               88 RECT-TIPO-VALIDO VALUE 'D' 'C'.
           03  RECT-MONEDA     PIC X(3).
               88 RECT-MONEDA-VALIDA VALUE 'PES' 'DOL'.
      * En el alta, el importe reclamado; en la resolucion a favor,
      * el importe que se devuelve (en cero, todo lo reclamado).
           03  RECT-MONTO      PIC 9(9)V99.
           03  RECT-DESCRIPCION PIC X(30).

      * REC-ORIGEN: C cargo de SALDO-CARGOS, Q cheque, J movimiento
      * del journal; REC-TIPO-MOV es el sentido (D/C) del movimiento
      * reclamado. REC-ESTADO: A abierto, F resuelto a favor del
      * cliente, R rechazado.
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

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

       FD  SALDO-MOVIMIENTOS.

       01  REGISTRO-MOVIMIENTO.
           03  MOV-IDN         PIC 9(7).
           03  MOV-TIPO        PIC X(01).
               88 MOV-DEBITO     VALUE 'D'.
               88 MOV-CREDITO    VALUE 'C'.
           03  MOV-MONTO       PIC 9(9)V99.
           03  MOV-MONEDA      PIC X(3).

       FD  RECHAZOS.

       01  REGISTRO-RECHAZO.
           03  RECH-OPCION     PIC X(01).
           03  RECH-IDN        PIC 9(7).
           03  RECH-NUMERO     PIC 9(6).
           03  RECH-MOTIVO     PIC X(20).

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
           03  AUD-FECHA        PIC 9(8).
           03  AUD-HORA         PIC 9(6).
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-NUMERO       PIC 9(6).
           03  AUD-ESTADO-ANT   PIC X(01).
           03  AUD-ESTADO-NVO   PIC X(01).
      * Movimiento generado en SALDO-MOVIMIENTOS (blanco y cero si
      * no hubo reversion).
           03  AUD-MOV-TIPO     PIC X(01).
           03  AUD-MOV-MONTO    PIC 9(9)V99.
           03  AUD-DESCRIPCION  PIC X(30).

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

       01  FS-TRANREC          PIC X(2).
           88 FS-TRANREC-OK    VALUE "00".
           88 FS-TRANREC-EOF   VALUE "10".

       01  FS-RECLAMOS         PIC X(2).
           88 FS-RECLAMOS-OK   VALUE "00".
           88 FS-RECLAMOS-EOF  VALUE "10".
           88 FS-RECLAMOS-NOHAY VALUE "23".
           88 FS-RECLAMOS-NOEX VALUE "35".

       01  FS-IDX              PIC X(2).
           88 FS-IDX-OK        VALUE "00".
           88 FS-IDX-NOHAY     VALUE "23".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-MOVIMIENTOS      PIC X(2).
           88 FS-MOVIMIENTOS-OK VALUE "00".

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

      * Plazo de respuesta en dias habiles desde el alta
      * (RECLAMOS-PLAZO, tres digitos); vencido ese plazo el reporte
      * semanal marca el reclamo fuera de termino.
       01  WS-PLAZO-AMBIENTE   PIC X(3).
       01  WS-PLAZO-AMBIENTE-N REDEFINES WS-PLAZO-AMBIENTE
                               PIC 9(3).
       01  WS-PLAZO-DIAS       PIC 9(3) VALUE 10.

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
       01  WS-DIAS-CONTADOS     PIC 9(3).
       01  WS-FECHA-VENCE       PIC 9(8).

      * Numeracion del alta: el siguiente al ultimo reclamo del IDN.
      * De paso se detecta un reclamo abierto por el mismo movimiento.
       01  WS-ULTIMO-NUMERO    PIC 9(6).
       01  WS-FIN-CLIENTE      PIC X(01).
           88 FIN-RECLAMOS-CLIENTE VALUE "S".
       01  WS-DUPLICADO        PIC X(01).
           88 RECLAMO-DUPLICADO VALUE "S".

       01  WS-ESTADO-ANT       PIC X(01).
       01  WS-MONTO-REVERSION  PIC 9(9)V99.
       01  WS-TIPO-REVERSION   PIC X(01).

       01  CONTADORES.
           03  WS-LEIDAS       PIC 9(5) VALUE ZERO.
           03  WS-ALTAS        PIC 9(5) VALUE ZERO.
           03  WS-A-FAVOR      PIC 9(5) VALUE ZERO.
           03  WS-NO-A-FAVOR   PIC 9(5) VALUE ZERO.
           03  WS-REVERSIONES  PIC 9(5) VALUE ZERO.
           03  WS-RECHAZADOS   PIC 9(5) VALUE ZERO.

       01  WS-IMPORTE-REVERTIDO PIC 9(9)V99 VALUE ZERO.

       01  WS-ACCION           PIC X(10).
       01  WS-MOTIVO           PIC X(20).

       01  WS-DATOS-VALIDOS    PIC X(01).
           88 DATOS-NUEVOS-VALIDOS VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-CARGAR-OPERADORES.
           PERFORM 1200-CARGAR-FERIADOS.
           PERFORM 2000-LEER-TRANSACCION.
           PERFORM 3000-PROCESO UNTIL FS-TRANREC-EOF.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT TRANREC
           EVALUATE FS-TRANREC
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANREC
               MOVE "RECLAMOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANREC TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * El maestro se conserva corrida a corrida; solo se crea desde
      * cero la primera vez (file status 35).
           OPEN I-O RECLAMOS
           EVALUATE FS-RECLAMOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT RECLAMOS
               EVALUATE FS-RECLAMOS
                   WHEN "00"
                   CLOSE RECLAMOS
                   OPEN I-O RECLAMOS
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS"
               DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
               MOVE "RECLAMOS" TO ABE-ARCHIVO
               MOVE FS-RECLAMOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-IDX"
               DISPLAY "FILE STATUS ERROR" FS-IDX
               MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
               MOVE FS-IDX TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN EXTEND SALDO-MOVIMIENTOS
           EVALUATE FS-MOVIMIENTOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT SALDO-MOVIMIENTOS
               EVALUATE FS-MOVIMIENTOS
                   WHEN "00"
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR SALDO-MOVIMIENTOS"
                   DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
                   MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                   MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-MOVIMIENTOS"
               DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
               MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
               MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT RECHAZOS
           EVALUATE FS-RECHAZOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "RECLAMOS-RECHAZOS" TO ABE-ARCHIVO
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
                   DISPLAY "ERROR AL CREAR RECLAMOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "RECLAMOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "RECLAMOS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "RECLAMOS-OPERADOR"
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
           ACCEPT WS-PLAZO-AMBIENTE FROM ENVIRONMENT "RECLAMOS-PLAZO"
           IF WS-PLAZO-AMBIENTE NOT EQUAL SPACES
               IF WS-PLAZO-AMBIENTE-N NUMERIC
                  AND WS-PLAZO-AMBIENTE-N GREATER THAN ZERO
                   MOVE WS-PLAZO-AMBIENTE-N TO WS-PLAZO-DIAS
               ELSE
                   DISPLAY "RECLAMOS-PLAZO INVALIDO: "
                           WS-PLAZO-AMBIENTE
                   DISPLAY "SE USA EL PLAZO POR OMISION"
               END-IF
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

       1200-CARGAR-FERIADOS.
           OPEN INPUT FERIADOS
           EVALUATE FS-FERIADOS
               WHEN "00"
                   PERFORM 1250-LEER-FERIADO
                      UNTIL FS-FERIADOS-EOF
                   CLOSE FERIADOS
               WHEN "35"
                   DISPLAY "SIN ARCHIVO FERIADOS, SOLO FIN DE SEMANA"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR FERIADOS"
                   DISPLAY "FILE STATUS ERROR" FS-FERIADOS
                   MOVE "FERIADOS" TO ABE-ARCHIVO
                   MOVE FS-FERIADOS TO ABE-FILE-STATUS
                   MOVE "1200-CARGAR-FERIADOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1200-FIN-CARGAR-FERIADOS.
           EXIT.

       1250-LEER-FERIADO.
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
               MOVE "1250-LEER-FERIADO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1250-FIN-LEER-FERIADO.
           EXIT.

       2000-LEER-TRANSACCION.
           READ TRANREC.
           EVALUATE FS-TRANREC
               WHEN "00"
               ADD 1 TO WS-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RECLAMOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANREC
               MOVE "RECLAMOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANREC TO ABE-FILE-STATUS
               MOVE "2000-LEER-TRANSACCION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-TRANSACCION.
           EXIT.

       3000-PROCESO.
           PERFORM 2500-VALIDAR-TRANSACCION.
           EVALUATE TRUE
               WHEN OPERADOR-NO-REGISTRADO
                   MOVE "OPERADOR NO REGISTR" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN NOT DATOS-NUEVOS-VALIDOS
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN RECT-ALTA
                   PERFORM 3100-APLICAR-ALTA
      * Resolver a favor del cliente devuelve fondos: exige
      * supervisor.
               WHEN RECT-FAVOR
                   IF ES-SUPERVISOR
                       PERFORM 3200-APLICAR-FAVOR
                   ELSE
                       MOVE "FAVOR SIN SUPERV" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   END-IF
               WHEN RECT-RECHAZO
                   PERFORM 3300-APLICAR-RECHAZO
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
           END-EVALUATE.
           PERFORM 2000-LEER-TRANSACCION.
       3000-FIN-PROCESO.
           EXIT.

       2500-VALIDAR-TRANSACCION.
           MOVE "S" TO WS-DATOS-VALIDOS.
           IF RECT-IDN NOT NUMERIC
               MOVE "IDN INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF RECT-ALTA
               IF NOT RECT-ORIGEN-VALIDO
                   MOVE "ORIGEN INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF RECT-REFERENCIA EQUAL SPACES
                   MOVE "SIN REFERENCIA" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF NOT RECT-TIPO-VALIDO
                   MOVE "TIPO MOV INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF NOT RECT-MONEDA-VALIDA
                   MOVE "MONEDA INVALIDA" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF RECT-MONTO NOT NUMERIC OR RECT-MONTO EQUAL ZERO
                   MOVE "MONTO INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF RECT-FAVOR OR RECT-RECHAZO
               IF RECT-NUMERO NOT NUMERIC
                   MOVE "NUMERO INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF RECT-FAVOR
               IF RECT-MONTO NOT NUMERIC
                   MOVE "MONTO INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
       2500-FIN-VALIDAR-TRANSACCION.
           EXIT.

      * El alta exige un cliente existente y no cerrado; la sucursal
      * del reclamo es la del cliente. Un segundo reclamo abierto por
      * el mismo movimiento se rechaza.
       3100-APLICAR-ALTA.
           MOVE RECT-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   IF CIDX-ESTADO EQUAL "C"
                       MOVE "CUENTA CERRADA" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   ELSE
                       PERFORM 3110-NUMERAR-RECLAMO
                       IF RECLAMO-DUPLICADO
                           MOVE "RECLAMO DUPLICADO" TO WS-MOTIVO
                           PERFORM 3900-GRABAR-RECHAZO
                       ELSE
                           PERFORM 3130-CALCULAR-VENCIMIENTO
                           PERFORM 3150-GRABAR-ALTA
                       END-IF
                   END-IF
               WHEN "23"
                   MOVE "IDN NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "3100-APLICAR-ALTA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-APLICAR-ALTA.
           EXIT.

       3110-NUMERAR-RECLAMO.
           MOVE ZERO TO WS-ULTIMO-NUMERO.
           MOVE "N" TO WS-DUPLICADO.
           MOVE "N" TO WS-FIN-CLIENTE.
           MOVE RECT-IDN TO REC-IDN.
           MOVE ZERO TO REC-NUMERO.
           START RECLAMOS KEY NOT LESS THAN REC-CLAVE
           EVALUATE FS-RECLAMOS
               WHEN "00"
                   PERFORM 3120-LEER-RECLAMO-CLIENTE
                      UNTIL FIN-RECLAMOS-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "3110-NUMERAR-RECLAMO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3110-FIN-NUMERAR-RECLAMO.
           EXIT.

       3120-LEER-RECLAMO-CLIENTE.
           READ RECLAMOS NEXT RECORD
           EVALUATE FS-RECLAMOS
               WHEN "00"
                   IF REC-IDN NOT EQUAL RECT-IDN
                       MOVE "S" TO WS-FIN-CLIENTE
                   ELSE
                       MOVE REC-NUMERO TO WS-ULTIMO-NUMERO
                       IF REC-ABIERTO
                          AND REC-ORIGEN EQUAL RECT-ORIGEN
                          AND REC-REFERENCIA EQUAL RECT-REFERENCIA
                           MOVE "S" TO WS-DUPLICADO
                       END-IF
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-FIN-CLIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "3120-LEER-RECLAMO-CLIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3120-FIN-LEER-RECLAMO-CLIENTE.
           EXIT.

      * Vencimiento: la fecha de alta mas el plazo en dias habiles,
      * sin contar el dia del alta.
       3130-CALCULAR-VENCIMIENTO.
           MOVE ZERO TO WS-DIAS-CONTADOS.
           COMPUTE WS-ENTERO-DIA =
               FUNCTION INTEGER-OF-DATE (WS-AUD-FECHA).
           PERFORM 3140-AVANZAR-DIA
               UNTIL WS-DIAS-CONTADOS NOT LESS THAN WS-PLAZO-DIAS.
           MOVE WS-FECHA-DIA TO WS-FECHA-VENCE.
       3130-FIN-CALCULAR-VENCIMIENTO.
           EXIT.

      * Con el origen del calendario gregoriano de INTEGER-OF-DATE,
      * MOD (N - 1, 7) + 1 da 1 = lunes ... 7 = domingo.
       3140-AVANZAR-DIA.
           ADD 1 TO WS-ENTERO-DIA.
           COMPUTE WS-FECHA-DIA =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-DIA).
           MOVE "S" TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-ENTERO-DIA - 1, 7) + 1.
           IF WS-DIA-SEMANA GREATER THAN 5
               MOVE "N" TO WS-ES-HABIL
           END-IF.
           IF DIA-HABIL
               PERFORM 3145-BUSCAR-FERIADO
                   VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER GREATER THAN TAB-FER-CANT
                      OR NOT DIA-HABIL
           END-IF.
           IF DIA-HABIL
               ADD 1 TO WS-DIAS-CONTADOS
           END-IF.
       3140-FIN-AVANZAR-DIA.
           EXIT.

       3145-BUSCAR-FERIADO.
           IF TAB-FER-FECHA (WS-IDX-FER) EQUAL WS-FECHA-DIA
               MOVE "N" TO WS-ES-HABIL
           END-IF.
       3145-FIN-BUSCAR-FERIADO.
           EXIT.

       3150-GRABAR-ALTA.
           MOVE SPACES              TO REGISTRO-RECLAMO.
           MOVE RECT-IDN            TO REC-IDN.
           ADD 1 WS-ULTIMO-NUMERO GIVING REC-NUMERO.
           MOVE RECT-ORIGEN         TO REC-ORIGEN.
           MOVE RECT-REFERENCIA     TO REC-REFERENCIA.
           MOVE RECT-TIPO-MOV       TO REC-TIPO-MOV.
           MOVE RECT-MONEDA         TO REC-MONEDA.
           MOVE RECT-MONTO          TO REC-MONTO.
           MOVE CIDX-SUCURSAL       TO REC-SUCURSAL.
           MOVE WS-AUD-FECHA        TO REC-FECHA-ALTA.
           MOVE WS-FECHA-VENCE      TO REC-FECHA-VENCE.
           MOVE "A"                 TO REC-ESTADO.
           MOVE ZERO                TO REC-FECHA-RESOLUCION.
           MOVE WS-OPERADOR         TO REC-OPERADOR.
           MOVE RECT-DESCRIPCION    TO REC-DESCRIPCION.
           WRITE REGISTRO-RECLAMO
           EVALUATE FS-RECLAMOS
               WHEN "00"
                   ADD 1 TO WS-ALTAS
                   MOVE "ALTA" TO WS-ACCION
                   MOVE SPACE TO WS-ESTADO-ANT
                   MOVE ZERO TO WS-MONTO-REVERSION
                   MOVE SPACE TO WS-TIPO-REVERSION
                   PERFORM 3550-GRABAR-AUDITORIA
                   DISPLAY "RECLAMO " REC-IDN "-" REC-NUMERO
                           " VENCE EL " REC-FECHA-VENCE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "3150-GRABAR-ALTA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3150-FIN-GRABAR-ALTA.
           EXIT.

      * Resuelto a favor: se devuelve lo reclamado (o el importe de la
      * transaccion si es menor) con el movimiento inverso al
      * reclamado, en la moneda del movimiento reclamado.
       3200-APLICAR-FAVOR.
           PERFORM 3400-LEER-RECLAMO.
           IF WS-MOTIVO EQUAL SPACES
               IF RECT-MONTO GREATER THAN REC-MONTO
                   MOVE "MONTO MAYOR AL RECL" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               ELSE
                   PERFORM 3250-GRABAR-REVERSION
                   MOVE "F" TO REC-ESTADO
                   PERFORM 3450-REGRABAR-RESOLUCION
                   ADD 1 TO WS-A-FAVOR
                   MOVE "A FAVOR" TO WS-ACCION
                   PERFORM 3550-GRABAR-AUDITORIA
               END-IF
           END-IF.
       3200-FIN-APLICAR-FAVOR.
           EXIT.

       3250-GRABAR-REVERSION.
           IF RECT-MONTO EQUAL ZERO
               MOVE REC-MONTO TO WS-MONTO-REVERSION
           ELSE
               MOVE RECT-MONTO TO WS-MONTO-REVERSION
           END-IF.
           IF REC-TIPO-MOV EQUAL "D"
               MOVE "C" TO WS-TIPO-REVERSION
           ELSE
               MOVE "D" TO WS-TIPO-REVERSION
           END-IF.
           MOVE REC-IDN            TO MOV-IDN.
           MOVE WS-TIPO-REVERSION  TO MOV-TIPO.
           MOVE WS-MONTO-REVERSION TO MOV-MONTO.
           MOVE REC-MONEDA         TO MOV-MONEDA.
           WRITE REGISTRO-MOVIMIENTO
           EVALUATE FS-MOVIMIENTOS
               WHEN "00"
                   ADD 1 TO WS-REVERSIONES
                   ADD WS-MONTO-REVERSION TO WS-IMPORTE-REVERTIDO
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR SALDO-MOVIMIENTOS"
                   DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
                   MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                   MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
                   MOVE "3250-GRABAR-REVERSION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3250-FIN-GRABAR-REVERSION.
           EXIT.

      * Rechazado: el reclamo se cierra sin movimiento; la
      * descripcion de la transaccion, si viene, reemplaza a la del
      * alta como fundamento del rechazo.
       3300-APLICAR-RECHAZO.
           PERFORM 3400-LEER-RECLAMO.
           IF WS-MOTIVO EQUAL SPACES
               MOVE ZERO TO WS-MONTO-REVERSION
               MOVE SPACE TO WS-TIPO-REVERSION
               MOVE "R" TO REC-ESTADO
               IF RECT-DESCRIPCION NOT EQUAL SPACES
                   MOVE RECT-DESCRIPCION TO REC-DESCRIPCION
               END-IF
               PERFORM 3450-REGRABAR-RESOLUCION
               ADD 1 TO WS-NO-A-FAVOR
               MOVE "RECHAZADO" TO WS-ACCION
               PERFORM 3550-GRABAR-AUDITORIA
           END-IF.
       3300-FIN-APLICAR-RECHAZO.
           EXIT.

      * Solo se resuelve un reclamo existente y todavia abierto; deja
      * el motivo del rechazo en WS-MOTIVO o blancos si sigue.
       3400-LEER-RECLAMO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE RECT-IDN    TO REC-IDN.
           MOVE RECT-NUMERO TO REC-NUMERO.
           READ RECLAMOS
           EVALUATE FS-RECLAMOS
               WHEN "00"
                   MOVE REC-ESTADO TO WS-ESTADO-ANT
                   IF NOT REC-ABIERTO
                       MOVE "RECLAMO YA RESUELTO" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   END-IF
               WHEN "23"
                   MOVE "RECLAMO NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "3400-LEER-RECLAMO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3400-FIN-LEER-RECLAMO.
           EXIT.

       3450-REGRABAR-RESOLUCION.
           MOVE WS-AUD-FECHA TO REC-FECHA-RESOLUCION.
           REWRITE REGISTRO-RECLAMO
           EVALUATE FS-RECLAMOS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "3450-REGRABAR-RESOLUCION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3450-FIN-REGRABAR-RESOLUCION.
           EXIT.

       3550-GRABAR-AUDITORIA.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           COMPUTE WS-AUD-HORA = WS-AUD-HORA8 / 100.
           MOVE WS-AUD-HORA   TO AUD-HORA.
           MOVE WS-OPERADOR   TO AUD-OPERADOR.
           MOVE WS-NIVEL-OPERADOR TO AUD-NIVEL.
           MOVE WS-ACCION     TO AUD-ACCION.
           MOVE REC-IDN       TO AUD-IDN.
           MOVE REC-NUMERO    TO AUD-NUMERO.
           MOVE WS-ESTADO-ANT TO AUD-ESTADO-ANT.
           MOVE REC-ESTADO    TO AUD-ESTADO-NVO.
           MOVE WS-TIPO-REVERSION  TO AUD-MOV-TIPO.
           MOVE WS-MONTO-REVERSION TO AUD-MOV-MONTO.
           MOVE REC-DESCRIPCION TO AUD-DESCRIPCION.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RECLAMOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "RECLAMOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "3550-GRABAR-AUDITORIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3550-FIN-GRABAR-AUDITORIA.
           EXIT.

       3900-GRABAR-RECHAZO.
           MOVE RECT-OPCION TO RECH-OPCION.
           MOVE RECT-IDN    TO RECH-IDN.
           MOVE RECT-NUMERO TO RECH-NUMERO.
           MOVE WS-MOTIVO   TO RECH-MOTIVO.
           WRITE REGISTRO-RECHAZO.
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   ADD 1 TO WS-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RECLAMOS-RECHAZOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
           END-EVALUATE.
       3900-FIN-GRABAR-RECHAZO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE TRANREC
           CLOSE RECLAMOS
           CLOSE CLIENTES-IDX
           CLOSE SALDO-MOVIMIENTOS
           CLOSE RECHAZOS
           CLOSE AUDITORIA.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "TRANSACCIONES LEIDAS    : " WS-LEIDAS.
           DISPLAY "RECLAMOS ABIERTOS       : " WS-ALTAS.
           DISPLAY "RESUELTOS A FAVOR       : " WS-A-FAVOR.
           DISPLAY "RECHAZADOS AL CLIENTE   : " WS-NO-A-FAVOR.
           DISPLAY "REVERSIONES GRABADAS    : " WS-REVERSIONES.
           DISPLAY "IMPORTE REVERTIDO       : " WS-IMPORTE-REVERTIDO.
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-RECHAZADOS.
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
               MOVE "MANTENIMIENTORECLAMO" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE RECT-IDN TO ERR-ULTIMA-CLAVE
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

       END PROGRAM MantenimientoReclamos.
