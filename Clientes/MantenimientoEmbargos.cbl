      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoEmbargos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Transacciones de embargos judiciales del dia: traba, cambio
      * del oficio o del monto, y levantamiento.
       SELECT TRANEMB ASSIGN TO "EMBARGOS-MANT"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRANEMB.

      * Maestro de embargos por IDN y moneda. Un embargo levantado
      * queda con su fecha de levantamiento y no se borra; una traba
      * nueva sobre esa misma cuenta lo reemplaza (la auditoria guarda
      * la imagen anterior).
       SELECT EMBARGOS ASSIGN TO "EMBARGOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EMB-CLAVE
       FILE STATUS IS FS-EMBARGOS.

      * Maestro de clientes: solo se traba sobre un IDN existente.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

       SELECT RECHAZOS ASSIGN TO "EMBARGOS-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RECHAZOS.

      * Auditoria acumulativa: quien, cuando, y la imagen anterior
      * junto a la nueva. No se pisa por corrida.
       SELECT AUDITORIA ASSIGN TO "EMBARGOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

      * Maestro de operadores cargado por seguridad: id y nivel de
      * permiso (S supervisor, O operador). El levantamiento de un
      * embargo libera fondos y exige nivel S.
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

       FD  TRANEMB.

       01  REGISTRO-TRANEMB.
           03  EMBT-OPCION     PIC X(01).
               88 EMBT-TRABA     VALUE 'A'.
               88 EMBT-CAMBIO    VALUE 'C'.
               88 EMBT-LEVANTA   VALUE 'L'.
           03  EMBT-IDN        PIC 9(7).
           03  EMBT-MONEDA     PIC X(3).
               88 EMBT-MONEDA-VALIDA VALUE 'PES' 'DOL'.
           03  EMBT-OFICIO     PIC X(15).
           03  EMBT-MONTO      PIC 9(9)V99.
      * Fecha de la traba o del levantamiento; en cero se toma la
      * FECHA-PROCESO de la corrida.
           03  EMBT-FECHA      PIC 9(8).

       FD  EMBARGOS.

       01  REGISTRO-EMBARGO.
           03  EMB-CLAVE.
               05  EMB-IDN         PIC 9(7).
               05  EMB-MONEDA      PIC X(3).
           03  EMB-OFICIO          PIC X(15).
           03  EMB-MONTO           PIC 9(9)V99.
           03  EMB-FECHA-TRABA     PIC 9(8).
      * En cero mientras el embargo esta vigente.
           03  EMB-FECHA-LEVANTAMIENTO PIC 9(8).

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  RECHAZOS.

       01  REGISTRO-RECHAZO.
           03  RECH-OPCION     PIC X(01).
           03  RECH-IDN        PIC 9(7).
           03  RECH-MONEDA     PIC X(3).
           03  RECH-MOTIVO     PIC X(20).

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
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

       01  FS-TRANEMB          PIC X(2).
           88 FS-TRANEMB-OK    VALUE "00".
           88 FS-TRANEMB-EOF   VALUE "10".

       01  FS-EMBARGOS         PIC X(2).
           88 FS-EMBARGOS-OK   VALUE "00".
           88 FS-EMBARGOS-NOHAY VALUE "23".
           88 FS-EMBARGOS-NOEX VALUE "35".

       01  FS-IDX              PIC X(2).
           88 FS-IDX-OK        VALUE "00".
           88 FS-IDX-NOHAY     VALUE "23".

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

       01  WS-FECHA-MOVIMIENTO PIC 9(8).

      * Imagenes para la auditoria: la anterior se captura antes de
      * aplicar la transaccion.
       01  WS-IMAGEN-ANTERIOR.
           03  WS-IMG-ANT-OFICIO   PIC X(15).
           03  WS-IMG-ANT-MONTO    PIC 9(9)V99.
           03  WS-IMG-ANT-TRABA    PIC 9(8).
           03  WS-IMG-ANT-LEVANTA  PIC 9(8).
       01  WS-IMAGEN-NUEVA.
           03  WS-IMG-NVO-OFICIO   PIC X(15).
           03  WS-IMG-NVO-MONTO    PIC 9(9)V99.
           03  WS-IMG-NVO-TRABA    PIC 9(8).
           03  WS-IMG-NVO-LEVANTA  PIC 9(8).

       01  CONTADORES.
           03  WS-LEIDAS       PIC 9(5) VALUE ZERO.
           03  WS-TRABAS       PIC 9(5) VALUE ZERO.
           03  WS-CAMBIOS      PIC 9(5) VALUE ZERO.
           03  WS-LEVANTADOS   PIC 9(5) VALUE ZERO.
           03  WS-RECHAZADOS   PIC 9(5) VALUE ZERO.

       01  WS-ACCION           PIC X(10).
       01  WS-MOTIVO           PIC X(20).

       01  WS-DATOS-VALIDOS    PIC X(01).
           88 DATOS-NUEVOS-VALIDOS VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-CARGAR-OPERADORES.
           PERFORM 2000-LEER-TRANSACCION.
           PERFORM 3000-PROCESO UNTIL FS-TRANEMB-EOF.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT TRANEMB
           EVALUATE FS-TRANEMB
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANEMB
               MOVE "EMBARGOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANEMB TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * El maestro se conserva corrida a corrida; solo se crea desde
      * cero la primera vez (file status 35).
           OPEN I-O EMBARGOS
           EVALUATE FS-EMBARGOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT EMBARGOS
               EVALUATE FS-EMBARGOS
                   WHEN "00"
                   CLOSE EMBARGOS
                   OPEN I-O EMBARGOS
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS"
               DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
               MOVE "EMBARGOS" TO ABE-ARCHIVO
               MOVE FS-EMBARGOS TO ABE-FILE-STATUS
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

           OPEN OUTPUT RECHAZOS
           EVALUATE FS-RECHAZOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "EMBARGOS-RECHAZOS" TO ABE-ARCHIVO
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
                   DISPLAY "ERROR AL CREAR EMBARGOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "EMBARGOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "EMBARGOS-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "EMBARGOS-OPERADOR"
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
           READ TRANEMB.
           EVALUATE FS-TRANEMB
               WHEN "00"
               ADD 1 TO WS-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE EMBARGOS-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANEMB
               MOVE "EMBARGOS-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANEMB TO ABE-FILE-STATUS
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
               WHEN EMBT-TRABA
                   PERFORM 3100-APLICAR-TRABA
               WHEN EMBT-CAMBIO
                   PERFORM 3200-APLICAR-CAMBIO
      * Levantar un embargo libera fondos: exige supervisor.
               WHEN EMBT-LEVANTA
                   IF ES-SUPERVISOR
                       PERFORM 3300-APLICAR-LEVANTAMIENTO
                   ELSE
                       MOVE "LEVANTA SIN SUPERV" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   END-IF
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
           END-EVALUATE.
           PERFORM 2000-LEER-TRANSACCION.
       3000-FIN-PROCESO.
           EXIT.

       2500-VALIDAR-TRANSACCION.
           MOVE "S" TO WS-DATOS-VALIDOS.
           IF EMBT-FECHA NOT NUMERIC OR EMBT-FECHA EQUAL ZERO
               MOVE WS-AUD-FECHA TO WS-FECHA-MOVIMIENTO
           ELSE
               MOVE EMBT-FECHA TO WS-FECHA-MOVIMIENTO
           END-IF.
           IF NOT EMBT-MONEDA-VALIDA
               MOVE "MONEDA INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF EMBT-IDN NOT NUMERIC
               MOVE "IDN INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF EMBT-TRABA OR EMBT-CAMBIO
               IF EMBT-MONTO NOT NUMERIC OR EMBT-MONTO EQUAL ZERO
                   MOVE "MONTO INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF EMBT-OFICIO EQUAL SPACES
                   MOVE "SIN NRO DE OFICIO" TO WS-MOTIVO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
       2500-FIN-VALIDAR-TRANSACCION.
           EXIT.

      * La traba exige un cliente existente. Sobre un embargo vigente
      * se rechaza (un nuevo oficio por la misma cuenta se carga como
      * cambio); sobre uno ya levantado, lo reemplaza.
       3100-APLICAR-TRABA.
           MOVE EMBT-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   PERFORM 3150-GRABAR-TRABA
               WHEN "23"
                   MOVE "IDN NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "3100-APLICAR-TRABA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3100-FIN-APLICAR-TRABA.
           EXIT.

       3150-GRABAR-TRABA.
           MOVE EMBT-IDN    TO EMB-IDN.
           MOVE EMBT-MONEDA TO EMB-MONEDA.
           READ EMBARGOS
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   IF EMB-FECHA-LEVANTAMIENTO EQUAL ZERO
                       MOVE "EMBARGO VIGENTE" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   ELSE
                       PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO
                       PERFORM 3160-CAMPOS-TRABA
                       REWRITE REGISTRO-EMBARGO
                       PERFORM 3170-CONTROLAR-TRABA
                   END-IF
               WHEN "23"
                   INITIALIZE WS-IMAGEN-ANTERIOR
                   PERFORM 3160-CAMPOS-TRABA
                   WRITE REGISTRO-EMBARGO
                   PERFORM 3170-CONTROLAR-TRABA
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3150-GRABAR-TRABA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3150-FIN-GRABAR-TRABA.
           EXIT.

       3160-CAMPOS-TRABA.
           MOVE EMBT-IDN            TO EMB-IDN.
           MOVE EMBT-MONEDA         TO EMB-MONEDA.
           MOVE EMBT-OFICIO         TO EMB-OFICIO.
           MOVE EMBT-MONTO          TO EMB-MONTO.
           MOVE WS-FECHA-MOVIMIENTO TO EMB-FECHA-TRABA.
           MOVE ZERO                TO EMB-FECHA-LEVANTAMIENTO.
       3160-FIN-CAMPOS-TRABA.
           EXIT.

       3170-CONTROLAR-TRABA.
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   ADD 1 TO WS-TRABAS
                   MOVE "TRABA" TO WS-ACCION
                   PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3170-CONTROLAR-TRABA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3170-FIN-CONTROLAR-TRABA.
           EXIT.

      * El cambio (ampliacion o reduccion del monto, oficio nuevo) va
      * solo sobre un embargo vigente y conserva la fecha de traba.
       3200-APLICAR-CAMBIO.
           MOVE EMBT-IDN    TO EMB-IDN.
           MOVE EMBT-MONEDA TO EMB-MONEDA.
           READ EMBARGOS
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   IF EMB-FECHA-LEVANTAMIENTO NOT EQUAL ZERO
                       MOVE "EMBARGO LEVANTADO" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   ELSE
                       PERFORM 3250-REGRABAR-CAMBIO
                   END-IF
               WHEN "23"
                   MOVE "SIN EMBARGO" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3200-APLICAR-CAMBIO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3200-FIN-APLICAR-CAMBIO.
           EXIT.

       3250-REGRABAR-CAMBIO.
           PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE EMBT-OFICIO TO EMB-OFICIO.
           MOVE EMBT-MONTO  TO EMB-MONTO.
           REWRITE REGISTRO-EMBARGO
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   ADD 1 TO WS-CAMBIOS
                   MOVE "CAMBIO" TO WS-ACCION
                   PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3250-REGRABAR-CAMBIO" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3250-FIN-REGRABAR-CAMBIO.
           EXIT.

      * El levantamiento no borra el registro: queda con su fecha,
      * para el extracto y para la auditoria.
       3300-APLICAR-LEVANTAMIENTO.
           MOVE EMBT-IDN    TO EMB-IDN.
           MOVE EMBT-MONEDA TO EMB-MONEDA.
           READ EMBARGOS
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN EMB-FECHA-LEVANTAMIENTO NOT EQUAL ZERO
                           MOVE "EMBARGO LEVANTADO" TO WS-MOTIVO
                           PERFORM 3900-GRABAR-RECHAZO
                       WHEN WS-FECHA-MOVIMIENTO LESS THAN
                            EMB-FECHA-TRABA
                           MOVE "FECHA ANTES DE TRABA" TO WS-MOTIVO
                           PERFORM 3900-GRABAR-RECHAZO
                       WHEN OTHER
                           PERFORM 3350-REGRABAR-LEVANTAMIENTO
                   END-EVALUATE
               WHEN "23"
                   MOVE "SIN EMBARGO" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3300-APLICAR-LEVANTAMIENTO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-APLICAR-LEVANTAMIENTO.
           EXIT.

       3350-REGRABAR-LEVANTAMIENTO.
           PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE WS-FECHA-MOVIMIENTO TO EMB-FECHA-LEVANTAMIENTO.
           REWRITE REGISTRO-EMBARGO
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   ADD 1 TO WS-LEVANTADOS
                   MOVE "LEVANTA" TO WS-ACCION
                   PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3350-REGRABAR-LEVANTAMIENTO" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3350-FIN-REGRABAR-LEVANTAMIENTO.
           EXIT.

       3550-GRABAR-AUDITORIA.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           COMPUTE WS-AUD-HORA = WS-AUD-HORA8 / 100.
           MOVE WS-AUD-HORA   TO AUD-HORA.
           MOVE WS-OPERADOR   TO AUD-OPERADOR.
           MOVE WS-NIVEL-OPERADOR TO AUD-NIVEL.
           MOVE WS-ACCION     TO AUD-ACCION.
           MOVE EMBT-IDN      TO AUD-IDN.
           MOVE EMBT-MONEDA   TO AUD-MONEDA.
           MOVE WS-IMG-ANT-OFICIO   TO AUD-OFICIO-ANT.
           MOVE WS-IMG-ANT-MONTO    TO AUD-MONTO-ANT.
           MOVE WS-IMG-ANT-TRABA    TO AUD-TRABA-ANT.
           MOVE WS-IMG-ANT-LEVANTA  TO AUD-LEVANTA-ANT.
           MOVE WS-IMG-NVO-OFICIO   TO AUD-OFICIO-NVO.
           MOVE WS-IMG-NVO-MONTO    TO AUD-MONTO-NVO.
           MOVE WS-IMG-NVO-TRABA    TO AUD-TRABA-NVO.
           MOVE WS-IMG-NVO-LEVANTA  TO AUD-LEVANTA-NVO.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR EMBARGOS-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "EMBARGOS-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "3550-GRABAR-AUDITORIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3550-FIN-GRABAR-AUDITORIA.
           EXIT.

       3560-IMAGEN-NUEVA-DESDE-MAESTRO.
           MOVE EMB-OFICIO              TO WS-IMG-NVO-OFICIO.
           MOVE EMB-MONTO               TO WS-IMG-NVO-MONTO.
           MOVE EMB-FECHA-TRABA         TO WS-IMG-NVO-TRABA.
           MOVE EMB-FECHA-LEVANTAMIENTO TO WS-IMG-NVO-LEVANTA.
       3560-FIN-IMAGEN-NUEVA-DESDE-MAESTRO.
           EXIT.

       3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE EMB-OFICIO              TO WS-IMG-ANT-OFICIO.
           MOVE EMB-MONTO               TO WS-IMG-ANT-MONTO.
           MOVE EMB-FECHA-TRABA         TO WS-IMG-ANT-TRABA.
           MOVE EMB-FECHA-LEVANTAMIENTO TO WS-IMG-ANT-LEVANTA.
       3580-FIN-IMAGEN-ANT-DESDE-MAESTRO.
           EXIT.

       3900-GRABAR-RECHAZO.
           MOVE EMBT-OPCION TO RECH-OPCION.
           MOVE EMBT-IDN    TO RECH-IDN.
           MOVE EMBT-MONEDA TO RECH-MONEDA.
           MOVE WS-MOTIVO   TO RECH-MOTIVO.
           WRITE REGISTRO-RECHAZO.
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   ADD 1 TO WS-RECHAZADOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR EMBARGOS-RECHAZOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
           END-EVALUATE.
       3900-FIN-GRABAR-RECHAZO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE TRANEMB
           CLOSE EMBARGOS
           CLOSE CLIENTES-IDX
           CLOSE RECHAZOS
           CLOSE AUDITORIA.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "TRANSACCIONES LEIDAS: " WS-LEIDAS.
           DISPLAY "EMBARGOS TRABADOS   : " WS-TRABAS.
           DISPLAY "EMBARGOS CAMBIADOS  : " WS-CAMBIOS.
           DISPLAY "EMBARGOS LEVANTADOS : " WS-LEVANTADOS.
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
               MOVE "MANTENIMIENTOEMBARGO" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE EMBT-IDN TO ERR-ULTIMA-CLAVE
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

       END PROGRAM MantenimientoEmbargos.
