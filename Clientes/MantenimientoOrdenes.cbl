      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoOrdenes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ordenes de debito automatico cargadas por la sucursal: alta (A),
      * cambio (C) y baja (B) de cada orden del cliente.
       SELECT TRANORD ASSIGN TO "ORDENES-MANT"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-TRANORD.

      * Maestro de ordenes permanentes por cliente y numero de orden.
      * La baja no borra: la orden queda con su fecha de baja para la
      * auditoria y OrdenesPermanentes deja de debitarla.
       SELECT ORDENES ASSIGN TO "ORDENES-PERMANENTES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ORD-CLAVE
       FILE STATUS IS FS-ORDENES.

      * Maestro de clientes: solo se da de alta una orden a un IDN
      * existente.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

       SELECT RECHAZOS ASSIGN TO "ORDENES-RECHAZOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RECHAZOS.

      * Auditoria acumulativa: quien, cuando, y la imagen anterior
      * junto a la nueva. No se pisa por corrida.
       SELECT AUDITORIA ASSIGN TO "ORDENES-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-AUDITORIA.

      * Maestro de operadores cargado por seguridad: id y nivel de
      * permiso (S supervisor, O operador). Un operador que no esta
      * registrado no puede tocar las ordenes.
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

       FD  TRANORD.

       01  REGISTRO-TRANORD.
           03  ORDT-OPCION     PIC X(01).
               88 ORDT-ALTA      VALUE 'A'.
               88 ORDT-CAMBIO    VALUE 'C'.
               88 ORDT-BAJA      VALUE 'B'.
           03  ORDT-IDN        PIC 9(7).
           03  ORDT-NUMERO     PIC 9(3).
           03  ORDT-MONEDA     PIC X(3).
               88 ORDT-MONEDA-VALIDA VALUE 'PES' 'DOL'.
           03  ORDT-MONTO      PIC 9(9)V99.
      * S semanal, Q quincenal (cada catorce dias), M mensual,
      * A anual.
           03  ORDT-FRECUENCIA PIC X(01).
               88 ORDT-FRECUENCIA-VALIDA VALUE 'S' 'Q' 'M' 'A'.
      * Primer vencimiento en el alta; en el cambio, si viene en cero
      * se conserva el proximo vencimiento de la orden.
           03  ORDT-VENCIMIENTO PIC 9(8).
      * Ultimo vencimiento a debitar; cero es sin fecha de fin.
           03  ORDT-FECHA-FIN  PIC 9(8).
           03  ORDT-CONCEPTO   PIC X(20).
      * Fecha de la transaccion; en cero se toma la FECHA-PROCESO de
      * la corrida.
           03  ORDT-FECHA      PIC 9(8).

       FD  ORDENES.

       01  REGISTRO-ORDEN.
           03  ORD-CLAVE.
               05  ORD-IDN         PIC 9(7).
               05  ORD-NUMERO      PIC 9(3).
           03  ORD-MONEDA          PIC X(3).
           03  ORD-MONTO           PIC 9(9)V99.
           03  ORD-FRECUENCIA      PIC X(01).
               88 ORD-SEMANAL      VALUE 'S'.
               88 ORD-QUINCENAL    VALUE 'Q'.
               88 ORD-MENSUAL      VALUE 'M'.
               88 ORD-ANUAL        VALUE 'A'.
      * Dia del mes del vencimiento pactado: en las mensuales y
      * anuales se vuelve a el aunque un mes corto lo haya recortado.
           03  ORD-DIA-VTO         PIC 9(2).
      * Vencimiento nominal; el corrimiento por feriado o fin de
      * semana lo aplica OrdenesPermanentes al debitar.
           03  ORD-PROXIMO-VTO     PIC 9(8).
           03  ORD-FECHA-FIN       PIC 9(8).
           03  ORD-CONCEPTO        PIC X(20).
           03  ORD-ESTADO          PIC X(01).
               88 ORD-ACTIVA       VALUE 'A'.
               88 ORD-DE-BAJA      VALUE 'B'.
               88 ORD-FINALIZADA   VALUE 'F'.
           03  ORD-FECHA-ALTA      PIC 9(8).
           03  ORD-FECHA-BAJA      PIC 9(8).
           03  ORD-ULTIMO-DEBITO   PIC 9(8).
      * Dias seguidos que la orden quedo sin debitar por fondos.
           03  ORD-REINTENTOS      PIC 9(3).

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
           03  RECH-NUMERO     PIC 9(3).
           03  RECH-MOTIVO     PIC X(20).

       FD  AUDITORIA.

       01  REGISTRO-AUDITORIA.
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

       01  FS-TRANORD          PIC X(2).
           88 FS-TRANORD-OK    VALUE "00".
           88 FS-TRANORD-EOF   VALUE "10".

       01  FS-ORDENES          PIC X(2).
           88 FS-ORDENES-OK    VALUE "00".
           88 FS-ORDENES-NOHAY VALUE "23".
           88 FS-ORDENES-NOEX  VALUE "35".

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

      * Control de las fechas de la transaccion (AAAAMMDD).
       01  WS-FECHA-CONTROL    PIC 9(8).
       01  WS-FECHA-CONTROL-R REDEFINES WS-FECHA-CONTROL.
           03  WS-FC-ANIO      PIC 9(4).
           03  WS-FC-MES       PIC 9(2).
           03  WS-FC-DIA       PIC 9(2).
       01  WS-FECHA-OK         PIC X(01).
           88 FECHA-CORRECTA   VALUE "S".

      * Imagenes para la auditoria: la anterior se captura antes de
      * aplicar la transaccion.
       01  WS-IMAGEN-ANTERIOR.
           03  WS-IMG-ANT-MONEDA     PIC X(3).
           03  WS-IMG-ANT-MONTO      PIC 9(9)V99.
           03  WS-IMG-ANT-FRECUENCIA PIC X(01).
           03  WS-IMG-ANT-VTO        PIC 9(8).
           03  WS-IMG-ANT-FIN        PIC 9(8).
           03  WS-IMG-ANT-ESTADO     PIC X(01).
       01  WS-IMAGEN-NUEVA.
           03  WS-IMG-NVO-MONEDA     PIC X(3).
           03  WS-IMG-NVO-MONTO      PIC 9(9)V99.
           03  WS-IMG-NVO-FRECUENCIA PIC X(01).
           03  WS-IMG-NVO-VTO        PIC 9(8).
           03  WS-IMG-NVO-FIN        PIC 9(8).
           03  WS-IMG-NVO-ESTADO     PIC X(01).

       01  CONTADORES.
           03  WS-LEIDAS       PIC 9(5) VALUE ZERO.
           03  WS-ALTAS        PIC 9(5) VALUE ZERO.
           03  WS-CAMBIOS      PIC 9(5) VALUE ZERO.
           03  WS-BAJAS        PIC 9(5) VALUE ZERO.
           03  WS-RECHAZADAS   PIC 9(5) VALUE ZERO.

       01  WS-ACCION           PIC X(10).
       01  WS-MOTIVO           PIC X(20).

       01  WS-DATOS-VALIDOS    PIC X(01).
           88 DATOS-NUEVOS-VALIDOS VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-CARGAR-OPERADORES.
           PERFORM 2000-LEER-TRANSACCION.
           PERFORM 3000-PROCESO UNTIL FS-TRANORD-EOF.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT TRANORD
           EVALUATE FS-TRANORD
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ORDENES-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANORD
               MOVE "ORDENES-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANORD TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * El maestro se conserva corrida a corrida; solo se crea desde
      * cero la primera vez (file status 35).
           OPEN I-O ORDENES
           EVALUATE FS-ORDENES
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT ORDENES
               EVALUATE FS-ORDENES
                   WHEN "00"
                   CLOSE ORDENES
                   OPEN I-O ORDENES
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR ORDENES-PERMANENTES"
                   DISPLAY "FILE STATUS ERROR" FS-ORDENES
                   MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                   MOVE FS-ORDENES TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ORDENES-PERMANENTES"
               DISPLAY "FILE STATUS ERROR" FS-ORDENES
               MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
               MOVE FS-ORDENES TO ABE-FILE-STATUS
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
               DISPLAY "ERROR AL ABRIR ORDENES-RECHAZOS"
               DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
               MOVE "ORDENES-RECHAZOS" TO ABE-ARCHIVO
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
                   DISPLAY "ERROR AL CREAR ORDENES-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "ORDENES-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ORDENES-AUDITORIA"
               DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
               MOVE "ORDENES-AUDITORIA" TO ABE-ARCHIVO
               MOVE FS-AUDITORIA TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "ORDENES-OPERADOR"
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

       2000-LEER-TRANSACCION.
           READ TRANORD.
           EVALUATE FS-TRANORD
               WHEN "00"
               ADD 1 TO WS-LEIDAS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE ORDENES-MANT"
               DISPLAY "FILE STATUS ERROR" FS-TRANORD
               MOVE "ORDENES-MANT" TO ABE-ARCHIVO
               MOVE FS-TRANORD TO ABE-FILE-STATUS
               MOVE "2000-LEER-TRANSACCION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2000-FIN-LEER-TRANSACCION.

       3000-PROCESO.
           PERFORM 2500-VALIDAR-TRANSACCION.
           EVALUATE TRUE
               WHEN OPERADOR-NO-REGISTRADO
                   MOVE "OPERADOR NO REGISTR" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN NOT DATOS-NUEVOS-VALIDOS
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN ORDT-ALTA
                   PERFORM 3100-APLICAR-ALTA
               WHEN ORDT-CAMBIO
                   PERFORM 3200-APLICAR-CAMBIO
               WHEN ORDT-BAJA
                   PERFORM 3300-APLICAR-BAJA
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
           END-EVALUATE.
           PERFORM 2000-LEER-TRANSACCION.
       3000-FIN-PROCESO.
           EXIT.

       2500-VALIDAR-TRANSACCION.
           MOVE "S" TO WS-DATOS-VALIDOS.
           IF ORDT-FECHA NOT NUMERIC OR ORDT-FECHA EQUAL ZERO
               MOVE WS-AUD-FECHA TO WS-FECHA-MOVIMIENTO
           ELSE
               MOVE ORDT-FECHA TO WS-FECHA-MOVIMIENTO
           END-IF.
           IF ORDT-IDN NOT NUMERIC
               MOVE "IDN INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF ORDT-NUMERO NOT NUMERIC
               MOVE "NUMERO INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF ORDT-ALTA OR ORDT-CAMBIO
               PERFORM 2550-VALIDAR-DATOS-ORDEN
           END-IF.
       2500-FIN-VALIDAR-TRANSACCION.
           EXIT.

      * El alta trae la orden completa; el cambio trae monto,
      * frecuencia, fin y concepto, y opcionalmente un nuevo
      * vencimiento.
       2550-VALIDAR-DATOS-ORDEN.
           IF ORDT-ALTA AND NOT ORDT-MONEDA-VALIDA
               MOVE "MONEDA INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF ORDT-MONTO NOT NUMERIC OR ORDT-MONTO EQUAL ZERO
               MOVE "MONTO INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF NOT ORDT-FRECUENCIA-VALIDA
               MOVE "FRECUENCIA INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF ORDT-VENCIMIENTO NOT NUMERIC
               MOVE "VENCIMIENTO INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               IF ORDT-ALTA OR ORDT-VENCIMIENTO NOT EQUAL ZERO
                   MOVE ORDT-VENCIMIENTO TO WS-FECHA-CONTROL
                   PERFORM 2580-CONTROLAR-FECHA
                   IF NOT FECHA-CORRECTA
                       MOVE "VENCIMIENTO INVALIDO" TO WS-MOTIVO
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
           IF ORDT-FECHA-FIN NOT NUMERIC
               MOVE "FECHA FIN INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               IF ORDT-FECHA-FIN NOT EQUAL ZERO
                   MOVE ORDT-FECHA-FIN TO WS-FECHA-CONTROL
                   PERFORM 2580-CONTROLAR-FECHA
                   IF NOT FECHA-CORRECTA
                      OR (ORDT-VENCIMIENTO NUMERIC
                          AND ORDT-FECHA-FIN LESS THAN
                              ORDT-VENCIMIENTO)
                       MOVE "FECHA FIN INVALIDA" TO WS-MOTIVO
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
       2550-FIN-VALIDAR-DATOS-ORDEN.
           EXIT.

       2580-CONTROLAR-FECHA.
           MOVE "S" TO WS-FECHA-OK.
           IF WS-FC-ANIO LESS THAN 1900
              OR WS-FC-MES LESS THAN 1
              OR WS-FC-MES GREATER THAN 12
              OR WS-FC-DIA LESS THAN 1
              OR WS-FC-DIA GREATER THAN 31
               MOVE "N" TO WS-FECHA-OK
           END-IF.
       2580-FIN-CONTROLAR-FECHA.
           EXIT.

      * El alta exige un cliente existente y un numero de orden libre
      * para ese cliente.
       3100-APLICAR-ALTA.
           MOVE ORDT-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   PERFORM 3150-GRABAR-ALTA
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

       3150-GRABAR-ALTA.
           INITIALIZE WS-IMAGEN-ANTERIOR.
           MOVE ORDT-IDN            TO ORD-IDN.
           MOVE ORDT-NUMERO         TO ORD-NUMERO.
           MOVE ORDT-MONEDA         TO ORD-MONEDA.
           MOVE ORDT-MONTO          TO ORD-MONTO.
           MOVE ORDT-FRECUENCIA     TO ORD-FRECUENCIA.
           MOVE ORDT-VENCIMIENTO    TO ORD-PROXIMO-VTO
                                       WS-FECHA-CONTROL.
           MOVE WS-FC-DIA           TO ORD-DIA-VTO.
           MOVE ORDT-FECHA-FIN      TO ORD-FECHA-FIN.
           MOVE ORDT-CONCEPTO       TO ORD-CONCEPTO.
           MOVE "A"                 TO ORD-ESTADO.
           MOVE WS-FECHA-MOVIMIENTO TO ORD-FECHA-ALTA.
           MOVE ZERO                TO ORD-FECHA-BAJA
                                       ORD-ULTIMO-DEBITO
                                       ORD-REINTENTOS.
           WRITE REGISTRO-ORDEN
           EVALUATE FS-ORDENES
               WHEN "00"
                   ADD 1 TO WS-ALTAS
                   MOVE "ALTA" TO WS-ACCION
                   PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN "22"
                   MOVE "ORDEN YA EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ORDENES-PERMANENTES"
                   DISPLAY "FILE STATUS ERROR" FS-ORDENES
                   MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                   MOVE FS-ORDENES TO ABE-FILE-STATUS
                   MOVE "3150-GRABAR-ALTA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3150-FIN-GRABAR-ALTA.
           EXIT.

      * El cambio solo va sobre una orden activa; la moneda no se
      * cambia (para otra moneda es baja y alta).
       3200-APLICAR-CAMBIO.
           MOVE ORDT-IDN    TO ORD-IDN.
           MOVE ORDT-NUMERO TO ORD-NUMERO.
           READ ORDENES
           EVALUATE FS-ORDENES
               WHEN "00"
                   IF ORD-ACTIVA
                       PERFORM 3250-REGRABAR-CAMBIO
                   ELSE
                       MOVE "ORDEN NO ACTIVA" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   END-IF
               WHEN "23"
                   MOVE "ORDEN NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE ORDENES-PERMANENTES"
                   DISPLAY "FILE STATUS ERROR" FS-ORDENES
                   MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                   MOVE FS-ORDENES TO ABE-FILE-STATUS
                   MOVE "3200-APLICAR-CAMBIO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3200-FIN-APLICAR-CAMBIO.
           EXIT.

       3250-REGRABAR-CAMBIO.
           PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE ORDT-MONTO      TO ORD-MONTO.
           MOVE ORDT-FRECUENCIA TO ORD-FRECUENCIA.
           MOVE ORDT-FECHA-FIN  TO ORD-FECHA-FIN.
           IF ORDT-CONCEPTO NOT EQUAL SPACES
               MOVE ORDT-CONCEPTO TO ORD-CONCEPTO
           END-IF.
           IF ORDT-VENCIMIENTO NOT EQUAL ZERO
               MOVE ORDT-VENCIMIENTO TO ORD-PROXIMO-VTO
                                        WS-FECHA-CONTROL
               MOVE WS-FC-DIA        TO ORD-DIA-VTO
               MOVE ZERO             TO ORD-REINTENTOS
           END-IF.
           IF ORD-FECHA-FIN NOT EQUAL ZERO
              AND ORD-FECHA-FIN LESS THAN ORD-PROXIMO-VTO
               MOVE "FECHA FIN INVALIDA" TO WS-MOTIVO
               PERFORM 3900-GRABAR-RECHAZO
           ELSE
               REWRITE REGISTRO-ORDEN
               EVALUATE FS-ORDENES
                   WHEN "00"
                       ADD 1 TO WS-CAMBIOS
                       MOVE "CAMBIO" TO WS-ACCION
                       PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                       PERFORM 3550-GRABAR-AUDITORIA
                   WHEN OTHER
                       DISPLAY "ERROR AL REGRABAR ORDENES-PERMANENTES"
                       DISPLAY "FILE STATUS ERROR" FS-ORDENES
                       MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                       MOVE FS-ORDENES TO ABE-FILE-STATUS
                       MOVE "3250-REGRABAR-CAMBIO" TO ABE-PARRAFO
                       MOVE 18 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3250-FIN-REGRABAR-CAMBIO.
           EXIT.

      * La baja deja la orden en el maestro con su fecha; una orden
      * finalizada por fecha de fin tambien puede darse de baja.
       3300-APLICAR-BAJA.
           MOVE ORDT-IDN    TO ORD-IDN.
           MOVE ORDT-NUMERO TO ORD-NUMERO.
           READ ORDENES
           EVALUATE FS-ORDENES
               WHEN "00"
                   IF ORD-DE-BAJA
                       MOVE "ORDEN YA DE BAJA" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   ELSE
                       PERFORM 3350-REGRABAR-BAJA
                   END-IF
               WHEN "23"
                   MOVE "ORDEN NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE ORDENES-PERMANENTES"
                   DISPLAY "FILE STATUS ERROR" FS-ORDENES
                   MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                   MOVE FS-ORDENES TO ABE-FILE-STATUS
                   MOVE "3300-APLICAR-BAJA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-APLICAR-BAJA.
           EXIT.

       3350-REGRABAR-BAJA.
           PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE "B"                 TO ORD-ESTADO.
           MOVE WS-FECHA-MOVIMIENTO TO ORD-FECHA-BAJA.
           REWRITE REGISTRO-ORDEN
           EVALUATE FS-ORDENES
               WHEN "00"
                   ADD 1 TO WS-BAJAS
                   MOVE "BAJA" TO WS-ACCION
                   PERFORM 3560-IMAGEN-NUEVA-DESDE-MAESTRO
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR ORDENES-PERMANENTES"
                   DISPLAY "FILE STATUS ERROR" FS-ORDENES
                   MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                   MOVE FS-ORDENES TO ABE-FILE-STATUS
                   MOVE "3350-REGRABAR-BAJA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3350-FIN-REGRABAR-BAJA.
           EXIT.

       3550-GRABAR-AUDITORIA.
           MOVE WS-AUD-FECHA TO AUD-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           COMPUTE WS-AUD-HORA = WS-AUD-HORA8 / 100.
           MOVE WS-AUD-HORA   TO AUD-HORA.
           MOVE WS-OPERADOR   TO AUD-OPERADOR.
           MOVE WS-NIVEL-OPERADOR TO AUD-NIVEL.
           MOVE WS-ACCION     TO AUD-ACCION.
           MOVE ORDT-IDN      TO AUD-IDN.
           MOVE ORDT-NUMERO   TO AUD-NUMERO.
           MOVE WS-IMG-ANT-MONEDA     TO AUD-MONEDA-ANT.
           MOVE WS-IMG-ANT-MONTO      TO AUD-MONTO-ANT.
           MOVE WS-IMG-ANT-FRECUENCIA TO AUD-FRECUENCIA-ANT.
           MOVE WS-IMG-ANT-VTO        TO AUD-VTO-ANT.
           MOVE WS-IMG-ANT-FIN        TO AUD-FIN-ANT.
           MOVE WS-IMG-ANT-ESTADO     TO AUD-ESTADO-ANT.
           MOVE WS-IMG-NVO-MONEDA     TO AUD-MONEDA-NVO.
           MOVE WS-IMG-NVO-MONTO      TO AUD-MONTO-NVO.
           MOVE WS-IMG-NVO-FRECUENCIA TO AUD-FRECUENCIA-NVO.
           MOVE WS-IMG-NVO-VTO        TO AUD-VTO-NVO.
           MOVE WS-IMG-NVO-FIN        TO AUD-FIN-NVO.
           MOVE WS-IMG-NVO-ESTADO     TO AUD-ESTADO-NVO.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ORDENES-AUDITORIA"
                   DISPLAY "FILE STATUS ERROR" FS-AUDITORIA
                   MOVE "ORDENES-AUDITORIA" TO ABE-ARCHIVO
                   MOVE FS-AUDITORIA TO ABE-FILE-STATUS
                   MOVE "3550-GRABAR-AUDITORIA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3550-FIN-GRABAR-AUDITORIA.
           EXIT.

       3560-IMAGEN-NUEVA-DESDE-MAESTRO.
           MOVE ORD-MONEDA      TO WS-IMG-NVO-MONEDA.
           MOVE ORD-MONTO       TO WS-IMG-NVO-MONTO.
           MOVE ORD-FRECUENCIA  TO WS-IMG-NVO-FRECUENCIA.
           MOVE ORD-PROXIMO-VTO TO WS-IMG-NVO-VTO.
           MOVE ORD-FECHA-FIN   TO WS-IMG-NVO-FIN.
           MOVE ORD-ESTADO      TO WS-IMG-NVO-ESTADO.
       3560-FIN-IMAGEN-NUEVA-DESDE-MAESTRO.
           EXIT.

       3580-IMAGEN-ANT-DESDE-MAESTRO.
           MOVE ORD-MONEDA      TO WS-IMG-ANT-MONEDA.
           MOVE ORD-MONTO       TO WS-IMG-ANT-MONTO.
           MOVE ORD-FRECUENCIA  TO WS-IMG-ANT-FRECUENCIA.
           MOVE ORD-PROXIMO-VTO TO WS-IMG-ANT-VTO.
           MOVE ORD-FECHA-FIN   TO WS-IMG-ANT-FIN.
           MOVE ORD-ESTADO      TO WS-IMG-ANT-ESTADO.
       3580-FIN-IMAGEN-ANT-DESDE-MAESTRO.
           EXIT.

       3900-GRABAR-RECHAZO.
           MOVE ORDT-OPCION TO RECH-OPCION.
           MOVE ORDT-IDN    TO RECH-IDN.
           MOVE ORDT-NUMERO TO RECH-NUMERO.
           MOVE WS-MOTIVO   TO RECH-MOTIVO.
           WRITE REGISTRO-RECHAZO.
           EVALUATE FS-RECHAZOS
               WHEN "00"
                   ADD 1 TO WS-RECHAZADAS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ORDENES-RECHAZOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECHAZOS
           END-EVALUATE.
       3900-FIN-GRABAR-RECHAZO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE TRANORD
           CLOSE ORDENES
           CLOSE CLIENTES-IDX
           CLOSE RECHAZOS
           CLOSE AUDITORIA.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "TRANSACCIONES LEIDAS: " WS-LEIDAS.
           DISPLAY "ORDENES DADAS DE ALTA: " WS-ALTAS.
           DISPLAY "ORDENES CAMBIADAS   : " WS-CAMBIOS.
           DISPLAY "ORDENES DADAS DE BAJA: " WS-BAJAS.
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-RECHAZADAS.
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
               MOVE "MANTENIMIENTOORDENES" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE ORDT-IDN TO ERR-ULTIMA-CLAVE
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

       END PROGRAM MantenimientoOrdenes.
