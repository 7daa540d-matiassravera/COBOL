      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrdenesPermanentes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ordenes de debito automatico que mantiene MantenimientoOrdenes;
      * se regraba el proximo vencimiento de cada orden debitada.
       SELECT ORDENES ASSIGN TO "ORDENES-PERMANENTES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS ORD-CLAVE
       FILE STATUS IS FS-ORDENES.

      * Saldo vigente de cada cuenta, para el control de fondos.
       SELECT SALDO-MAESTRO ASSIGN TO "SALDO"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS IDN OF REGISTRO-MAESTRO WITH DUPLICATES
       FILE STATUS IS FS-MAESTRO.

      * Maestro de clientes, leido por clave: limite de descubierto
      * de cada IDN.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Debitos para el modo incremental de ValidadorSaldo; se
      * agregan a lo que otros pasos ya hayan dejado.
       SELECT SALDO-MOVIMIENTOS ASSIGN TO "SALDO-MOVIMIENTOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-MOVIMIENTOS.

       SELECT REPORTE ASSIGN TO "ORDENES-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

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
           03  ORD-DIA-VTO         PIC 9(2).
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
           03  ORD-REINTENTOS      PIC 9(3).

       FD  SALDO-MAESTRO.

       01  REGISTRO-MAESTRO.
           03  FILLER          PIC X(15).
           03  IDN             PIC 9(7).
           03  FILLER          PIC X(12).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).

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

       FD  REPORTE.

       01  LINEA-REPORTE        PIC X(100).

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

       01  FS-ORDENES           PIC X(2).
           88 FS-ORDENES-OK     VALUE "00".
           88 FS-ORDENES-EOF    VALUE "10".
           88 FS-ORDENES-NOEX   VALUE "35".

       01  FS-MAESTRO           PIC X(2).
           88 FS-MAESTRO-OK     VALUE "00".
           88 FS-MAESTRO-NOHAY  VALUE "23".

       01  FS-IDX               PIC X(2).
           88 FS-IDX-OK         VALUE "00".
           88 FS-IDX-NOHAY      VALUE "23".
           88 FS-IDX-NOEX       VALUE "35".

       01  WS-SIN-CLIENTES      PIC X(01) VALUE "N".
           88 SIN-CLIENTES      VALUE "S".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-MOVIMIENTOS       PIC X(2).
           88 FS-MOVIMIENTOS-OK   VALUE "00".
           88 FS-MOVIMIENTOS-NOEX VALUE "35".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-ORDENES       PIC X(01) VALUE "N".
           88 SIN-ORDENES       VALUE "S".
       01  WS-FIN-ORDENES       PIC X(01) VALUE "N".
           88 FIN-DE-ORDENES    VALUE "S".

       01  CONTADORES.
           03  WS-LEIDAS            PIC 9(7) VALUE ZERO.
           03  WS-VENCIDAS          PIC 9(7) VALUE ZERO.
           03  WS-DEBITADAS         PIC 9(7) VALUE ZERO.
           03  WS-OMITIDAS          PIC 9(7) VALUE ZERO.
           03  WS-FINALIZADAS       PIC 9(7) VALUE ZERO.
           03  WS-VTO-INVALIDO      PIC 9(7) VALUE ZERO.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

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

      * Vencimiento corrido al primer dia habil (feriado o fin de
      * semana pasan al siguiente habil).
       01  WS-VTO-HABIL         PIC 9(8).

      * Calculo del vencimiento siguiente de mensuales y anuales.
       01  WS-FECHA-CALC        PIC 9(8).
       01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           03  WS-FCA-ANIO      PIC 9(4).
           03  WS-FCA-MES       PIC 9(2).
           03  WS-FCA-DIA       PIC 9(2).
       01  WS-FECHA-ULTIMO      PIC 9(8).
       01  WS-FECHA-ULTIMO-R REDEFINES WS-FECHA-ULTIMO.
           03  WS-FUL-ANIO      PIC 9(4).
           03  WS-FUL-MES       PIC 9(2).
           03  WS-FUL-DIA       PIC 9(2).
       01  WS-ENTERO-CALC       PIC 9(8).

      * Posicion del cliente en curso: las ordenes vienen por IDN, asi
      * que los saldos y el limite se buscan una vez por cliente y los
      * debitos del dia se acumulan para que la segunda orden vea el
      * disponible que dejo la primera.
       01  WS-IDN-EN-CURSO      PIC 9(7) VALUE ZERO.
       01  WS-POSICION-CLIENTE.
           03  WS-SALDO-PES     PIC S9(11)V99.
           03  WS-SALDO-DOL     PIC S9(11)V99.
           03  WS-DEBITADO-PES  PIC 9(11)V99.
           03  WS-DEBITADO-DOL  PIC 9(11)V99.
           03  WS-LIMITE-CLI    PIC 9(9)V99.
       01  WS-FIN-SALDOS        PIC X(01).
           88 FIN-DE-SALDOS     VALUE "S".
       01  WS-DISPONIBLE        PIC S9(11)V99.
       01  WS-FONDOS            PIC X(01).
           88 FONDOS-SUFICIENTES VALUE "S".

       01  TOTALES.
           03  TOT-DEBITADO-PES PIC 9(13)V99 VALUE ZERO.
           03  TOT-DEBITADO-DOL PIC 9(13)V99 VALUE ZERO.
           03  TOT-OMITIDO-PES  PIC 9(13)V99 VALUE ZERO.
           03  TOT-OMITIDO-DOL  PIC 9(13)V99 VALUE ZERO.

       01  LINEA-TITULO.
           03  FILLER           PIC X(40)
               VALUE "ORDENES PERMANENTES: DEBITOS DEL DIA".
           03  FILLER           PIC X(16) VALUE "FECHA PROCESO: ".
           03  TIT-FECHA        PIC 9(8).
           03  FILLER           PIC X(16) VALUE SPACES.
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(5)  VALUE "ORD".
           03  FILLER           PIC X(5)  VALUE "MON".
           03  FILLER           PIC X(16) VALUE "IMPORTE".
           03  FILLER           PIC X(10) VALUE "VTO".
           03  FILLER           PIC X(20) VALUE "DISPONIBLE".
           03  FILLER           PIC X(35) VALUE "OBSERVACION".

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-NUMERO       PIC 9(3).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-IMPORTE      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-VTO          PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DISPONIBLE   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-OBSERVACION  PIC X(25).
           03  FILLER           PIC X(10) VALUE SPACES.

       01  LINEA-TOTAL.
           03  TOT-TEXTO        PIC X(24).
           03  TOT-MONEDA       PIC X(3).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  TOT-IMPORTE      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-ABRIR-CLIENTES.
           PERFORM 1200-CARGAR-FERIADOS.
           IF NOT SIN-ORDENES
               PERFORM 2000-PROCESAR-ORDENES
           END-IF.
           PERFORM 3800-GRABAR-TOTALES.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.

      * Sin maestro de ordenes (nadie cargo todavia ninguna) el paso
      * termina bien sin debitar nada.
           OPEN I-O ORDENES
           EVALUATE FS-ORDENES
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-ORDENES
               DISPLAY "SIN ORDENES-PERMANENTES, NADA PARA DEBITAR"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ORDENES-PERMANENTES"
               DISPLAY "FILE STATUS ERROR" FS-ORDENES
               MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
               MOVE FS-ORDENES TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN INPUT SALDO-MAESTRO
           EVALUATE FS-MAESTRO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO"
               DISPLAY "FILE STATUS ERROR" FS-MAESTRO
               MOVE "SALDO" TO ABE-ARCHIVO
               MOVE FS-MAESTRO TO ABE-FILE-STATUS
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

           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               MOVE WS-FECHA-PROCESO TO TIT-FECHA
               WRITE LINEA-REPORTE FROM LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
               WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR ORDENES-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "ORDENES-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * Sin maestro de clientes el limite es cero: la orden solo se
      * debita contra saldo propio.
       1100-ABRIR-CLIENTES.
           OPEN INPUT CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "CLIENTES-IDX AUSENTE, LIMITES EN CERO"
                   MOVE "S" TO WS-SIN-CLIENTES
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "1100-ABRIR-CLIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1100-FIN-ABRIR-CLIENTES.
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

       2000-PROCESAR-ORDENES.
           MOVE ZERO TO ORD-IDN.
           MOVE ZERO TO ORD-NUMERO.
           START ORDENES KEY NOT LESS THAN ORD-CLAVE
           EVALUATE FS-ORDENES
               WHEN "00"
                   PERFORM 2100-LEER-ORDEN
                      UNTIL FIN-DE-ORDENES
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE ORDENES"
                   DISPLAY "FILE STATUS ERROR" FS-ORDENES
                   MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                   MOVE FS-ORDENES TO ABE-FILE-STATUS
                   MOVE "2000-PROCESAR-ORDENES" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2000-FIN-PROCESAR-ORDENES.
           EXIT.

       2100-LEER-ORDEN.
           READ ORDENES NEXT RECORD
           EVALUATE FS-ORDENES
               WHEN "00"
                   ADD 1 TO WS-LEIDAS
                   PERFORM 2200-EVALUAR-ORDEN
               WHEN "10"
                   MOVE "S" TO WS-FIN-ORDENES
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE ORDENES-PERMANENTES"
                   DISPLAY "FILE STATUS ERROR" FS-ORDENES
                   MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                   MOVE FS-ORDENES TO ABE-FILE-STATUS
                   MOVE "2100-LEER-ORDEN" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       2100-FIN-LEER-ORDEN.
           EXIT.

      * Una orden activa vence hoy si su vencimiento, corrido al
      * primer dia habil, no pasa de la fecha de proceso. La que ya se
      * debito hoy no se repite en una recorrida.
       2200-EVALUAR-ORDEN.
           IF ORD-ACTIVA
              AND ORD-ULTIMO-DEBITO NOT EQUAL WS-FECHA-PROCESO
               MOVE ZERO TO WS-ENTERO-DIA
               IF ORD-PROXIMO-VTO NUMERIC
                   COMPUTE WS-ENTERO-DIA =
                       FUNCTION INTEGER-OF-DATE (ORD-PROXIMO-VTO)
               END-IF
               IF WS-ENTERO-DIA EQUAL ZERO
                   ADD 1 TO WS-VTO-INVALIDO
                   MOVE ZERO TO WS-DISPONIBLE
                   MOVE "VENCIMIENTO INVALIDO" TO DET-OBSERVACION
                   PERFORM 2700-GRABAR-DETALLE
               ELSE
                   PERFORM 3000-CORRER-A-HABIL
                   IF WS-VTO-HABIL NOT GREATER THAN WS-FECHA-PROCESO
                       ADD 1 TO WS-VENCIDAS
                       PERFORM 2300-CONTROLAR-FONDOS
                       IF FONDOS-SUFICIENTES
                           PERFORM 2400-DEBITAR-ORDEN
                       ELSE
                           PERFORM 2500-OMITIR-ORDEN
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2200-FIN-EVALUAR-ORDEN.
           EXIT.

      * Disponible = saldo de la moneda de la orden + limite del
      * cliente - lo ya debitado hoy por otras ordenes del cliente.
       2300-CONTROLAR-FONDOS.
           IF ORD-IDN NOT EQUAL WS-IDN-EN-CURSO
               PERFORM 2320-TOMAR-POSICION
           END-IF.
           IF ORD-MONEDA EQUAL "DOL"
               COMPUTE WS-DISPONIBLE = WS-SALDO-DOL + WS-LIMITE-CLI
                                     - WS-DEBITADO-DOL
           ELSE
               COMPUTE WS-DISPONIBLE = WS-SALDO-PES + WS-LIMITE-CLI
                                     - WS-DEBITADO-PES
           END-IF.
           IF ORD-MONTO GREATER THAN WS-DISPONIBLE
               MOVE "N" TO WS-FONDOS
           ELSE
               MOVE "S" TO WS-FONDOS
           END-IF.
       2300-FIN-CONTROLAR-FONDOS.
           EXIT.

       2320-TOMAR-POSICION.
           MOVE ORD-IDN TO WS-IDN-EN-CURSO.
           INITIALIZE WS-POSICION-CLIENTE.
           IF NOT SIN-CLIENTES
               PERFORM 2325-LEER-LIMITE
           END-IF.
           MOVE ORD-IDN TO IDN OF REGISTRO-MAESTRO.
           READ SALDO-MAESTRO
           EVALUATE FS-MAESTRO
               WHEN "00"
                   MOVE "N" TO WS-FIN-SALDOS
                   PERFORM 2340-SUMAR-SALDO
                   PERFORM 2350-LEER-SALDO
                      UNTIL FIN-DE-SALDOS
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE SALDO"
                   DISPLAY "FILE STATUS ERROR" FS-MAESTRO
                   MOVE "SALDO" TO ABE-ARCHIVO
                   MOVE FS-MAESTRO TO ABE-FILE-STATUS
                   MOVE "2320-TOMAR-POSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2320-FIN-TOMAR-POSICION.
           EXIT.

      * Un IDN que no esta en el maestro queda con limite cero.
       2325-LEER-LIMITE.
           MOVE ORD-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   MOVE CIDX-LIMITE TO WS-LIMITE-CLI
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "2325-LEER-LIMITE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2325-FIN-LEER-LIMITE.
           EXIT.

       2340-SUMAR-SALDO.
           IF MONEDA OF REGISTRO-MAESTRO EQUAL "DOL"
               ADD SALDOS OF REGISTRO-MAESTRO TO WS-SALDO-DOL
           ELSE
               ADD SALDOS OF REGISTRO-MAESTRO TO WS-SALDO-PES
           END-IF.
       2340-FIN-SUMAR-SALDO.
           EXIT.

      * Las demas lineas del IDN (una por moneda) siguen por clave
      * duplicada.
       2350-LEER-SALDO.
           READ SALDO-MAESTRO NEXT RECORD
           EVALUATE FS-MAESTRO
               WHEN "00"
                   IF IDN OF REGISTRO-MAESTRO EQUAL WS-IDN-EN-CURSO
                       PERFORM 2340-SUMAR-SALDO
                   ELSE
                       MOVE "S" TO WS-FIN-SALDOS
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-FIN-SALDOS
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE SALDO"
                   DISPLAY "FILE STATUS ERROR" FS-MAESTRO
                   MOVE "SALDO" TO ABE-ARCHIVO
                   MOVE FS-MAESTRO TO ABE-FILE-STATUS
                   MOVE "2350-LEER-SALDO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       2350-FIN-LEER-SALDO.
           EXIT.

      * El debito va a la linea de SALDO de la moneda de la orden.
       2400-DEBITAR-ORDEN.
           MOVE ORD-IDN    TO MOV-IDN.
           MOVE "D"        TO MOV-TIPO.
           MOVE ORD-MONTO  TO MOV-MONTO.
           MOVE ORD-MONEDA TO MOV-MONEDA.
           WRITE REGISTRO-MOVIMIENTO
           EVALUATE FS-MOVIMIENTOS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR SALDO-MOVIMIENTOS"
                   DISPLAY "FILE STATUS ERROR" FS-MOVIMIENTOS
                   MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                   MOVE FS-MOVIMIENTOS TO ABE-FILE-STATUS
                   MOVE "2400-DEBITAR-ORDEN" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           ADD 1 TO WS-DEBITADAS.
           IF ORD-MONEDA EQUAL "DOL"
               ADD ORD-MONTO TO WS-DEBITADO-DOL
               ADD ORD-MONTO TO TOT-DEBITADO-DOL
           ELSE
               ADD ORD-MONTO TO WS-DEBITADO-PES
               ADD ORD-MONTO TO TOT-DEBITADO-PES
           END-IF.
           MOVE "DEBITADA" TO DET-OBSERVACION.
           PERFORM 2700-GRABAR-DETALLE.
           MOVE WS-FECHA-PROCESO TO ORD-ULTIMO-DEBITO.
           MOVE ZERO TO ORD-REINTENTOS.
           PERFORM 2600-PROXIMO-VENCIMIENTO.
           IF ORD-FECHA-FIN NOT EQUAL ZERO
              AND ORD-PROXIMO-VTO GREATER THAN ORD-FECHA-FIN
               MOVE "F" TO ORD-ESTADO
               ADD 1 TO WS-FINALIZADAS
           END-IF.
           PERFORM 2800-REGRABAR-ORDEN.
       2400-FIN-DEBITAR-ORDEN.
           EXIT.

      * Sin fondos la orden no se debita ni se corre su vencimiento:
      * manana vuelve a estar vencida y se reintenta.
       2500-OMITIR-ORDEN.
           ADD 1 TO WS-OMITIDAS.
           IF ORD-MONEDA EQUAL "DOL"
               ADD ORD-MONTO TO TOT-OMITIDO-DOL
           ELSE
               ADD ORD-MONTO TO TOT-OMITIDO-PES
           END-IF.
           MOVE "SIN FONDOS, REINTENTA" TO DET-OBSERVACION.
           PERFORM 2700-GRABAR-DETALLE.
           IF ORD-REINTENTOS LESS THAN 999
               ADD 1 TO ORD-REINTENTOS
           END-IF.
           PERFORM 2800-REGRABAR-ORDEN.
       2500-FIN-OMITIR-ORDEN.
           EXIT.

      * El vencimiento siguiente se calcula sobre el nominal, no sobre
      * el dia habil en que se debito.
       2600-PROXIMO-VENCIMIENTO.
           MOVE ORD-PROXIMO-VTO TO WS-FECHA-CALC.
           EVALUATE TRUE
               WHEN ORD-SEMANAL
                   COMPUTE WS-ENTERO-CALC =
                       FUNCTION INTEGER-OF-DATE (WS-FECHA-CALC) + 7
                   COMPUTE WS-FECHA-CALC =
                       FUNCTION DATE-OF-INTEGER (WS-ENTERO-CALC)
               WHEN ORD-QUINCENAL
                   COMPUTE WS-ENTERO-CALC =
                       FUNCTION INTEGER-OF-DATE (WS-FECHA-CALC) + 14
                   COMPUTE WS-FECHA-CALC =
                       FUNCTION DATE-OF-INTEGER (WS-ENTERO-CALC)
               WHEN ORD-ANUAL
                   ADD 1 TO WS-FCA-ANIO
                   PERFORM 2650-AJUSTAR-DIA
               WHEN OTHER
                   IF WS-FCA-MES EQUAL 12
                       MOVE 1 TO WS-FCA-MES
                       ADD 1 TO WS-FCA-ANIO
                   ELSE
                       ADD 1 TO WS-FCA-MES
                   END-IF
                   PERFORM 2650-AJUSTAR-DIA
           END-EVALUATE.
           MOVE WS-FECHA-CALC TO ORD-PROXIMO-VTO.
       2600-FIN-PROXIMO-VENCIMIENTO.
           EXIT.

      * Vuelve al dia pactado, recortado al ultimo dia del mes (el 31
      * pasa a 30 o al fin de febrero, y en el mes siguiente vuelve).
       2650-AJUSTAR-DIA.
           MOVE WS-FCA-ANIO TO WS-FUL-ANIO.
           MOVE WS-FCA-MES  TO WS-FUL-MES.
           MOVE 1           TO WS-FUL-DIA.
           IF WS-FUL-MES EQUAL 12
               MOVE 1 TO WS-FUL-MES
               ADD 1 TO WS-FUL-ANIO
           ELSE
               ADD 1 TO WS-FUL-MES
           END-IF.
           COMPUTE WS-ENTERO-CALC =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-ULTIMO) - 1.
           COMPUTE WS-FECHA-ULTIMO =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-CALC).
           IF ORD-DIA-VTO GREATER THAN WS-FUL-DIA
              OR ORD-DIA-VTO EQUAL ZERO
               MOVE WS-FUL-DIA TO WS-FCA-DIA
           ELSE
               MOVE ORD-DIA-VTO TO WS-FCA-DIA
           END-IF.
       2650-FIN-AJUSTAR-DIA.
           EXIT.

       2700-GRABAR-DETALLE.
           MOVE ORD-IDN         TO DET-IDN.
           MOVE ORD-NUMERO      TO DET-NUMERO.
           MOVE ORD-MONEDA      TO DET-MONEDA.
           MOVE ORD-MONTO       TO DET-IMPORTE.
           MOVE ORD-PROXIMO-VTO TO DET-VTO.
           MOVE WS-DISPONIBLE   TO DET-DISPONIBLE.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR ORDENES-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
                   MOVE "ORDENES-REPORTE" TO ABE-ARCHIVO
                   MOVE FS-REPORTE TO ABE-FILE-STATUS
                   MOVE "2700-GRABAR-DETALLE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2700-FIN-GRABAR-DETALLE.
           EXIT.

       2800-REGRABAR-ORDEN.
           REWRITE REGISTRO-ORDEN
           EVALUATE FS-ORDENES
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL REGRABAR ORDENES-PERMANENTES"
                   DISPLAY "FILE STATUS ERROR" FS-ORDENES
                   MOVE "ORDENES-PERMANENTES" TO ABE-ARCHIVO
                   MOVE FS-ORDENES TO ABE-FILE-STATUS
                   MOVE "2800-REGRABAR-ORDEN" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2800-FIN-REGRABAR-ORDEN.
           EXIT.

      * Primer dia habil desde el vencimiento nominal, inclusive
      * (WS-ENTERO-DIA ya viene con el vencimiento como entero).
       3000-CORRER-A-HABIL.
           MOVE "N" TO WS-ES-HABIL.
           PERFORM 3100-PROBAR-DIA UNTIL DIA-HABIL.
           MOVE WS-FECHA-DIA TO WS-VTO-HABIL.
       3000-FIN-CORRER-A-HABIL.
           EXIT.

      * Con el origen del calendario gregoriano de INTEGER-OF-DATE,
      * MOD (N - 1, 7) + 1 da 1 = lunes ... 7 = domingo.
       3100-PROBAR-DIA.
           MOVE "S" TO WS-ES-HABIL.
           COMPUTE WS-FECHA-DIA =
               FUNCTION DATE-OF-INTEGER (WS-ENTERO-DIA).
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-ENTERO-DIA - 1, 7) + 1.
           IF WS-DIA-SEMANA GREATER THAN 5
               MOVE "N" TO WS-ES-HABIL
           END-IF.
           IF DIA-HABIL
               PERFORM 3160-BUSCAR-FERIADO
                   VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER GREATER THAN TAB-FER-CANT
                      OR NOT DIA-HABIL
           END-IF.
           IF NOT DIA-HABIL
               ADD 1 TO WS-ENTERO-DIA
           END-IF.
       3100-FIN-PROBAR-DIA.
           EXIT.

       3160-BUSCAR-FERIADO.
           IF TAB-FER-FECHA (WS-IDX-FER) EQUAL WS-FECHA-DIA
               MOVE "N" TO WS-ES-HABIL
           END-IF.
       3160-FIN-BUSCAR-FERIADO.
           EXIT.

       3800-GRABAR-TOTALES.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           MOVE "TOTAL DEBITADO"       TO TOT-TEXTO.
           MOVE "PES"                  TO TOT-MONEDA.
           MOVE TOT-DEBITADO-PES       TO TOT-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           MOVE "DOL"                  TO TOT-MONEDA.
           MOVE TOT-DEBITADO-DOL       TO TOT-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           MOVE "TOTAL SIN FONDOS"     TO TOT-TEXTO.
           MOVE "PES"                  TO TOT-MONEDA.
           MOVE TOT-OMITIDO-PES        TO TOT-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
           MOVE "DOL"                  TO TOT-MONEDA.
           MOVE TOT-OMITIDO-DOL        TO TOT-IMPORTE.
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
       3800-FIN-GRABAR-TOTALES.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF NOT SIN-ORDENES
               CLOSE ORDENES
           END-IF
           IF NOT SIN-CLIENTES
               CLOSE CLIENTES-IDX
           END-IF
           CLOSE SALDO-MAESTRO
           CLOSE SALDO-MOVIMIENTOS
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-MOSTRAR-RESUMEN.
           DISPLAY "ORDENES LEIDAS         : " WS-LEIDAS.
           DISPLAY "ORDENES VENCIDAS HOY   : " WS-VENCIDAS.
           DISPLAY "ORDENES DEBITADAS      : " WS-DEBITADAS.
           DISPLAY "SIN FONDOS, REINTENTAN : " WS-OMITIDAS.
           DISPLAY "ORDENES FINALIZADAS    : " WS-FINALIZADAS.
           DISPLAY "VENCIMIENTOS INVALIDOS : " WS-VTO-INVALIDO.
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
               MOVE "ORDENESPERMANENTES" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE ORD-CLAVE TO ERR-ULTIMA-CLAVE
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

       END PROGRAM OrdenesPermanentes.
