      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionSaldo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Conversion unica de SALDO, su copia del dia anterior y los
      * archivos de saldo que se arrastran entre corridas al formato con
      * IDN de siete digitos e importes de nueve enteros.

       SELECT SALDO-VIEJO ASSIGN TO "SALDO-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS IDN OF REGISTRO-B-VIEJO WITH DUPLICATES
       FILE STATUS IS FS-VIEJO.

       SELECT SALDO ASSIGN TO "SALDO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS IDN OF REGISTRO-B WITH DUPLICATES
       FILE STATUS IS FS-NUEVO.

       SELECT SALDO-ANTERIOR-VIEJO ASSIGN TO "SALDO-ANTERIOR-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS IDN OF REGISTRO-AYER-VIEJO WITH DUPLICATES
       FILE STATUS IS FS-VIEJO.

       SELECT SALDO-ANTERIOR ASSIGN TO "SALDO-ANTERIOR"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS IDN OF REGISTRO-AYER WITH DUPLICATES
       FILE STATUS IS FS-NUEVO.

       SELECT SUSPENSO-VIEJO ASSIGN TO "SALDO-SUSPENSO-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT SUSPENSO ASSIGN TO "SALDO-SUSPENSO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT PENDIENTES-VIEJO ASSIGN TO "RECHAZOS-PENDIENTES-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT PENDIENTES ASSIGN TO "RECHAZOS-PENDIENTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT MOVIMIENTOS-VIEJO ASSIGN TO "SALDO-MOVIMIENTOS-VIEJO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-VIEJO.

       SELECT MOVIMIENTOS ASSIGN TO "SALDO-MOVIMIENTOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NUEVO.

       SELECT IMPUESTO-VIEJO ASSIGN TO "IMPUESTO-DEBCRED-MES-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS IMP-CLAVE OF REGISTRO-ACUMULADO-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT IMPUESTO ASSIGN TO "IMPUESTO-DEBCRED-MES"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS IMP-CLAVE OF REGISTRO-ACUMULADO
       FILE STATUS IS FS-NUEVO.

       SELECT ACREDITADOS-VIEJO ASSIGN TO "INTERESES-ACREDITADOS-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS ACR-CLAVE OF REGISTRO-ACREDITADO-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT ACREDITADOS ASSIGN TO "INTERESES-ACREDITADOS"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS ACR-CLAVE OF REGISTRO-ACREDITADO
       FILE STATUS IS FS-NUEVO.

       SELECT PREVISIONES-VIEJO ASSIGN TO "PREVISIONES-STOCK-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS PRV-CLAVE OF REGISTRO-STOCK-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT PREVISIONES ASSIGN TO "PREVISIONES-STOCK"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS PRV-CLAVE OF REGISTRO-STOCK
       FILE STATUS IS FS-NUEVO.

       SELECT AGING-VIEJO ASSIGN TO "DEUDOR-AGING-VIEJO"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS AGE-IDN OF REGISTRO-AGING-VIEJO
       FILE STATUS IS FS-VIEJO.

       SELECT AGING ASSIGN TO "DEUDOR-AGING"
       ORGANIZATION INDEXED
       ACCESS MODE SEQUENTIAL
       RECORD KEY IS AGE-IDN OF REGISTRO-AGING
       FILE STATUS IS FS-NUEVO.

       SELECT REPORTE ASSIGN TO "CONVERSION-SALDO-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  SALDO-VIEJO.

       01  REGISTRO-B-VIEJO.
           03  RELLENO-1       PIC X(15).
           03  IDN             PIC 9(5).
           03  RELLENO-2       PIC X(12).
           03  SALDOS          PIC S9(5)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-B-TRAILER-VIEJO.
           03  RELLENO-1       PIC X(15).
           03  TRAILER-KEY-B   PIC 9(5).
           03  RELLENO-2       PIC X(12).
           03  TRAILER-CANT-B  PIC 9(07).
           03  RELLENO-3       PIC X(3).

       FD  SALDO.

       01  REGISTRO-B.
           03  RELLENO-1       PIC X(15).
           03  IDN             PIC 9(7).
           03  RELLENO-2       PIC X(12).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-B-TRAILER.
           03  RELLENO-1       PIC X(15).
           03  TRAILER-KEY-B   PIC 9(7).
           03  RELLENO-2       PIC X(12).
           03  TRAILER-CANT-B  PIC 9(07).
           03  RELLENO-3       PIC X(3).

       FD  SALDO-ANTERIOR-VIEJO.

       01  REGISTRO-AYER-VIEJO.
           03  RELLENO-1       PIC X(15).
           03  IDN             PIC 9(5).
           03  RELLENO-2       PIC X(12).
           03  SALDOS          PIC S9(5)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-AYER-TRAILER-VIEJO.
           03  RELLENO-1       PIC X(15).
           03  TRAILER-KEY-B   PIC 9(5).
           03  RELLENO-2       PIC X(12).
           03  TRAILER-CANT-B  PIC 9(07).
           03  RELLENO-3       PIC X(3).

       FD  SALDO-ANTERIOR.

       01  REGISTRO-AYER.
           03  RELLENO-1       PIC X(15).
           03  IDN             PIC 9(7).
           03  RELLENO-2       PIC X(12).
           03  SALDOS          PIC S9(9)V99.
           03  MONEDA          PIC X(3).
       01  REGISTRO-AYER-TRAILER.
           03  RELLENO-1       PIC X(15).
           03  TRAILER-KEY-B   PIC 9(7).
           03  RELLENO-2       PIC X(12).
           03  TRAILER-CANT-B  PIC 9(07).
           03  RELLENO-3       PIC X(3).

       FD  SUSPENSO-VIEJO.

       01  REGISTRO-SUSPENSO-VIEJO.
           03  SUSP-IDN        PIC 9(5).
           03  SUSP-SALDOS     PIC S9(5)V99.
           03  SUSP-DIAS       PIC 9(3).
           03  SUSP-FECHA-ING  PIC 9(8).
           03  SUSP-MONEDA     PIC X(3).
           03  SUSP-FECHA-PROC PIC 9(8).

       FD  SUSPENSO.

       01  REGISTRO-SUSPENSO.
           03  SUSP-IDN        PIC 9(7).
           03  SUSP-SALDOS     PIC S9(9)V99.
           03  SUSP-DIAS       PIC 9(3).
           03  SUSP-FECHA-ING  PIC 9(8).
           03  SUSP-MONEDA     PIC X(3).
           03  SUSP-FECHA-PROC PIC 9(8).

       FD  PENDIENTES-VIEJO.

       01  REGISTRO-PENDIENTE-VIEJO.
           03  RQ-NRO           PIC 9(5).
           03  RQ-ORIGEN        PIC X(01).
           03  RQ-FECHA-ING     PIC 9(8).
           03  RQ-DIAS          PIC 9(3).
           03  RQ-IMAGEN        PIC X(34).

       FD  PENDIENTES.

       01  REGISTRO-PENDIENTE.
           03  RQ-NRO           PIC 9(5).
           03  RQ-ORIGEN        PIC X(01).
           03  RQ-FECHA-ING     PIC 9(8).
           03  RQ-DIAS          PIC 9(3).
           03  RQ-IMAGEN        PIC X(40).

       FD  MOVIMIENTOS-VIEJO.

       01  REGISTRO-MOVIMIENTO-VIEJO.
           03  MOV-IDN         PIC 9(5).
           03  MOV-TIPO        PIC X(01).
           03  MOV-MONTO       PIC 9(5)V99.

      * El formato anterior no traia moneda: queda en blanco, que
      * ValidadorSaldo aplica a la linea en pesos.
       FD  MOVIMIENTOS.

       01  REGISTRO-MOVIMIENTO.
           03  MOV-IDN         PIC 9(7).
           03  MOV-TIPO        PIC X(01).
           03  MOV-MONTO       PIC 9(9)V99.
           03  MOV-MONEDA      PIC X(3).

       FD  IMPUESTO-VIEJO.

       01  REGISTRO-ACUMULADO-VIEJO.
           03  IMP-CLAVE.
               05  IMP-IDN          PIC 9(5).
               05  IMP-PERIODO      PIC 9(6).
           03  IMP-MONEDA           PIC X(3).
           03  IMP-CANT-DEBITOS     PIC 9(5).
           03  IMP-BASE-DEBITOS     PIC 9(9)V99.
           03  IMP-CANT-CREDITOS    PIC 9(5).
           03  IMP-BASE-CREDITOS    PIC 9(9)V99.
           03  IMP-IMPUESTO         PIC 9(7)V99.
           03  IMP-ULT-FECHA        PIC 9(8).

      * En el formato nuevo la moneda entra en la clave: el impuesto
      * se acumula por cliente y moneda.
       FD  IMPUESTO.

       01  REGISTRO-ACUMULADO.
           03  IMP-CLAVE.
               05  IMP-IDN          PIC 9(7).
               05  IMP-PERIODO      PIC 9(6).
               05  IMP-MONEDA       PIC X(3).
           03  IMP-CANT-DEBITOS     PIC 9(5).
           03  IMP-BASE-DEBITOS     PIC 9(11)V99.
           03  IMP-CANT-CREDITOS    PIC 9(5).
           03  IMP-BASE-CREDITOS    PIC 9(11)V99.
           03  IMP-IMPUESTO         PIC 9(9)V99.
           03  IMP-ULT-FECHA        PIC 9(8).

       FD  ACREDITADOS-VIEJO.

       01  REGISTRO-ACREDITADO-VIEJO.
           03  ACR-CLAVE.
               05  ACR-IDN      PIC 9(5).
               05  ACR-MONEDA   PIC X(3).
           03  ACR-PERIODO      PIC 9(6).
           03  ACR-FECHA        PIC 9(8).
           03  ACR-PROMEDIO     PIC 9(5)V99.
           03  ACR-BRUTO        PIC 9(5)V99.
           03  ACR-RETENCION    PIC 9(5)V99.
           03  ACR-NETO         PIC 9(5)V99.

       FD  ACREDITADOS.

       01  REGISTRO-ACREDITADO.
           03  ACR-CLAVE.
               05  ACR-IDN      PIC 9(7).
               05  ACR-MONEDA   PIC X(3).
           03  ACR-PERIODO      PIC 9(6).
           03  ACR-FECHA        PIC 9(8).
           03  ACR-PROMEDIO     PIC 9(9)V99.
           03  ACR-BRUTO        PIC 9(9)V99.
           03  ACR-RETENCION    PIC 9(9)V99.
           03  ACR-NETO         PIC 9(9)V99.

       FD  PREVISIONES-VIEJO.

       01  REGISTRO-STOCK-VIEJO.
           03  PRV-CLAVE.
               05  PRV-IDN          PIC 9(5).
               05  PRV-MONEDA       PIC X(3).
           03  PRV-APELLIDO         PIC X(10).
           03  PRV-SITUACION        PIC 9(1).
           03  PRV-BASE             PIC 9(9)V99.
           03  PRV-PORCENTAJE       PIC 9(3)V99.
           03  PRV-IMPORTE          PIC 9(9)V99.
           03  PRV-IMPORTE-ANTERIOR PIC 9(9)V99.
           03  PRV-PERIODO          PIC 9(6).
           03  PRV-CORRIDA          PIC X(16).

       FD  PREVISIONES.

       01  REGISTRO-STOCK.
           03  PRV-CLAVE.
               05  PRV-IDN          PIC 9(7).
               05  PRV-MONEDA       PIC X(3).
           03  PRV-APELLIDO         PIC X(10).
           03  PRV-SITUACION        PIC 9(1).
           03  PRV-BASE             PIC 9(9)V99.
           03  PRV-PORCENTAJE       PIC 9(3)V99.
           03  PRV-IMPORTE          PIC 9(9)V99.
           03  PRV-IMPORTE-ANTERIOR PIC 9(9)V99.
           03  PRV-PERIODO          PIC 9(6).
           03  PRV-CORRIDA          PIC X(16).

       FD  AGING-VIEJO.

       01  REGISTRO-AGING-VIEJO.
           03  AGE-IDN          PIC 9(5).
           03  AGE-APELLIDO     PIC X(10).
           03  AGE-NOMBRE       PIC X(10).
           03  AGE-DIAS         PIC 9(3).
           03  AGE-PEOR-SALDO   PIC S9(5)V99.
           03  AGE-FECHA-INICIO PIC 9(8).
           03  AGE-FECHA-ULTIMA PIC 9(8).
           03  AGE-MONEDA       PIC X(3).
           03  AGE-BLOQUEO      PIC X(01).

       FD  AGING.

       01  REGISTRO-AGING.
           03  AGE-IDN          PIC 9(7).
           03  AGE-APELLIDO     PIC X(10).
           03  AGE-NOMBRE       PIC X(10).
           03  AGE-DIAS         PIC 9(3).
           03  AGE-PEOR-SALDO   PIC S9(9)V99.
           03  AGE-FECHA-INICIO PIC 9(8).
           03  AGE-FECHA-ULTIMA PIC 9(8).
           03  AGE-MONEDA       PIC X(3).
           03  AGE-BLOQUEO      PIC X(01).

       FD  REPORTE.
       01  LINEA-REPORTE       PIC X(100).

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

      * Un solo file status para el archivo en formato anterior que se
      * esta leyendo y otro para el nuevo que se esta grabando: los
      * archivos se convierten de a uno.
       01  FS-VIEJO            PIC X(2).
           88 FS-VIEJO-OK      VALUE "00".
           88 FS-VIEJO-EOF     VALUE "10".
           88 FS-VIEJO-NOEX    VALUE "35".

       01  FS-NUEVO            PIC X(2).
           88 FS-NUEVO-OK      VALUE "00".

       01  FS-REPORTE          PIC X(2).
           88 FS-REPORTE-OK    VALUE "00".

      * Imagen del rechazo guardada en RECHAZOS-PENDIENTES, segun el
      * origen: 'S' renglon de SALDO-RECHAZOS (idn, saldos, motivo,
      * fuente), 'C' transaccion de CLIENTES-RECHAZOS (opcion, idn,
      * motivo). Los campos vienen crudos: pueden no ser numericos,
      * que es justamente por lo que se rechazaron.
       01  IMAGEN-VIEJA.
           03  IMV-S-IDN        PIC X(5).
           03  IMV-S-IDN-NUM REDEFINES IMV-S-IDN PIC 9(5).
           03  IMV-S-SALDOS     PIC X(7).
           03  IMV-S-SALDOS-NUM REDEFINES IMV-S-SALDOS
                                PIC S9(5)V99.
           03  IMV-S-MOTIVO     PIC X(20).
           03  IMV-S-FUENTE     PIC X(2).
       01  IMAGEN-VIEJA-C REDEFINES IMAGEN-VIEJA.
           03  IMV-C-OPCION     PIC X(01).
           03  IMV-C-IDN        PIC X(5).
           03  IMV-C-IDN-NUM REDEFINES IMV-C-IDN PIC 9(5).
           03  IMV-C-MOTIVO     PIC X(20).
           03  FILLER           PIC X(8).

       01  IMAGEN-NUEVA.
           03  IMN-S-IDN        PIC X(7).
           03  IMN-S-IDN-NUM REDEFINES IMN-S-IDN PIC 9(7).
           03  IMN-S-SALDOS     PIC X(11).
           03  IMN-S-SALDOS-NUM REDEFINES IMN-S-SALDOS
                                PIC S9(9)V99.
           03  IMN-S-MOTIVO     PIC X(20).
           03  IMN-S-FUENTE     PIC X(2).
       01  IMAGEN-NUEVA-C REDEFINES IMAGEN-NUEVA.
           03  IMN-C-OPCION     PIC X(01).
           03  IMN-C-IDN        PIC X(7).
           03  IMN-C-IDN-NUM REDEFINES IMN-C-IDN PIC 9(7).
           03  IMN-C-MOTIVO     PIC X(20).
           03  FILLER           PIC X(12).

      * Prueba de cada archivo: registros e importes leidos en el
      * formato anterior contra lo grabado en el nuevo.
       01  CUADRE-ARCHIVO.
           03  WS-ARCHIVO          PIC X(24).
           03  WS-LEIDOS           PIC 9(7).
           03  WS-GRABADOS         PIC 9(7).
           03  WS-IMPORTE-LEIDO    PIC S9(15)V99.
           03  WS-IMPORTE-GRABADO  PIC S9(15)V99.

       01  CONTADORES.
           03  WS-CONVERTIDOS      PIC 9(3) VALUE ZERO.
           03  WS-AUSENTES         PIC 9(3) VALUE ZERO.

      * El registro que se esta convirtiendo es el trailer.
       01  WS-ES-TRAILER        PIC X(01) VALUE "N".
           88 ES-TRAILER        VALUE "S".

       01  WS-HAY-DIFERENCIA    PIC X(01) VALUE "N".
           88 HAY-DIFERENCIA    VALUE "S".

       01  LINEA-TITULO         PIC X(80)
           VALUE "CONVERSION DE FORMATO - ARCHIVOS DE SALDO".
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(24) VALUE "ARCHIVO".
           03  FILLER           PIC X(11) VALUE "   LEIDOS".
           03  FILLER           PIC X(10) VALUE " GRABADOS".
           03  FILLER           PIC X(24)
                   VALUE "          IMPORTE LEIDO".
           03  FILLER           PIC X(24)
                   VALUE "        IMPORTE GRABADO".

       01  LINEA-CUADRE.
           03  CUA-ARCHIVO      PIC X(24).
           03  CUA-LEIDOS       PIC Z.ZZZ.ZZ9.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  CUA-GRABADOS     PIC Z.ZZZ.ZZ9.
           03  FILLER           PIC X(1) VALUE SPACES.
           03  CUA-IMPORTE-1    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1) VALUE SPACES.
           03  CUA-IMPORTE-2    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1) VALUE SPACES.
           03  CUA-VEREDICTO    PIC X(7).

       01  LINEA-AUSENTE.
           03  AUS-ARCHIVO      PIC X(24).
           03  FILLER           PIC X(56) VALUE
               "NO HAY ARCHIVO EN FORMATO ANTERIOR, NO SE CONVIERTE".

       01  LINEA-TOTALES.
           03  FILLER           PIC X(24)
                   VALUE "ARCHIVOS CONVERTIDOS:".
           03  TOT-CONVERTIDOS  PIC ZZ9.
           03  FILLER           PIC X(14) VALUE "   AUSENTES:".
           03  TOT-AUSENTES     PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 2100-CONVERTIR-SALDO.
           PERFORM 2200-CONVERTIR-SALDO-ANTERIOR.
           PERFORM 2300-CONVERTIR-SUSPENSO.
           PERFORM 2400-CONVERTIR-PENDIENTES.
           PERFORM 2500-CONVERTIR-MOVIMIENTOS.
           PERFORM 2600-CONVERTIR-IMPUESTO.
           PERFORM 2700-CONVERTIR-ACREDITADOS.
           PERFORM 2800-CONVERTIR-PREVISIONES.
           PERFORM 2900-CONVERTIR-AGING.
           PERFORM 8000-GRABAR-TOTALES.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           IF HAY-DIFERENCIA
               DISPLAY "CONVERSION CON DIFERENCIAS, VER "
                       "CONVERSION-SALDO-REPORTE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ARCHIVOS CONVERTIDOS: " WS-CONVERTIDOS
                       " AUSENTES: " WS-AUSENTES
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-ABERTURA-DE-ARCHIVOS.
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CONVERSION-SALDO-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "CONVERSION-SALDO-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           WRITE LINEA-REPORTE FROM LINEA-TITULO.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       2100-CONVERTIR-SALDO.
           MOVE "SALDO" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT SALDO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "SALDO-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2100-CONVERTIR-SALDO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT SALDO
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR SALDO"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "SALDO" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2100-CONVERTIR-SALDO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2110-LEER-SALDO
               PERFORM 2120-GRABAR-SALDO UNTIL FS-VIEJO-EOF
               CLOSE SALDO-VIEJO
               CLOSE SALDO
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2100-FIN-CONVERTIR-SALDO.
           EXIT.

       2110-LEER-SALDO.
           READ SALDO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "SALDO-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2110-LEER-SALDO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2110-FIN-LEER-SALDO.
           EXIT.

      * El trailer de SALDO viaja con IDN 99998 en el formato anterior y
      * con 9999998 en el nuevo, asi sigue quedando ultimo en la clave.
       2120-GRABAR-SALDO.
           IF TRAILER-KEY-B OF REGISTRO-B-TRAILER-VIEJO
                 EQUAL 99998
               MOVE "S" TO WS-ES-TRAILER
               MOVE SPACES TO REGISTRO-B-TRAILER
               MOVE RELLENO-1 OF REGISTRO-B-TRAILER-VIEJO
                    TO RELLENO-1 OF REGISTRO-B-TRAILER
               MOVE 9999998 TO TRAILER-KEY-B OF REGISTRO-B-TRAILER
               MOVE RELLENO-2 OF REGISTRO-B-TRAILER-VIEJO
                    TO RELLENO-2 OF REGISTRO-B-TRAILER
               MOVE TRAILER-CANT-B OF REGISTRO-B-TRAILER-VIEJO
                    TO TRAILER-CANT-B OF REGISTRO-B-TRAILER
               MOVE RELLENO-3 OF REGISTRO-B-TRAILER-VIEJO
                    TO RELLENO-3 OF REGISTRO-B-TRAILER
           ELSE
               MOVE "N" TO WS-ES-TRAILER
               MOVE SPACES TO REGISTRO-B
               MOVE RELLENO-1 OF REGISTRO-B-VIEJO
                    TO RELLENO-1 OF REGISTRO-B
               MOVE IDN OF REGISTRO-B-VIEJO TO IDN OF REGISTRO-B
               MOVE RELLENO-2 OF REGISTRO-B-VIEJO
                    TO RELLENO-2 OF REGISTRO-B
               MOVE SALDOS OF REGISTRO-B-VIEJO TO SALDOS OF REGISTRO-B
               MOVE MONEDA OF REGISTRO-B-VIEJO TO MONEDA OF REGISTRO-B
               ADD SALDOS OF REGISTRO-B-VIEJO TO WS-IMPORTE-LEIDO
           END-IF.
           IF ES-TRAILER
               WRITE REGISTRO-B-TRAILER
           ELSE
               WRITE REGISTRO-B
           END-IF
           EVALUATE FS-NUEVO
               WHEN "00"
               WHEN "02"
               ADD 1 TO WS-GRABADOS
               IF NOT ES-TRAILER
                   ADD SALDOS OF REGISTRO-B TO WS-IMPORTE-GRABADO
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR SALDO"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "SALDO" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2120-GRABAR-SALDO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2110-LEER-SALDO.
       2120-FIN-GRABAR-SALDO.
           EXIT.

       2200-CONVERTIR-SALDO-ANTERIOR.
           MOVE "SALDO-ANTERIOR" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT SALDO-ANTERIOR-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-ANTERIOR-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "SALDO-ANTERIOR-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2200-CONVERTIR-SALDO-ANTERIOR" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT SALDO-ANTERIOR
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR SALDO-ANTERIOR"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "SALDO-ANTERIOR" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2200-CONVERTIR-SALDO-ANTERIOR" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2210-LEER-SALDO-ANTERIOR
               PERFORM 2220-GRABAR-SALDO-ANTERIOR UNTIL FS-VIEJO-EOF
               CLOSE SALDO-ANTERIOR-VIEJO
               CLOSE SALDO-ANTERIOR
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2200-FIN-CONVERTIR-SALDO-ANTERIOR.
           EXIT.

       2210-LEER-SALDO-ANTERIOR.
           READ SALDO-ANTERIOR-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-ANTERIOR-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "SALDO-ANTERIOR-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2210-LEER-SALDO-ANTERIOR" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2210-FIN-LEER-SALDO-ANTERIOR.
           EXIT.

      * El trailer de SALDO viaja con IDN 99998 en el formato anterior y
      * con 9999998 en el nuevo, asi sigue quedando ultimo en la clave.
       2220-GRABAR-SALDO-ANTERIOR.
           IF TRAILER-KEY-B OF REGISTRO-AYER-TRAILER-VIEJO
                 EQUAL 99998
               MOVE "S" TO WS-ES-TRAILER
               MOVE SPACES TO REGISTRO-AYER-TRAILER
               MOVE RELLENO-1 OF REGISTRO-AYER-TRAILER-VIEJO
                    TO RELLENO-1 OF REGISTRO-AYER-TRAILER
               MOVE 9999998 TO TRAILER-KEY-B OF REGISTRO-AYER-TRAILER
               MOVE RELLENO-2 OF REGISTRO-AYER-TRAILER-VIEJO
                    TO RELLENO-2 OF REGISTRO-AYER-TRAILER
               MOVE TRAILER-CANT-B OF REGISTRO-AYER-TRAILER-VIEJO
                    TO TRAILER-CANT-B OF REGISTRO-AYER-TRAILER
               MOVE RELLENO-3 OF REGISTRO-AYER-TRAILER-VIEJO
                    TO RELLENO-3 OF REGISTRO-AYER-TRAILER
           ELSE
               MOVE "N" TO WS-ES-TRAILER
               MOVE SPACES TO REGISTRO-AYER
               MOVE RELLENO-1 OF REGISTRO-AYER-VIEJO
                    TO RELLENO-1 OF REGISTRO-AYER
               MOVE IDN OF REGISTRO-AYER-VIEJO TO IDN OF REGISTRO-AYER
               MOVE RELLENO-2 OF REGISTRO-AYER-VIEJO
                    TO RELLENO-2 OF REGISTRO-AYER
               MOVE SALDOS OF REGISTRO-AYER-VIEJO
                    TO SALDOS OF REGISTRO-AYER
               MOVE MONEDA OF REGISTRO-AYER-VIEJO
                    TO MONEDA OF REGISTRO-AYER
               ADD SALDOS OF REGISTRO-AYER-VIEJO TO WS-IMPORTE-LEIDO
           END-IF.
           IF ES-TRAILER
               WRITE REGISTRO-AYER-TRAILER
           ELSE
               WRITE REGISTRO-AYER
           END-IF
           EVALUATE FS-NUEVO
               WHEN "00"
               WHEN "02"
               ADD 1 TO WS-GRABADOS
               IF NOT ES-TRAILER
                   ADD SALDOS OF REGISTRO-AYER TO WS-IMPORTE-GRABADO
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR SALDO-ANTERIOR"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "SALDO-ANTERIOR" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2220-GRABAR-SALDO-ANTERIOR" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2210-LEER-SALDO-ANTERIOR.
       2220-FIN-GRABAR-SALDO-ANTERIOR.
           EXIT.

       2300-CONVERTIR-SUSPENSO.
           MOVE "SALDO-SUSPENSO" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT SUSPENSO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-SUSPENSO-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "SALDO-SUSPENSO-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2300-CONVERTIR-SUSPENSO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT SUSPENSO
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR SALDO-SUSPENSO"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "SALDO-SUSPENSO" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2300-CONVERTIR-SUSPENSO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2310-LEER-SUSPENSO
               PERFORM 2320-GRABAR-SUSPENSO UNTIL FS-VIEJO-EOF
               CLOSE SUSPENSO-VIEJO
               CLOSE SUSPENSO
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2300-FIN-CONVERTIR-SUSPENSO.
           EXIT.

       2310-LEER-SUSPENSO.
           READ SUSPENSO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-SUSPENSO-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "SALDO-SUSPENSO-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2310-LEER-SUSPENSO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2310-FIN-LEER-SUSPENSO.
           EXIT.

       2320-GRABAR-SUSPENSO.
           MOVE SPACES TO REGISTRO-SUSPENSO.
           MOVE SUSP-IDN OF REGISTRO-SUSPENSO-VIEJO
                TO SUSP-IDN OF REGISTRO-SUSPENSO.
           MOVE SUSP-SALDOS OF REGISTRO-SUSPENSO-VIEJO
                TO SUSP-SALDOS OF REGISTRO-SUSPENSO.
           MOVE SUSP-DIAS OF REGISTRO-SUSPENSO-VIEJO
                TO SUSP-DIAS OF REGISTRO-SUSPENSO.
           MOVE SUSP-FECHA-ING OF REGISTRO-SUSPENSO-VIEJO
                TO SUSP-FECHA-ING OF REGISTRO-SUSPENSO.
           MOVE SUSP-MONEDA OF REGISTRO-SUSPENSO-VIEJO
                TO SUSP-MONEDA OF REGISTRO-SUSPENSO.
           MOVE SUSP-FECHA-PROC OF REGISTRO-SUSPENSO-VIEJO
                TO SUSP-FECHA-PROC OF REGISTRO-SUSPENSO.
           ADD SUSP-SALDOS OF REGISTRO-SUSPENSO-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-SUSPENSO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD SUSP-SALDOS OF REGISTRO-SUSPENSO
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR SALDO-SUSPENSO"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "SALDO-SUSPENSO" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2320-GRABAR-SUSPENSO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2310-LEER-SUSPENSO.
       2320-FIN-GRABAR-SUSPENSO.
           EXIT.

      * La imagen del rechazo pendiente se ensancha segun su origen.
       2400-CONVERTIR-PENDIENTES.
           MOVE "RECHAZOS-PENDIENTES" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT PENDIENTES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECHAZOS-PENDIENTES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RECHAZOS-PENDIENTES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2400-CONVERTIR-PENDIENTES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT PENDIENTES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR RECHAZOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "RECHAZOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2400-CONVERTIR-PENDIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2410-LEER-PENDIENTES
               PERFORM 2420-GRABAR-PENDIENTES UNTIL FS-VIEJO-EOF
               CLOSE PENDIENTES-VIEJO
               CLOSE PENDIENTES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2400-FIN-CONVERTIR-PENDIENTES.
           EXIT.

       2410-LEER-PENDIENTES.
           READ PENDIENTES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RECHAZOS-PENDIENTES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "RECHAZOS-PENDIENTES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2410-LEER-PENDIENTES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2410-FIN-LEER-PENDIENTES.
           EXIT.

       2420-GRABAR-PENDIENTES.
           MOVE SPACES TO REGISTRO-PENDIENTE.
           MOVE RQ-NRO OF REGISTRO-PENDIENTE-VIEJO
                TO RQ-NRO OF REGISTRO-PENDIENTE.
           MOVE RQ-ORIGEN OF REGISTRO-PENDIENTE-VIEJO
                TO RQ-ORIGEN OF REGISTRO-PENDIENTE.
           MOVE RQ-FECHA-ING OF REGISTRO-PENDIENTE-VIEJO
                TO RQ-FECHA-ING OF REGISTRO-PENDIENTE.
           MOVE RQ-DIAS OF REGISTRO-PENDIENTE-VIEJO
                TO RQ-DIAS OF REGISTRO-PENDIENTE.
           MOVE RQ-IMAGEN OF REGISTRO-PENDIENTE-VIEJO TO IMAGEN-VIEJA.
           MOVE SPACES TO IMAGEN-NUEVA.
           IF RQ-ORIGEN OF REGISTRO-PENDIENTE-VIEJO EQUAL "S"
               PERFORM 2430-IMAGEN-SALDO
           ELSE
               PERFORM 2440-IMAGEN-CLIENTE
           END-IF.
           MOVE IMAGEN-NUEVA TO RQ-IMAGEN OF REGISTRO-PENDIENTE.
           WRITE REGISTRO-PENDIENTE
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               IF RQ-ORIGEN OF REGISTRO-PENDIENTE EQUAL "S"
                  AND IMN-S-SALDOS-NUM NUMERIC
                   ADD IMN-S-SALDOS-NUM TO WS-IMPORTE-GRABADO
               END-IF
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR RECHAZOS-PENDIENTES"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "RECHAZOS-PENDIENTES" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2420-GRABAR-PENDIENTES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2410-LEER-PENDIENTES.
       2420-FIN-GRABAR-PENDIENTES.
           EXIT.

      * Lo que es numerico se pasa al ancho nuevo como numero; lo que
      * vino mal se copia tal cual para que el operador lo vea igual
      * al repararlo.
       2430-IMAGEN-SALDO.
           IF IMV-S-IDN-NUM NUMERIC
               MOVE IMV-S-IDN-NUM TO IMN-S-IDN-NUM
           ELSE
               MOVE IMV-S-IDN TO IMN-S-IDN
           END-IF.
           IF IMV-S-SALDOS-NUM NUMERIC
               MOVE IMV-S-SALDOS-NUM TO IMN-S-SALDOS-NUM
               ADD IMV-S-SALDOS-NUM TO WS-IMPORTE-LEIDO
           ELSE
               MOVE IMV-S-SALDOS TO IMN-S-SALDOS
           END-IF.
           MOVE IMV-S-MOTIVO TO IMN-S-MOTIVO.
           MOVE IMV-S-FUENTE TO IMN-S-FUENTE.
       2430-FIN-IMAGEN-SALDO.
           EXIT.

       2440-IMAGEN-CLIENTE.
           MOVE IMV-C-OPCION TO IMN-C-OPCION.
           IF IMV-C-IDN-NUM NUMERIC
               MOVE IMV-C-IDN-NUM TO IMN-C-IDN-NUM
           ELSE
               MOVE IMV-C-IDN TO IMN-C-IDN
           END-IF.
           MOVE IMV-C-MOTIVO TO IMN-C-MOTIVO.
       2440-FIN-IMAGEN-CLIENTE.
           EXIT.

       2500-CONVERTIR-MOVIMIENTOS.
           MOVE "SALDO-MOVIMIENTOS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT MOVIMIENTOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR SALDO-MOVIMIENTOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "SALDO-MOVIMIENTOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2500-CONVERTIR-MOVIMIENTOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT MOVIMIENTOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR SALDO-MOVIMIENTOS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2500-CONVERTIR-MOVIMIENTOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2510-LEER-MOVIMIENTOS
               PERFORM 2520-GRABAR-MOVIMIENTOS UNTIL FS-VIEJO-EOF
               CLOSE MOVIMIENTOS-VIEJO
               CLOSE MOVIMIENTOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2500-FIN-CONVERTIR-MOVIMIENTOS.
           EXIT.

       2510-LEER-MOVIMIENTOS.
           READ MOVIMIENTOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-MOVIMIENTOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "SALDO-MOVIMIENTOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2510-LEER-MOVIMIENTOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2510-FIN-LEER-MOVIMIENTOS.
           EXIT.

       2520-GRABAR-MOVIMIENTOS.
           MOVE SPACES TO REGISTRO-MOVIMIENTO.
           MOVE MOV-IDN OF REGISTRO-MOVIMIENTO-VIEJO
                TO MOV-IDN OF REGISTRO-MOVIMIENTO.
           MOVE MOV-TIPO OF REGISTRO-MOVIMIENTO-VIEJO
                TO MOV-TIPO OF REGISTRO-MOVIMIENTO.
           MOVE MOV-MONTO OF REGISTRO-MOVIMIENTO-VIEJO
                TO MOV-MONTO OF REGISTRO-MOVIMIENTO.
           ADD MOV-MONTO OF REGISTRO-MOVIMIENTO-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-MOVIMIENTO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD MOV-MONTO OF REGISTRO-MOVIMIENTO
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR SALDO-MOVIMIENTOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "SALDO-MOVIMIENTOS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2520-GRABAR-MOVIMIENTOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2510-LEER-MOVIMIENTOS.
       2520-FIN-GRABAR-MOVIMIENTOS.
           EXIT.

       2600-CONVERTIR-IMPUESTO.
           MOVE "IMPUESTO-DEBCRED-MES" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT IMPUESTO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR IMPUESTO-DEBCRED-MES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "IMPUESTO-DEBCRED-MES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2600-CONVERTIR-IMPUESTO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT IMPUESTO
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR IMPUESTO-DEBCRED-MES"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "IMPUESTO-DEBCRED-MES" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2600-CONVERTIR-IMPUESTO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2610-LEER-IMPUESTO
               PERFORM 2620-GRABAR-IMPUESTO UNTIL FS-VIEJO-EOF
               CLOSE IMPUESTO-VIEJO
               CLOSE IMPUESTO
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2600-FIN-CONVERTIR-IMPUESTO.
           EXIT.

       2610-LEER-IMPUESTO.
           READ IMPUESTO-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE IMPUESTO-DEBCRED-MES-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "IMPUESTO-DEBCRED-MES-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2610-LEER-IMPUESTO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2610-FIN-LEER-IMPUESTO.
           EXIT.

       2620-GRABAR-IMPUESTO.
           MOVE SPACES TO REGISTRO-ACUMULADO.
           MOVE IMP-IDN OF REGISTRO-ACUMULADO-VIEJO
                TO IMP-IDN OF REGISTRO-ACUMULADO.
           MOVE IMP-PERIODO OF REGISTRO-ACUMULADO-VIEJO
                TO IMP-PERIODO OF REGISTRO-ACUMULADO.
           MOVE IMP-MONEDA OF REGISTRO-ACUMULADO-VIEJO
                TO IMP-MONEDA OF REGISTRO-ACUMULADO.
           MOVE IMP-CANT-DEBITOS OF REGISTRO-ACUMULADO-VIEJO
                TO IMP-CANT-DEBITOS OF REGISTRO-ACUMULADO.
           MOVE IMP-BASE-DEBITOS OF REGISTRO-ACUMULADO-VIEJO
                TO IMP-BASE-DEBITOS OF REGISTRO-ACUMULADO.
           MOVE IMP-CANT-CREDITOS OF REGISTRO-ACUMULADO-VIEJO
                TO IMP-CANT-CREDITOS OF REGISTRO-ACUMULADO.
           MOVE IMP-BASE-CREDITOS OF REGISTRO-ACUMULADO-VIEJO
                TO IMP-BASE-CREDITOS OF REGISTRO-ACUMULADO.
           MOVE IMP-IMPUESTO OF REGISTRO-ACUMULADO-VIEJO
                TO IMP-IMPUESTO OF REGISTRO-ACUMULADO.
           MOVE IMP-ULT-FECHA OF REGISTRO-ACUMULADO-VIEJO
                TO IMP-ULT-FECHA OF REGISTRO-ACUMULADO.
           ADD IMP-BASE-DEBITOS OF REGISTRO-ACUMULADO-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD IMP-BASE-CREDITOS OF REGISTRO-ACUMULADO-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD IMP-IMPUESTO OF REGISTRO-ACUMULADO-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-ACUMULADO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD IMP-BASE-DEBITOS OF REGISTRO-ACUMULADO
                   TO WS-IMPORTE-GRABADO
               ADD IMP-BASE-CREDITOS OF REGISTRO-ACUMULADO
                   TO WS-IMPORTE-GRABADO
               ADD IMP-IMPUESTO OF REGISTRO-ACUMULADO
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR IMPUESTO-DEBCRED-MES"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "IMPUESTO-DEBCRED-MES" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2620-GRABAR-IMPUESTO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2610-LEER-IMPUESTO.
       2620-FIN-GRABAR-IMPUESTO.
           EXIT.

       2700-CONVERTIR-ACREDITADOS.
           MOVE "INTERESES-ACREDITADOS" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT ACREDITADOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR INTERESES-ACREDITADOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "INTERESES-ACREDITADOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2700-CONVERTIR-ACREDITADOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT ACREDITADOS
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR INTERESES-ACREDITADOS"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "INTERESES-ACREDITADOS" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2700-CONVERTIR-ACREDITADOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2710-LEER-ACREDITADOS
               PERFORM 2720-GRABAR-ACREDITADOS UNTIL FS-VIEJO-EOF
               CLOSE ACREDITADOS-VIEJO
               CLOSE ACREDITADOS
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2700-FIN-CONVERTIR-ACREDITADOS.
           EXIT.

       2710-LEER-ACREDITADOS.
           READ ACREDITADOS-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE INTERESES-ACREDITADOS-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "INTERESES-ACREDITADOS-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2710-LEER-ACREDITADOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2710-FIN-LEER-ACREDITADOS.
           EXIT.

       2720-GRABAR-ACREDITADOS.
           MOVE SPACES TO REGISTRO-ACREDITADO.
           MOVE ACR-IDN OF REGISTRO-ACREDITADO-VIEJO
                TO ACR-IDN OF REGISTRO-ACREDITADO.
           MOVE ACR-MONEDA OF REGISTRO-ACREDITADO-VIEJO
                TO ACR-MONEDA OF REGISTRO-ACREDITADO.
           MOVE ACR-PERIODO OF REGISTRO-ACREDITADO-VIEJO
                TO ACR-PERIODO OF REGISTRO-ACREDITADO.
           MOVE ACR-FECHA OF REGISTRO-ACREDITADO-VIEJO
                TO ACR-FECHA OF REGISTRO-ACREDITADO.
           MOVE ACR-PROMEDIO OF REGISTRO-ACREDITADO-VIEJO
                TO ACR-PROMEDIO OF REGISTRO-ACREDITADO.
           MOVE ACR-BRUTO OF REGISTRO-ACREDITADO-VIEJO
                TO ACR-BRUTO OF REGISTRO-ACREDITADO.
           MOVE ACR-RETENCION OF REGISTRO-ACREDITADO-VIEJO
                TO ACR-RETENCION OF REGISTRO-ACREDITADO.
           MOVE ACR-NETO OF REGISTRO-ACREDITADO-VIEJO
                TO ACR-NETO OF REGISTRO-ACREDITADO.
           ADD ACR-PROMEDIO OF REGISTRO-ACREDITADO-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD ACR-BRUTO OF REGISTRO-ACREDITADO-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD ACR-RETENCION OF REGISTRO-ACREDITADO-VIEJO
               TO WS-IMPORTE-LEIDO.
           ADD ACR-NETO OF REGISTRO-ACREDITADO-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-ACREDITADO
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD ACR-PROMEDIO OF REGISTRO-ACREDITADO
                   TO WS-IMPORTE-GRABADO
               ADD ACR-BRUTO OF REGISTRO-ACREDITADO
                   TO WS-IMPORTE-GRABADO
               ADD ACR-RETENCION OF REGISTRO-ACREDITADO
                   TO WS-IMPORTE-GRABADO
               ADD ACR-NETO OF REGISTRO-ACREDITADO TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR INTERESES-ACREDITADOS"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "INTERESES-ACREDITADOS" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2720-GRABAR-ACREDITADOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2710-LEER-ACREDITADOS.
       2720-FIN-GRABAR-ACREDITADOS.
           EXIT.

       2800-CONVERTIR-PREVISIONES.
           MOVE "PREVISIONES-STOCK" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT PREVISIONES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR PREVISIONES-STOCK-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "PREVISIONES-STOCK-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2800-CONVERTIR-PREVISIONES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT PREVISIONES
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR PREVISIONES-STOCK"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "PREVISIONES-STOCK" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2800-CONVERTIR-PREVISIONES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2810-LEER-PREVISIONES
               PERFORM 2820-GRABAR-PREVISIONES UNTIL FS-VIEJO-EOF
               CLOSE PREVISIONES-VIEJO
               CLOSE PREVISIONES
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2800-FIN-CONVERTIR-PREVISIONES.
           EXIT.

       2810-LEER-PREVISIONES.
           READ PREVISIONES-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE PREVISIONES-STOCK-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "PREVISIONES-STOCK-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2810-LEER-PREVISIONES" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2810-FIN-LEER-PREVISIONES.
           EXIT.

       2820-GRABAR-PREVISIONES.
           MOVE SPACES TO REGISTRO-STOCK.
           MOVE PRV-IDN OF REGISTRO-STOCK-VIEJO
                TO PRV-IDN OF REGISTRO-STOCK.
           MOVE PRV-MONEDA OF REGISTRO-STOCK-VIEJO
                TO PRV-MONEDA OF REGISTRO-STOCK.
           MOVE PRV-APELLIDO OF REGISTRO-STOCK-VIEJO
                TO PRV-APELLIDO OF REGISTRO-STOCK.
           MOVE PRV-SITUACION OF REGISTRO-STOCK-VIEJO
                TO PRV-SITUACION OF REGISTRO-STOCK.
           MOVE PRV-BASE OF REGISTRO-STOCK-VIEJO
                TO PRV-BASE OF REGISTRO-STOCK.
           MOVE PRV-PORCENTAJE OF REGISTRO-STOCK-VIEJO
                TO PRV-PORCENTAJE OF REGISTRO-STOCK.
           MOVE PRV-IMPORTE OF REGISTRO-STOCK-VIEJO
                TO PRV-IMPORTE OF REGISTRO-STOCK.
           MOVE PRV-IMPORTE-ANTERIOR OF REGISTRO-STOCK-VIEJO
                TO PRV-IMPORTE-ANTERIOR OF REGISTRO-STOCK.
           MOVE PRV-PERIODO OF REGISTRO-STOCK-VIEJO
                TO PRV-PERIODO OF REGISTRO-STOCK.
           MOVE PRV-CORRIDA OF REGISTRO-STOCK-VIEJO
                TO PRV-CORRIDA OF REGISTRO-STOCK.
           ADD PRV-BASE OF REGISTRO-STOCK-VIEJO TO WS-IMPORTE-LEIDO.
           ADD PRV-IMPORTE OF REGISTRO-STOCK-VIEJO TO WS-IMPORTE-LEIDO.
           ADD PRV-IMPORTE-ANTERIOR OF REGISTRO-STOCK-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-STOCK
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD PRV-BASE OF REGISTRO-STOCK TO WS-IMPORTE-GRABADO
               ADD PRV-IMPORTE OF REGISTRO-STOCK TO WS-IMPORTE-GRABADO
               ADD PRV-IMPORTE-ANTERIOR OF REGISTRO-STOCK
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR PREVISIONES-STOCK"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "PREVISIONES-STOCK" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2820-GRABAR-PREVISIONES" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2810-LEER-PREVISIONES.
       2820-FIN-GRABAR-PREVISIONES.
           EXIT.

       2900-CONVERTIR-AGING.
           MOVE "DEUDOR-AGING" TO WS-ARCHIVO.
           PERFORM 7000-INICIAR-CUADRE.
           OPEN INPUT AGING-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               CONTINUE
               WHEN "35"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR DEUDOR-AGING-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "DEUDOR-AGING-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2900-CONVERTIR-AGING" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           IF FS-VIEJO-NOEX
               PERFORM 7200-ARCHIVO-AUSENTE
           ELSE
               OPEN OUTPUT AGING
               IF NOT FS-NUEVO-OK
                   DISPLAY "ERROR AL ABRIR DEUDOR-AGING"
                   DISPLAY "FILE STATUS ERROR" FS-NUEVO
                   MOVE "DEUDOR-AGING" TO ABE-ARCHIVO
                   MOVE FS-NUEVO TO ABE-FILE-STATUS
                   MOVE "2900-CONVERTIR-AGING" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 2910-LEER-AGING
               PERFORM 2920-GRABAR-AGING UNTIL FS-VIEJO-EOF
               CLOSE AGING-VIEJO
               CLOSE AGING
               PERFORM 7100-CUADRAR-ARCHIVO
           END-IF.
       2900-FIN-CONVERTIR-AGING.
           EXIT.

       2910-LEER-AGING.
           READ AGING-VIEJO
           EVALUATE FS-VIEJO
               WHEN "00"
               ADD 1 TO WS-LEIDOS
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE DEUDOR-AGING-VIEJO"
               DISPLAY "FILE STATUS ERROR" FS-VIEJO
               MOVE "DEUDOR-AGING-VIEJO" TO ABE-ARCHIVO
               MOVE FS-VIEJO TO ABE-FILE-STATUS
               MOVE "2910-LEER-AGING" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2910-FIN-LEER-AGING.
           EXIT.

       2920-GRABAR-AGING.
           MOVE SPACES TO REGISTRO-AGING.
           MOVE AGE-IDN OF REGISTRO-AGING-VIEJO
                TO AGE-IDN OF REGISTRO-AGING.
           MOVE AGE-APELLIDO OF REGISTRO-AGING-VIEJO
                TO AGE-APELLIDO OF REGISTRO-AGING.
           MOVE AGE-NOMBRE OF REGISTRO-AGING-VIEJO
                TO AGE-NOMBRE OF REGISTRO-AGING.
           MOVE AGE-DIAS OF REGISTRO-AGING-VIEJO
                TO AGE-DIAS OF REGISTRO-AGING.
           MOVE AGE-PEOR-SALDO OF REGISTRO-AGING-VIEJO
                TO AGE-PEOR-SALDO OF REGISTRO-AGING.
           MOVE AGE-FECHA-INICIO OF REGISTRO-AGING-VIEJO
                TO AGE-FECHA-INICIO OF REGISTRO-AGING.
           MOVE AGE-FECHA-ULTIMA OF REGISTRO-AGING-VIEJO
                TO AGE-FECHA-ULTIMA OF REGISTRO-AGING.
           MOVE AGE-MONEDA OF REGISTRO-AGING-VIEJO
                TO AGE-MONEDA OF REGISTRO-AGING.
           MOVE AGE-BLOQUEO OF REGISTRO-AGING-VIEJO
                TO AGE-BLOQUEO OF REGISTRO-AGING.
           ADD AGE-PEOR-SALDO OF REGISTRO-AGING-VIEJO
               TO WS-IMPORTE-LEIDO.
           WRITE REGISTRO-AGING
           EVALUATE FS-NUEVO
               WHEN "00"
               ADD 1 TO WS-GRABADOS
               ADD AGE-PEOR-SALDO OF REGISTRO-AGING
                   TO WS-IMPORTE-GRABADO
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR DEUDOR-AGING"
               DISPLAY "FILE STATUS ERROR" FS-NUEVO
               MOVE "DEUDOR-AGING" TO ABE-ARCHIVO
               MOVE FS-NUEVO TO ABE-FILE-STATUS
               MOVE "2920-GRABAR-AGING" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 2910-LEER-AGING.
       2920-FIN-GRABAR-AGING.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       7000-INICIAR-CUADRE.
           MOVE ZERO TO WS-LEIDOS
                        WS-GRABADOS
                        WS-IMPORTE-LEIDO
                        WS-IMPORTE-GRABADO.
       7000-FIN-INICIAR-CUADRE.
           EXIT.

      * Un archivo cuadra si se grabaron tantos registros como se
      * leyeron y la suma de sus importes no cambio al ensancharlos.
       7100-CUADRAR-ARCHIVO.
           MOVE WS-ARCHIVO         TO CUA-ARCHIVO.
           MOVE WS-LEIDOS          TO CUA-LEIDOS.
           MOVE WS-GRABADOS        TO CUA-GRABADOS.
           MOVE WS-IMPORTE-LEIDO   TO CUA-IMPORTE-1.
           MOVE WS-IMPORTE-GRABADO TO CUA-IMPORTE-2.
           IF WS-LEIDOS EQUAL WS-GRABADOS
              AND WS-IMPORTE-LEIDO EQUAL WS-IMPORTE-GRABADO
               MOVE " OK"      TO CUA-VEREDICTO
           ELSE
               MOVE " ERROR"   TO CUA-VEREDICTO
               MOVE "S"        TO WS-HAY-DIFERENCIA
               DISPLAY "ARCHIVO " WS-ARCHIVO " NO CUADRA"
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-CUADRE.
           ADD 1 TO WS-CONVERTIDOS.
       7100-FIN-CUADRAR-ARCHIVO.
           EXIT.

      * Un archivo que no existe (todavia no se uso en esta
      * instalacion) no es una falla: lo crea su programa dueno con el
      * formato nuevo la primera vez que corre.
       7200-ARCHIVO-AUSENTE.
           MOVE WS-ARCHIVO TO AUS-ARCHIVO.
           WRITE LINEA-REPORTE FROM LINEA-AUSENTE.
           ADD 1 TO WS-AUSENTES.
       7200-FIN-ARCHIVO-AUSENTE.
           EXIT.

       8000-GRABAR-TOTALES.
           MOVE WS-CONVERTIDOS TO TOT-CONVERTIDOS.
           MOVE WS-AUSENTES    TO TOT-AUSENTES.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           WRITE LINEA-REPORTE FROM LINEA-TOTALES.
       8000-FIN-GRABAR-TOTALES.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre). La
      * clave que queda es el archivo que se estaba convirtiendo.
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
               OPEN OUTPUT ARCHIVO-ERRORES
           END-IF.
           IF FS-ERRORES-OK
               MOVE "CONVERSIONSALDO" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-ARCHIVO      TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ConversionSaldo.
