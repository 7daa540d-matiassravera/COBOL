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
       FD  ORFANOS.

       01  REGISTRO-F.
           03  IDN             PIC 9(7).
           03  SALDOS          PIC S9(9)V99.
           03  TIPO-REGISTRO   PIC X(01).
           03  MONEDA          PIC X(3).
       01  REGISTRO-F-TRAILER.
           03  TRAILER-ID-F    PIC X(10).
           03  TRAILER-CANT-F  PIC 9(07).
           03  TRAILER-SALDO-F PIC S9(12)V99.
           03  TRAILER-MONEDA-F PIC X(3).

       FD  SUSPENSO.

       01  REGISTRO-SUSPENSO.
           03  SUSP-IDN        PIC 9(7).
           03  SUSP-SALDOS     PIC S9(9)V99.
           03  SUSP-DIAS       PIC 9(3).
           03  SUSP-FECHA-ING  PIC 9(8).
           03  SUSP-MONEDA     PIC X(3).

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
       FD  SUSPENSO-NUEVO.

       01  REGISTRO-SUSP-NUEVO.
           03  SUSPN-IDN       PIC 9(7).
           03  SUSPN-SALDOS    PIC S9(9)V99.
           03  SUSPN-DIAS      PIC 9(3).
           03  SUSPN-FECHA-ING PIC 9(8).
           03  SUSPN-MONEDA    PIC X(3).

       01  REGISTRO-LIBERADO.
           03  FILLER          PIC X(15).
           03  LIB-IDN         PIC 9(7).
           03  FILLER          PIC X(12).
           03  LIB-SALDOS      PIC S9(9)V99.
           03  LIB-MONEDA      PIC X(3).

       FD  REPORTE.

       01  LINEA-REPORTE       PIC X(80).

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

       01  FS-ORFANOS          PIC X(2).
           88 FS-ORFANOS-OK    VALUE "00".
           88 FS-ORFANOS-EOF   VALUE "10".
      * corrida nocturna cuenta como un dia habil.
       01  WS-DIAS-LIMITE       PIC 9(3) VALUE 5.

      * Claves de la corrida por comparacion; 9999999 se usa como valor
      * centinela de fin de archivo, igual que MantenimientoClientes.
       01  VARIABLES-COMPARACION.
           03  WS-CLAVE-ORFANO    PIC 9(7).
           03  WS-CLAVE-SUSPENSO  PIC 9(7).
           03  WS-CLAVE-CLIENTE   PIC 9(7).

       01  WS-SIN-ORFANOS       PIC X(01) VALUE "N".
           88 SIN-ORFANOS-HOY   VALUE "S".

      * Item de suspenso en curso, ya combinado huerfano + arrastre.
       01  ITEM-EN-CURSO.
           03  ITEM-IDN        PIC 9(7).
           03  ITEM-SALDOS     PIC S9(10)V99.
           03  ITEM-DIAS       PIC 9(3).
           03  ITEM-FECHA-ING  PIC 9(8).
           03  ITEM-MONEDA     PIC X(3).
           03  FILLER           PIC X(29) VALUE SPACES.

       01  LINEA-ENCABEZADO-2.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(19) VALUE "SALDO".
           03  FILLER           PIC X(6)  VALUE "DIAS".
           03  FILLER           PIC X(10) VALUE "INGRESO".
           03  FILLER           PIC X(36) VALUE SPACES.

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-SALDO        PIC Z.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DIAS         PIC ZZ9.
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  DET-FECHA        PIC 9(8).
           03  FILLER           PIC X(38) VALUE SPACES.

       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 2000-LEER-ORFANO.
           PERFORM 2100-LEER-SUSPENSO.
           PERFORM 2200-LEER-CLIENTE.
           PERFORM 3000-PROCESO
              UNTIL WS-CLAVE-ORFANO EQUAL 9999999
                AND WS-CLAVE-SUSPENSO EQUAL 9999999.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.


       2000-LEER-ORFANO.
           IF SIN-ORFANOS-HOY
               MOVE 9999999 TO WS-CLAVE-ORFANO
           ELSE
               PERFORM 2050-LEER-ORFANO-ARCHIVO
           END-IF.
               WHEN "00"
                   IF TRAILER-ID-F OF REGISTRO-F-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE 9999999 TO WS-CLAVE-ORFANO
                       MOVE "10"  TO FS-ORFANOS
                   ELSE
                       MOVE IDN OF REGISTRO-F TO WS-CLAVE-ORFANO
                       ADD 1 TO WS-ORFANOS-HOY
                   END-IF
               WHEN "10"
                   MOVE 9999999 TO WS-CLAVE-ORFANO
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDOSINCLIENTE"
               DISPLAY "FILE STATUS ERROR" FS-ORFANOS

       2100-LEER-SUSPENSO.
           IF SIN-SUSPENSO-PREVIO
               MOVE 9999999 TO WS-CLAVE-SUSPENSO
           ELSE
               PERFORM 2150-LEER-SUSPENSO-ARCHIVO
           END-IF.
                   END-IF
                   ADD 1 TO WS-ARRASTRADOS
               WHEN "10"
                   MOVE 9999999 TO WS-CLAVE-SUSPENSO
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE SALDO-SUSPENSO"
               DISPLAY "FILE STATUS ERROR" FS-SUSPENSO
               WHEN "00"
                   IF TRAILER-ID-A OF REGISTRO-A-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE 9999999 TO WS-CLAVE-CLIENTE
                       MOVE "10"  TO FS-CLIENTES
                   ELSE
                       MOVE IDN OF REGISTRO-A TO WS-CLAVE-CLIENTE
                   END-IF
               WHEN "10"
                   MOVE 9999999 TO WS-CLAVE-CLIENTE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES"
               DISPLAY "FILE STATUS ERROR" FS-CLIENTES
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
           MOVE "SALDOSINCLIENTE" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8760-CONTAR-SINCLIENTE.
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
       8760-CONTAR-SINCLIENTE.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ORFANOS.
           IF FS-ORFANOS NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR SALDOSINCLIENTE"
               DISPLAY "FILE STATUS ERROR " FS-ORFANOS
               MOVE "SALDOSINCLIENTE" TO ABE-ARCHIVO
               MOVE FS-ORFANOS TO ABE-FILE-STATUS
               MOVE "8760-CONTAR-SINCLIENTE" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8770-LEER-SINCLIENTE UNTIL FIN-ENTREGA.
           CLOSE ORFANOS.
       8760-FIN-CONTAR-SINCLIENTE.
           EXIT.
       8770-LEER-SINCLIENTE.
           READ ORFANOS
           EVALUATE FS-ORFANOS
               WHEN "00"
                   IF TRAILER-ID-F EQUAL "*TOTAL*"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-F
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDOSINCLIENTE"
                   DISPLAY "FILE STATUS ERROR " FS-ORFANOS
                   MOVE "SALDOSINCLIENTE" TO ABE-ARCHIVO
                   MOVE FS-ORFANOS TO ABE-FILE-STATUS
                   MOVE "8770-LEER-SINCLIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8770-FIN-LEER-SINCLIENTE.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre, 20 entrega
      * que no coincide con el manifiesto).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
