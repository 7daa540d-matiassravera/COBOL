
      * La posicion esta clavada por IDN y moneda: un cliente con
      * saldos en pesos y dolares conserva una linea por moneda.
      * OJO: el registro crecio con POS-FLOTANTE y el disponible; una
      * POSICION grabada con el layout corto debe borrarse antes de la
      * primera corrida con este, para que se rearme desde APAREO.
       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

      * Cheques depositados retenidos hasta su fecha valor (los carga
      * y libera ChequesFlotantes): lo pendiente de cada linea se
      * descuenta del saldo contable para dar el disponible.
       SELECT FLOTANTE ASSIGN TO "CHEQUES-FLOTANTE"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS FLO-CLAVE
       FILE STATUS IS FS-FLOTANTE.

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
       FD  ARCHIVO-APAREO.

       01  REGISTRO-APAREO.
           03  IDN              PIC 9(7).
           03  APELLIDO         PIC X(10).
           03  NOMBRE           PIC X(10).
           03  SALDOS           PIC S9(9)V99.
           03  MONEDA           PIC X(3).
       01  REGISTRO-APAREO-TRAILER.
           03  TRAILER-ID       PIC X(10).
           03  TRAILER-CANT     PIC 9(07).
           03  TRAILER-SALDO    PIC S9(12)V99.
           03  TRAILER-MONEDA   PIC X(3).

       FD  ENTRADA.
           03  FECHA               PIC 9(8).
           03  NRO-SUCURSAL        PIC 9(2).
           03  NOM-SUC             PIC X(10).
           03  CLIENTE             PIC 9(7).
           03  CHEQUES             PIC 9(3).
           03  MONTO-COMPENSADO    PIC 9(7)V99.
      * Detalle por cheque del feed (marca "*D"); aca solo interesa
           03  DET-NRO-SUCURSAL    PIC 9(2).
           03  DET-MARCA           PIC X(2).
               88 ES-REGISTRO-DETALLE VALUE "*D".
           03  DET-CLIENTE         PIC 9(7).
           03  DET-NRO-CHEQUE      PIC 9(8).
           03  DET-IMPORTE         PIC 9(7)V99.
           03  DET-FECHA-EMISION   PIC 9(8).

       01  REGISTRO-POSICION.
           03  POS-CLAVE.
               05  POS-IDN      PIC 9(7).
               05  POS-MONEDA   PIC X(3).
           03  POS-APELLIDO     PIC X(10).
           03  POS-NOMBRE       PIC X(10).
           03  POS-SALDOS       PIC S9(9)V99.
           03  POS-DEUDOR       PIC X(01).
           03  POS-FECHA-ULT-MOV PIC 9(8).
           03  POS-CHEQUES-ACUM PIC 9(7).
           03  POS-FECHA-CHEQUES PIC 9(8).
           03  POS-FLOTANTE     PIC 9(9)V99.
           03  POS-SALDO-DISPONIBLE PIC S9(9)V99.

       FD  FLOTANTE.

       01  REGISTRO-FLOTANTE.
           03  FLO-CLAVE.
               05  FLO-IDN          PIC 9(7).
               05  FLO-MONEDA       PIC X(3).
               05  FLO-NRO-SUCURSAL PIC 9(2).
               05  FLO-NRO-CHEQUE   PIC 9(8).
           03  FLO-FECHA-DEPOSITO  PIC 9(8).
           03  FLO-FECHA-VALOR     PIC 9(8).
           03  FLO-IMPORTE         PIC 9(7)V99.
           03  FLO-ESTADO          PIC X(01).
               88 FLO-PENDIENTE    VALUE "P".
               88 FLO-LIBERADO     VALUE "L".
           03  FLO-FECHA-LIBERACION PIC 9(8).

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

       01  FS-APAREO            PIC X(2).
           88 FS-APAREO-OK      VALUE "00".
           88 FS-APAREO-EOF     VALUE "10".
           88 FS-POSICION-NOEX  VALUE "35".
           88 FS-POSICION-NOHAY VALUE "23".

       01  FS-FLOTANTE          PIC X(2).
           88 FS-FLOTANTE-OK    VALUE "00".
           88 FS-FLOTANTE-EOF   VALUE "10".
           88 FS-FLOTANTE-NOEX  VALUE "35".

       01  WS-SIN-FLOTANTE      PIC X(01) VALUE "N".
           88 SIN-FLOTANTE      VALUE "S".
       01  WS-FIN-FLOTANTE      PIC X(01).
           88 FIN-FLOTANTE-CLAVE VALUE "S".
       01  WS-PENDIENTE-LINEA   PIC 9(9)V99.

       01  CONTADORES.
           03  WS-LEIDOS           PIC 9(7) VALUE ZERO.
           03  WS-ALTAS-POS        PIC 9(7) VALUE ZERO.
           03  TAB-CHQ-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-CHQ-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-IDX-CHQ.
               05  TAB-CHQ-CLIENTE  PIC 9(7).
               05  TAB-CHQ-CHEQUES  PIC 9(7).

       01  WS-CHEQUES-DEL-DIA   PIC 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1500-CARGAR-CHEQUES-DEL-DIA.
           PERFORM 2000-LEER-APAREO.
           PERFORM 3000-PROCESO UNTIL FS-APAREO-EOF.
           PERFORM 5000-MOSTRAR-RESUMEN.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 8600-REGISTRAR-ENTREGAS.

           STOP RUN.

               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin flotante (todavia no corrio ChequesFlotantes) el
      * disponible es igual al saldo contable.
           OPEN INPUT FLOTANTE
           EVALUATE FS-FLOTANTE
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-FLOTANTE
               DISPLAY "CHEQUES-FLOTANTE AUSENTE, DISPONIBLE = SALDO"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-FLOTANTE"
               DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
               MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
               MOVE FS-FLOTANTE TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.
               MOVE ZERO TO POS-CHEQUES-ACUM
           END-IF.
           MOVE WS-FECHA-PROCESO   TO POS-FECHA-CHEQUES.
           PERFORM 3400-CALCULAR-DISPONIBLE.
           WRITE REGISTRO-POSICION.
           EVALUATE FS-POSICION
               WHEN "00"
               ADD WS-CHEQUES-DEL-DIA TO POS-CHEQUES-ACUM
               MOVE WS-FECHA-PROCESO TO POS-FECHA-CHEQUES
           END-IF.
           PERFORM 3400-CALCULAR-DISPONIBLE.
           REWRITE REGISTRO-POSICION.
           EVALUATE FS-POSICION
               WHEN "00"
       3300-FIN-ACTUALIZAR-POSICION.
           EXIT.

      * Disponible = saldo contable menos los cheques de la linea que
      * siguen retenidos; mismo calculo que ChequesFlotantes al
      * liberar. Si no entra en el campo queda en el minimo.
       3400-CALCULAR-DISPONIBLE.
           MOVE ZERO TO WS-PENDIENTE-LINEA.
           IF NOT SIN-FLOTANTE
               MOVE POS-IDN    TO FLO-IDN
               MOVE POS-MONEDA TO FLO-MONEDA
               MOVE ZERO       TO FLO-NRO-SUCURSAL
               MOVE ZERO       TO FLO-NRO-CHEQUE
               MOVE "N"        TO WS-FIN-FLOTANTE
               START FLOTANTE KEY IS NOT LESS THAN FLO-CLAVE
               EVALUATE FS-FLOTANTE
                   WHEN "00"
                       PERFORM 3450-SUMAR-FLOTANTE
                          UNTIL FIN-FLOTANTE-CLAVE
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN START DE CHEQUES-FLOTANTE"
                       DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
                       MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
                       MOVE FS-FLOTANTE TO ABE-FILE-STATUS
                       MOVE "3400-CALCULAR-DISPONIBLE" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
           MOVE WS-PENDIENTE-LINEA TO POS-FLOTANTE.
           COMPUTE POS-SALDO-DISPONIBLE =
               POS-SALDOS - WS-PENDIENTE-LINEA
               ON SIZE ERROR
               MOVE -999999999,99 TO POS-SALDO-DISPONIBLE
           END-COMPUTE.
       3400-FIN-CALCULAR-DISPONIBLE.
           EXIT.

       3450-SUMAR-FLOTANTE.
           READ FLOTANTE NEXT RECORD
           EVALUATE FS-FLOTANTE
               WHEN "00"
                   IF FLO-IDN NOT EQUAL POS-IDN
                      OR FLO-MONEDA NOT EQUAL POS-MONEDA
                       MOVE "S" TO WS-FIN-FLOTANTE
                   ELSE
                       IF FLO-PENDIENTE
                          AND FLO-FECHA-VALOR GREATER THAN
                              WS-FECHA-PROCESO
                           ADD FLO-IMPORTE TO WS-PENDIENTE-LINEA
                               ON SIZE ERROR
                               PERFORM 3460-FLOTANTE-DESBORDADO
                           END-ADD
                       END-IF
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-FIN-FLOTANTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CHEQUES-FLOTANTE"
                   DISPLAY "FILE STATUS ERROR" FS-FLOTANTE
                   MOVE "CHEQUES-FLOTANTE" TO ABE-ARCHIVO
                   MOVE FS-FLOTANTE TO ABE-FILE-STATUS
                   MOVE "3450-SUMAR-FLOTANTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3450-FIN-SUMAR-FLOTANTE.
           EXIT.

      * Un retenido que no entra en el campo queda en el maximo: el
      * disponible resulta el menor posible, que para el control de
      * fondos es lo mas prudente.
       3460-FLOTANTE-DESBORDADO.
           MOVE 999999999,99 TO WS-PENDIENTE-LINEA.
           DISPLAY "FLOTANTE DESBORDADO IDN " POS-IDN " " POS-MONEDA.
       3460-FIN-FLOTANTE-DESBORDADO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE ARCHIVO-APAREO
           CLOSE POSICION
           IF NOT SIN-FLOTANTE
               CLOSE FLOTANTE
           END-IF.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

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
           MOVE "APAREO" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8700-CONTAR-APAREO.
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
      * Registro de entregas: con las salidas ya cerradas el paso las
      * vuelve a contar y deja en el manifiesto la fecha de proceso, la
      * cantidad de registros y la suma de importes de cada una, para
      * que los pasos siguientes las verifiquen antes de leerlas.
       8600-REGISTRAR-ENTREGAS.
           PERFORM 8590-FECHA-ENTREGA.
           OPEN I-O MANIFIESTO.
           IF FS-MANIFIESTO EQUAL "35"
               OPEN OUTPUT MANIFIESTO
               CLOSE MANIFIESTO
               OPEN I-O MANIFIESTO
           END-IF.
           IF NOT FS-MANIFIESTO-OK
               DISPLAY "ERROR AL ABRIR MANIFIESTO-ENTREGAS"
               DISPLAY "FILE STATUS ERROR " FS-MANIFIESTO
               MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
               MOVE FS-MANIFIESTO TO ABE-FILE-STATUS
               MOVE "8600-REGISTRAR-ENTREGAS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           MOVE "POSICION" TO WS-MAN-ARCHIVO.
           PERFORM 8780-CONTAR-POSICION.
           PERFORM 8610-GRABAR-MANIFIESTO.
           CLOSE MANIFIESTO.
       8600-FIN-REGISTRAR-ENTREGAS.
           EXIT.
       8610-GRABAR-MANIFIESTO.
           MOVE WS-MAN-ARCHIVO TO MAN-ARCHIVO.
           READ MANIFIESTO
           EVALUATE FS-MANIFIESTO
               WHEN "00"
                   PERFORM 8620-ARMAR-MANIFIESTO
                   REWRITE REGISTRO-MANIFIESTO
               WHEN "23"
                   PERFORM 8620-ARMAR-MANIFIESTO
                   WRITE REGISTRO-MANIFIESTO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA MANIFIESTO-ENTREGAS"
                   DISPLAY "FILE STATUS ERROR " FS-MANIFIESTO
                   MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
                   MOVE FS-MANIFIESTO TO ABE-FILE-STATUS
                   MOVE "8610-GRABAR-MANIFIESTO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF NOT FS-MANIFIESTO-OK
               DISPLAY "ERROR EN ESCRITURA MANIFIESTO-ENTREGAS"
               DISPLAY "FILE STATUS ERROR " FS-MANIFIESTO
               MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
               MOVE FS-MANIFIESTO TO ABE-FILE-STATUS
               MOVE "8610-GRABAR-MANIFIESTO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       8610-FIN-GRABAR-MANIFIESTO.
           EXIT.
       8620-ARMAR-MANIFIESTO.
           MOVE WS-MAN-ARCHIVO   TO MAN-ARCHIVO.
           MOVE WS-MAN-FECHA     TO MAN-FECHA.
           MOVE WS-MAN-REGISTROS TO MAN-REGISTROS.
           MOVE WS-MAN-HASH      TO MAN-HASH.
           MOVE "POSICIONCLIENTES" TO MAN-PROGRAMA.
           ACCEPT WS-MAN-HORA8 FROM TIME.
           DIVIDE WS-MAN-HORA8 BY 100 GIVING MAN-HORA.
       8620-FIN-ARMAR-MANIFIESTO.
           EXIT.
       8700-CONTAR-APAREO.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ARCHIVO-APAREO.
           IF FS-APAREO NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR APAREO"
               DISPLAY "FILE STATUS ERROR " FS-APAREO
               MOVE "APAREO" TO ABE-ARCHIVO
               MOVE FS-APAREO TO ABE-FILE-STATUS
               MOVE "8700-CONTAR-APAREO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8710-LEER-APAREO UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-APAREO.
       8700-FIN-CONTAR-APAREO.
           EXIT.
       8710-LEER-APAREO.
           READ ARCHIVO-APAREO
           EVALUATE FS-APAREO
               WHEN "00"
                   IF TRAILER-ID EQUAL "*TOTAL*"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-APAREO
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA APAREO"
                   DISPLAY "FILE STATUS ERROR " FS-APAREO
                   MOVE "APAREO" TO ABE-ARCHIVO
                   MOVE FS-APAREO TO ABE-FILE-STATUS
                   MOVE "8710-LEER-APAREO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8710-FIN-LEER-APAREO.
           EXIT.
       8780-CONTAR-POSICION.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT POSICION.
           IF FS-POSICION NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR POSICION"
               DISPLAY "FILE STATUS ERROR " FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "8780-CONTAR-POSICION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8790-LEER-POSICION UNTIL FIN-ENTREGA.
           CLOSE POSICION.
       8780-FIN-CONTAR-POSICION.
           EXIT.
       8790-LEER-POSICION.
           READ POSICION NEXT RECORD
           EVALUATE FS-POSICION
               WHEN "00"
                   ADD 1 TO WS-MAN-REGISTROS
                   ADD POS-SALDOS TO WS-MAN-HASH
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA POSICION"
                   DISPLAY "FILE STATUS ERROR " FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "8790-LEER-POSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8790-FIN-LEER-POSICION.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre, 20 entrega
      * que no coincide con el manifiesto).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
