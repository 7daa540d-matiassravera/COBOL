       RECORD KEY IS CRH-IDN
       FILE STATUS IS FS-HISTORIA.

      * Maestro de clientes: la propuesta lleva la imagen actual del
      * cliente, que es contra la que se aprueba.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

       SELECT REPORTE ASSIGN TO "CREDITO-REVISION-REPORTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-REPORTE.

      * Las propuestas de cambio de limite entran a la misma cola de
      * cambios pendientes que el mantenimiento de clientes: un
      * supervisor las aprueba o rechaza con AprobacionCambios.
       SELECT PENDIENTES ASSIGN TO "CAMBIOS-PENDIENTES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PEN-CLAVE
       FILE STATUS IS FS-PENDIENTES.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       FD  EXCEPCIONES.

       01  REGISTRO-J.
           03  EXC-IDN-J      PIC 9(7).
           03  EXC-APELLIDO-J PIC X(10).
           03  EXC-NOMBRE-J   PIC X(10).
           03  EXC-SALDOS-J   PIC S9(9)V99.
           03  EXC-ESTADO-J   PIC X(01).
           03  EXC-LIMITE-J   PIC 9(9)V99.
           03  EXC-MOTIVO-J   PIC X(10).

       FD  HISTORIA.

       01  REGISTRO-HISTORIA.
           03  CRH-IDN          PIC 9(7).
           03  CRH-APELLIDO     PIC X(10).
           03  CRH-NOMBRE       PIC X(10).
           03  CRH-VECES        PIC 9(5).
           03  CRH-PEOR-EXCESO  PIC 9(11)V99.
           03  CRH-ULT-LIMITE   PIC 9(9)V99.
           03  CRH-ULT-FECHA    PIC 9(8).
           03  CRH-ULT-MOTIVO   PIC X(10).

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-DATOS.
               05  CIDX-NOMBRE     PIC X(10).
               05  CIDX-APELLIDO   PIC X(10).
               05  CIDX-SUCURSAL   PIC 9(2).
               05  CIDX-ESTADO     PIC X(01).
               05  CIDX-LIMITE     PIC 9(9)V99.

       FD  REPORTE.

       01  LINEA-REPORTE        PIC X(80).

      * Mismo layout que en MantenimientoClientes y
      * AprobacionCambios. PEN-ORIGEN R: propuesta de esta revision.
       FD  PENDIENTES.

       01  REGISTRO-PENDIENTE.
           03  PEN-CLAVE.
               05  PEN-IDN          PIC 9(7).
               05  PEN-NUMERO       PIC 9(6).
           03  PEN-ORIGEN           PIC X(01).
           03  PEN-ESTADO           PIC X(01).
               88 PEN-PENDIENTE     VALUE 'P'.
           03  PEN-FECHA-ALTA       PIC 9(8).
           03  PEN-OPERADOR-ALTA    PIC X(8).
           03  PEN-IMAGEN-ANTERIOR.
               05  PEN-NOMBRE-ANT   PIC X(10).
               05  PEN-APELLIDO-ANT PIC X(10).
               05  PEN-SUCURSAL-ANT PIC 9(2).
               05  PEN-ESTADO-ANT   PIC X(01).
               05  PEN-LIMITE-ANT   PIC 9(9)V99.
           03  PEN-IMAGEN-NUEVA.
               05  PEN-NOMBRE-NVO   PIC X(10).
               05  PEN-APELLIDO-NVO PIC X(10).
               05  PEN-SUCURSAL-NVO PIC 9(2).
               05  PEN-ESTADO-NVO   PIC X(01).
               05  PEN-LIMITE-NVO   PIC 9(9)V99.
           03  PEN-FECHA-RESOLUCION PIC 9(8).
           03  PEN-OPERADOR-RESOL   PIC X(8).
           03  PEN-MOTIVO           PIC X(20).

       FD  ARCHIVO-ERRORES.
       01  REGISTRO-ERROR.
           88 FS-HISTORIA-NOHAY VALUE "23".
           88 FS-HISTORIA-NOEX  VALUE "35".

       01  FS-IDX               PIC X(2).
           88 FS-IDX-OK         VALUE "00".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  FS-PENDIENTES        PIC X(2).
           88 FS-PENDIENTES-OK  VALUE "00".

       01  CONTADORES.
           03  WS-EXC-LEIDAS    PIC 9(7) VALUE ZERO.
           03  WS-ACTUALIZADOS  PIC 9(7) VALUE ZERO.
           03  WS-RANKEADOS     PIC 9(5) VALUE ZERO.
           03  WS-PROPUESTAS    PIC 9(5) VALUE ZERO.
           03  WS-YA-PROPUESTAS PIC 9(5) VALUE ZERO.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
                                PIC 9(3).
       01  WS-VECES-UMBRAL      PIC 9(3) VALUE 3.

       01  WS-EXCESO            PIC 9(11)V99.
       01  WS-LIMITE-PROPUESTO  PIC 9(11)V99.

      * Las propuestas quedan a nombre de este operador ficticio:
      * cualquier supervisor real puede aprobarlas.
       01  WS-OPERADOR-REVISION PIC X(8) VALUE "REVCRED".

      * Numeracion de la propuesta: el siguiente al ultimo pedido del
      * IDN. Con un pedido todavia pendiente no se propone otro.
       01  WS-ULTIMO-PENDIENTE  PIC 9(6).
       01  WS-FIN-PENDIENTES    PIC X(01).
           88 FIN-PENDIENTES-IDN VALUE "S".
       01  WS-YA-PENDIENTE      PIC X(01).
           88 HAY-CAMBIO-PENDIENTE VALUE "S".

      * Ranking en memoria para el reporte semanal: se ordena por
      * veces y peor exceso, de mayor a menor.
       01  TABLA-RANKING.
           03  TAB-RNK-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-RNK-ENTRY OCCURS 1000 TIMES.
               05  TAB-RNK-IDN      PIC 9(7).
               05  TAB-RNK-APELLIDO PIC X(10).
               05  TAB-RNK-VECES    PIC 9(5).
               05  TAB-RNK-EXCESO   PIC 9(11)V99.

       01  ENTRADA-RANKING.
           03  WRK-RNK-IDN      PIC 9(7).
           03  WRK-RNK-APELLIDO PIC X(10).
           03  WRK-RNK-VECES    PIC 9(5).
           03  WRK-RNK-EXCESO   PIC 9(11)V99.

       01  WS-IDX-I             PIC 9(4).
       01  WS-IDX-J             PIC 9(4).
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(12) VALUE "APELLIDO".
           03  FILLER           PIC X(8)  VALUE "VECES".
           03  FILLER           PIC X(17) VALUE "PEOR EXCESO".
           03  FILLER           PIC X(34) VALUE SPACES.

       01  LINEA-RANKING.
           03  RNK-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  RNK-APELLIDO     PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  RNK-VECES        PIC ZZZZ9.
           03  FILLER           PIC X(3)  VALUE SPACES.
           03  RNK-EXCESO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              AND WS-VECES-AMBIENTE-N NUMERIC
               MOVE WS-VECES-AMBIENTE-N TO WS-VECES-UMBRAL
           END-IF.
           PERFORM 6100-CARGAR-RANKING.
           PERFORM 6300-ORDENAR-RANKING.
           PERFORM 6400-GRABAR-REPORTE.
       6000-FIN-REVISION-SEMANAL.
           EXIT.

       6100-CARGAR-RANKING.
           MOVE "N"  TO WS-FIN-BARRIDO.
           MOVE ZERO TO CRH-IDN.
           EXIT.

      * Las propuestas salen barriendo la historia en orden de clave
      * y quedan pendientes de aprobacion. El limite propuesto cubre
      * el peor exceso redondeado al proximo 100.
       6600-EMITIR-PROPUESTAS.
           OPEN INPUT CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CLIENTES-IDX"
               DISPLAY "FILE STATUS ERROR" FS-IDX
               MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
               MOVE FS-IDX TO ABE-FILE-STATUS
               MOVE "6600-EMITIR-PROPUESTAS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
           OPEN I-O PENDIENTES
           EVALUATE FS-PENDIENTES
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT PENDIENTES
               EVALUATE FS-PENDIENTES
                   WHEN "00"
                   CLOSE PENDIENTES
                   OPEN I-O PENDIENTES
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR CAMBIOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "6600-EMITIR-PROPUESTAS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CAMBIOS-PENDIENTES"
               DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
               MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
               MOVE FS-PENDIENTES TO ABE-FILE-STATUS
               MOVE "6600-EMITIR-PROPUESTAS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
               WHEN OTHER
                   MOVE "S" TO WS-FIN-BARRIDO
           END-EVALUATE.
           CLOSE PENDIENTES
           CLOSE CLIENTES-IDX.
       6600-FIN-EMITIR-PROPUESTAS.
           EXIT.

       6650-FIN-PROPONER-UNO.
           EXIT.

      * Sin propuesta para un cliente que ya no esta en el maestro,
      * que esta cerrado, al que el limite propuesto no le sube nada
      * o que ya tiene un cambio esperando aprobacion.
       6700-GRABAR-PROPUESTA.
           COMPUTE WS-LIMITE-PROPUESTO =
               CRH-ULT-LIMITE + CRH-PEOR-EXCESO.
           COMPUTE WS-LIMITE-PROPUESTO =
               (FUNCTION INTEGER ((WS-LIMITE-PROPUESTO + 99,99)
                                  / 100)) * 100.
           IF WS-LIMITE-PROPUESTO GREATER THAN 999999999,99
               MOVE 999999999,99 TO WS-LIMITE-PROPUESTO
           END-IF.
           MOVE CRH-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   IF CIDX-ESTADO NOT EQUAL "C"
                      AND WS-LIMITE-PROPUESTO GREATER THAN CIDX-LIMITE
                       PERFORM 6750-NUMERAR-PENDIENTE
                       IF HAY-CAMBIO-PENDIENTE
                           ADD 1 TO WS-YA-PROPUESTAS
                       ELSE
                           PERFORM 6800-ENCOLAR-PROPUESTA
                       END-IF
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "6700-GRABAR-PROPUESTA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6700-FIN-GRABAR-PROPUESTA.
           EXIT.

       6750-NUMERAR-PENDIENTE.
           MOVE ZERO TO WS-ULTIMO-PENDIENTE.
           MOVE "N" TO WS-YA-PENDIENTE.
           MOVE "N" TO WS-FIN-PENDIENTES.
           MOVE CRH-IDN TO PEN-IDN.
           MOVE ZERO TO PEN-NUMERO.
           START PENDIENTES KEY NOT LESS THAN PEN-CLAVE
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   PERFORM 6760-LEER-PENDIENTE
                      UNTIL FIN-PENDIENTES-IDN
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "6750-NUMERAR-PENDIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6750-FIN-NUMERAR-PENDIENTE.
           EXIT.

       6760-LEER-PENDIENTE.
           READ PENDIENTES NEXT RECORD
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   IF PEN-IDN NOT EQUAL CRH-IDN
                       MOVE "S" TO WS-FIN-PENDIENTES
                   ELSE
                       MOVE PEN-NUMERO TO WS-ULTIMO-PENDIENTE
                       IF PEN-PENDIENTE
                           MOVE "S" TO WS-YA-PENDIENTE
                       END-IF
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-FIN-PENDIENTES
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CAMBIOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "6760-LEER-PENDIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6760-FIN-LEER-PENDIENTE.
           EXIT.

      * La propuesta solo cambia el limite: el resto de la imagen
      * nueva es la del maestro.
       6800-ENCOLAR-PROPUESTA.
           MOVE SPACES              TO REGISTRO-PENDIENTE.
           MOVE CRH-IDN             TO PEN-IDN.
           ADD 1 WS-ULTIMO-PENDIENTE GIVING PEN-NUMERO.
           MOVE "R"                 TO PEN-ORIGEN.
           MOVE "P"                 TO PEN-ESTADO.
           MOVE WS-FECHA-PROCESO    TO PEN-FECHA-ALTA.
           MOVE WS-OPERADOR-REVISION TO PEN-OPERADOR-ALTA.
           MOVE CIDX-DATOS          TO PEN-IMAGEN-ANTERIOR.
           MOVE CIDX-DATOS          TO PEN-IMAGEN-NUEVA.
           MOVE WS-LIMITE-PROPUESTO TO PEN-LIMITE-NVO.
           MOVE ZERO                TO PEN-FECHA-RESOLUCION.
           WRITE REGISTRO-PENDIENTE
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   ADD 1 TO WS-PROPUESTAS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CAMBIOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "6800-ENCOLAR-PROPUESTA" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       6800-FIN-ENCOLAR-PROPUESTA.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF ES-REVISION-SEMANAL
               DISPLAY "CLIENTES RANKEADOS    : " WS-RANKEADOS
               DISPLAY "PROPUESTAS DE LIMITE  : " WS-PROPUESTAS
               DISPLAY "YA PENDIENTES         : " WS-YA-PROPUESTAS
           END-IF.
       5000-FIN-MOSTRAR-RESUMEN.
           EXIT.
