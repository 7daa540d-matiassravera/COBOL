           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS FS-J.
      * Acuerdos en descubierto por IDN, moneda y fecha de inicio: el
      * control de credito usa el monto del acuerdo vigente a la
      * fecha de proceso en lugar del limite general del cliente.
           SELECT ACUERDOS ASSIGN TO "ACUERDOS"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS ACU-CLAVE
           FILE STATUS IS FS-ACU.
           SELECT CONTROL-CORRIDAS ASSIGN TO "CONTROL-CORRIDAS"
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.
      * Manifiesto de entregas entre pasos del batch: una entrada por
      * archivo con la fecha de proceso, la cantidad de registros, la
      * suma de importes y el programa que lo grabo.
           SELECT MANIFIESTO ASSIGN TO "MANIFIESTO-ENTREGAS"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MAN-ARCHIVO
           FILE STATUS IS FS-MANIFIESTO.
           SELECT ARCHIVO-Z ASSIGN TO "ERRORES"
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
       FD  ARCHIVO-A.                                                   03970000
       01  REGISTRO-A.                                                  03980000
               03 FILLER   PIC X(5).                                    03990000
               03 IDN      PIC 9(7).                                    04000000
               03 NOMBRE   PIC X(10).                                   04010000
               03 APELLIDO PIC X(10).                                   04020000
               03 FILLER   PIC X(3).                                    04030000
               03 CLI-SUCURSAL PIC 9(2).
               03 CLI-ESTADO   PIC X(1).
               03 CLI-LIMITE   PIC 9(9)V99.
       01  REGISTRO-A-TRAILER.
               03 TRAILER-ID-A    PIC X(10).
               03 TRAILER-CANT-A  PIC 9(07).
       FD  ARCHIVO-B.                                                   04040000
       01  REGISTRO-B.                                                  04050000
               03 FILLER PIC X(15).                                     04060000
               03 IDN    PIC 9(7).                                      04070000
               03 FILLER PIC X(12).                                     04080000
               03 SALDOS PIC S9(9)V99.                                  04090000
               03 MONEDA PIC X(3).
       01  REGISTRO-B-TRAILER.
               03 FILLER         PIC X(15).
               03 TRAILER-KEY-B  PIC 9(7).
               03 FILLER         PIC X(12).
               03 TRAILER-CANT-B PIC 9(07).
               03 FILLER         PIC X(3).
       FD  ARCHIVO-C.                                                   04100000
       01  REGISTRO-C.                                                  04110000
               03 IDN      PIC 9(7).
               03 APELLIDO PIC X(10).                                   04120000
               03 NOMBRE   PIC X(10).                                   04130000
               03 SALDOS   PIC S9(9)V99.                                04140000
               03 MONEDA   PIC X(3).
       01  REGISTRO-C-TRAILER.                                          04141000
               03 TRAILER-ID-C    PIC X(10).                            04142000
               03 TRAILER-CANT-C  PIC 9(07).                            04143000
               03 TRAILER-SALDO-C PIC S9(12)V99.                        04144000
               03 TRAILER-MONEDA-C PIC X(3).
       FD  ARCHIVO-D.                                                   04150000
       01  REGISTRO-D.                                                  04160000
               03 APELLIDO PIC X(10).                                   04170000
               03 NOMBRE   PIC X(10).                                   04180000
               03 SALDOS   PIC S9(9)V99.                                04190000
               03 TIPO-REGISTRO PIC X(01).
               03 MONEDA   PIC X(3).
       01  REGISTRO-D-TRAILER.                                          04191000
               03 TRAILER-ID-D    PIC X(10).                            04192000
               03 TRAILER-CANT-D  PIC 9(07).                            04193000
               03 TRAILER-SALDO-D PIC S9(12)V99.                        04194000
               03 TRAILER-MONEDA-D PIC X(3).
       FD  ARCHIVO-F.
       01  REGISTRO-F.
               03 IDN      PIC 9(7).
               03 SALDOS   PIC S9(9)V99.
               03 TIPO-REGISTRO PIC X(01).
               03 MONEDA   PIC X(3).
       01  REGISTRO-F-TRAILER.
               03 TRAILER-ID-F    PIC X(10).
               03 TRAILER-CANT-F  PIC 9(07).
               03 TRAILER-SALDO-F PIC S9(12)V99.
               03 TRAILER-MONEDA-F PIC X(3).
       FD  ARCHIVO-G.
       01  REGISTRO-G.
               03 IDN      PIC 9(7).
               03 APELLIDO PIC X(10).
               03 NOMBRE   PIC X(10).
               03 SALDOS   PIC S9(9)V99.
               03 MONEDA   PIC X(3).
       01  REGISTRO-G-TRAILER.
               03 TRAILER-ID-G    PIC X(10).
               03 TRAILER-CANT-G  PIC 9(07).
               03 TRAILER-SALDO-G PIC S9(12)V99.
               03 TRAILER-MONEDA-G PIC X(3).
       FD  ARCHIVO-H.
       01  REGISTRO-H.
               03 CKPT-IDN-A       PIC 9(7).
               03 CKPT-IDN-B       PIC 9(7).
               03 CKPT-LEIDOSA     PIC 9(7).
               03 CKPT-LEIDOSB     PIC 9(7).
               03 CKPT-CARGADOSC   PIC 9(7).
               03 CKPT-CARGADOSF   PIC 9(7).
               03 CKPT-CARGADOSG   PIC 9(7).
               03 CKPT-CARGADOSJ   PIC 9(7).
               03 CKPT-TOTAL-SALDO-G PIC S9(12)V99.
               03 CKPT-TOTAL-SALDO-C PIC S9(12)V99.
               03 CKPT-TOTAL-SALDO-D PIC S9(12)V99.
               03 CKPT-TOTAL-SALDO-F PIC S9(12)V99.
               03 CKPT-MONEDAS OCCURS 2 TIMES.
                   05 CKPT-MON-CANT-C PIC 9(7).
                   05 CKPT-MON-TOT-C  PIC S9(12)V99.
                   05 CKPT-MON-CANT-F PIC 9(7).
                   05 CKPT-MON-TOT-F  PIC S9(12)V99.
                   05 CKPT-MON-CANT-G PIC 9(7).
                   05 CKPT-MON-TOT-G  PIC S9(12)V99.
       FD  ARCHIVO-E.                                                   04195000
       01  REGISTRO-E.                                                  04196000
               03 RESUMEN-FECHA     PIC 9(8).                           04196100
               03 RESUMEN-MONEDAS OCCURS 2 TIMES.
                   05 RESUMEN-MON-CODIGO    PIC X(3).
                   05 RESUMEN-MON-CARGADOSC PIC 9(7).
                   05 RESUMEN-MON-TOTAL-C   PIC S9(12)V99.
       FD  ARCHIVO-I.
       01  REGISTRO-I.
               03 DUP-IDN      PIC 9(7).
               03 DUP-NOMBRE   PIC X(10).
               03 DUP-APELLIDO PIC X(10).
       FD  ARCHIVO-J.
       01  REGISTRO-J.
               03 EXC-IDN-J      PIC 9(7).
               03 EXC-APELLIDO-J PIC X(10).
               03 EXC-NOMBRE-J   PIC X(10).
               03 EXC-SALDOS-J   PIC S9(9)V99.
               03 EXC-ESTADO-J   PIC X(01).
               03 EXC-LIMITE-J   PIC 9(9)V99.
               03 EXC-MOTIVO-J   PIC X(10).
       FD  ACUERDOS.
       01  REGISTRO-ACUERDO.
               03 ACU-CLAVE.
                   05 ACU-IDN         PIC 9(7).
                   05 ACU-MONEDA      PIC X(3).
                   05 ACU-FECHA-DESDE PIC 9(8).
               03 ACU-FECHA-HASTA PIC 9(8).
               03 ACU-MONTO       PIC 9(9)V99.
               03 ACU-TASA        PIC 9(2)V99.
               03 ACU-ESTADO      PIC X(01).
                   88 ACU-VIGENTE VALUE "V".
               03 ACU-FECHA-ALTA  PIC 9(8).
               03 ACU-OPERADOR    PIC X(8).
       FD  CONTROL-CORRIDAS.
       01  REGISTRO-CONTROL.
           03  CTL-PROGRAMA        PIC X(20).
           03  CTL-REGISTROS       PIC 9(7).
           03  CTL-RETORNO         PIC 9(2).
           03  CTL-ESTADO          PIC X(01).
       FD  MANIFIESTO.
       01  REGISTRO-MANIFIESTO.
           03  MAN-ARCHIVO      PIC X(20).
           03  MAN-FECHA        PIC 9(8).
           03  MAN-REGISTROS    PIC 9(7).
           03  MAN-HASH         PIC S9(15)V99.
           03  MAN-PROGRAMA     PIC X(20).
           03  MAN-HORA         PIC 9(6).
       FD  ARCHIVO-Z.
       01  REGISTRO-ERROR.
           03  ERR-PROGRAMA     PIC X(20).
           03  ABE-FILE-STATUS  PIC X(2).
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
       01  FS-A PIC X(2).                                               04210000
               88 FS-A-OK    VALUE "00".                                04220000
               88 FS-A-EOF   VALUE "10".                                04230000
       01  FS-J PIC X(2).
               88 FS-J-OK    VALUE "00".
               88 FS-J-EOF   VALUE "10".
       01  FS-ACU PIC X(2).
               88 FS-ACU-OK  VALUE "00".
      * Sin maestro ACUERDOS todavia (status 35 al abrir) el control
      * sigue con CLI-LIMITE; con el maestro, un cliente sin acuerdo
      * vigente en la moneda no tiene descubierto autorizado.
       01  WS-HAY-ACUERDOS PIC X(01) VALUE "N".
               88 HAY-MAESTRO-ACUERDOS VALUE "S".
       01  WS-ACU-FIN PIC X(01).
               88 FIN-ACUERDOS-CLIENTE VALUE "S".
       01  WS-LIMITE-CONTROL PIC 9(9)V99.
       01  FS-CONTROL          PIC X(2).
           88 FS-CONTROL-OK    VALUE "00".
           88 FS-CONTROL-EOF   VALUE "10".
               03 CARGADOSF   PIC 9(7).
               03 CARGADOSG   PIC 9(7).
               03 CARGADOSJ   PIC 9(7).
               03 TOTAL-SALDO-G PIC S9(12)V99.
               03 TOTAL-SALDO-C PIC S9(12)V99.                          04371000
               03 TOTAL-SALDO-D PIC S9(12)V99.                          04372000
               03 TOTAL-SALDO-F PIC S9(12)V99.
       01  VARIABLES-SECUENCIA.
               03 WS-IDN-ANT-A PIC 9(7) VALUE ZERO.
               03 WS-IDN-ANT-B PIC 9(7) VALUE ZERO.
               03 WS-IDN-ANT-DUP PIC 9(7) VALUE ZERO.
       01  VARIABLES-CONTROL-CONTEO.
               03 WS-ESPERADOS-A PIC 9(07) VALUE ZERO.
               03 WS-ESPERADOS-B PIC 9(07) VALUE ZERO.
               03 WS-MODO-RESTART    PIC X(01).
                   88 WS-ES-RESTART  VALUE "S".
       01  WS-ULTIMO-CHECKPOINT.
               03 WS-CKPT-IDN-A     PIC 9(7) VALUE ZERO.
               03 WS-CKPT-IDN-B     PIC 9(7) VALUE ZERO.
               03 WS-CKPT-LEIDOSA   PIC 9(7) VALUE ZERO.
               03 WS-CKPT-LEIDOSB   PIC 9(7) VALUE ZERO.
               03 WS-CKPT-CARGADOSC PIC 9(7) VALUE ZERO.
               03 WS-CKPT-CARGADOSF PIC 9(7) VALUE ZERO.
               03 WS-CKPT-CARGADOSG PIC 9(7) VALUE ZERO.
               03 WS-CKPT-CARGADOSJ PIC 9(7) VALUE ZERO.
               03 WS-CKPT-TOTAL-SALDO-G PIC S9(12)V99 VALUE ZERO.
               03 WS-CKPT-TOTAL-SALDO-C PIC S9(12)V99 VALUE ZERO.
               03 WS-CKPT-TOTAL-SALDO-D PIC S9(12)V99 VALUE ZERO.
               03 WS-CKPT-TOTAL-SALDO-F PIC S9(12)V99 VALUE ZERO.
       01  WS-CKPT-TABLA-MONEDA.
               03 WS-CKPT-MONEDAS OCCURS 2 TIMES.
                   05 WS-CKPT-MON-CANT-C PIC 9(7).
                   05 WS-CKPT-MON-TOT-C  PIC S9(12)V99.
                   05 WS-CKPT-MON-CANT-F PIC 9(7).
                   05 WS-CKPT-MON-TOT-F  PIC S9(12)V99.
                   05 WS-CKPT-MON-CANT-G PIC 9(7).
                   05 WS-CKPT-MON-TOT-G  PIC S9(12)V99.
       01  TABLA-SALDOS.
               03 SALDO-ENTRADA-TABLA OCCURS 999 TIMES.
                   05 SALDO-TABLA  PIC S9(9)V99.
                   05 MONEDA-TABLA PIC X(3).
       01  VARIABLES-MULTIPLES.
               03 WS-IDN-GRUPO    PIC 9(7).
               03 WS-CANT-SALDOS  PIC 9(3) VALUE ZERO.
               03 WS-IDX-SALDO    PIC 9(3) VALUE ZERO.
               03 WS-SALDO-ACTUAL PIC S9(9)V99.
               03 WS-EN-GRUPO     PIC X(01) VALUE "N".
                   88 EN-GRUPO-ACTIVO VALUE "S".
       01  WS-DEUDA-CONTROL PIC 9(9)V99.
      * Totales por moneda: nunca se suman pesos con dolares; cada
      * moneda lleva su propia cantidad y total para los trailers y
      * el resumen.
               03 MON-TOT-ENTRY OCCURS 2 TIMES.
                   05 MON-CODIGO PIC X(3).
                   05 MON-CANT-C PIC 9(7).
                   05 MON-TOT-C  PIC S9(12)V99.
                   05 MON-CANT-F PIC 9(7).
                   05 MON-TOT-F  PIC S9(12)V99.
                   05 MON-CANT-G PIC 9(7).
                   05 MON-TOT-G  PIC S9(12)V99.
       01  WS-IDX-MON PIC 9(1).
       01  WS-MONEDA-ACTUAL PIC X(3).
       01  WS-SALDO-MULTIPLE PIC X(01) VALUE "N".
              THRU 1200-FIN-REPOSICIONAR-RESTART
           PERFORM 2000-PROCESO UNTIL FS-A-EOF AND FS-B-EOF.            04420000
           PERFORM 3500-CIERRE-ARCHIVOS THRU 3500-FIN-CIERRE-ARCHIVOS.  04430000
           PERFORM 8600-REGISTRAR-ENTREGAS
              THRU 8600-FIN-REGISTRAR-ENTREGAS.
           PERFORM 4000-MOSTRAR-DATOS THRU 4000-FIN-MOSTRAR-DATOS.      04440000
                                                                        04450000
       1000-INICIO.                                                     04460000
               PERFORM 1100-LEER-ULTIMO-CHECKPOINT
                  THRU 1100-FIN-LEER-ULTIMO-CHECKPOINT
           END-IF.
           PERFORM 8500-VERIFICAR-ENTREGAS
              THRU 8500-FIN-VERIFICAR-ENTREGAS.
           OPEN INPUT ARCHIVO-A.                                        04480000
           EVALUATE FS-A                                                04490000
               WHEN "00"                                                04500000
                    PERFORM 9900-ABEND
           END-EVALUATE
           .
           OPEN INPUT ACUERDOS.
           EVALUATE FS-ACU
               WHEN "00"
                    MOVE "S" TO WS-HAY-ACUERDOS
               WHEN "35"
                    DISPLAY "SIN MAESTRO ACUERDOS, SE CONTROLA CONTRA "
                            "CLI-LIMITE"
               WHEN OTHER
                    DISPLAY "ERROR EN APERTURA ACUERDOS"
                    DISPLAY "FILE STATUS ERROR " FS-ACU
                    MOVE "ACUERDOS" TO ABE-ARCHIVO
                    MOVE FS-ACU TO ABE-FILE-STATUS
                    MOVE "1000-INICIO" TO ABE-PARRAFO
                    MOVE 16 TO ABE-RETORNO
                    PERFORM 9900-ABEND
           END-EVALUATE
           .
       1000-FIN-INICIO.                                                 04920000
           EXIT.                                                        04930000
       1050-VALIDAR-CLIENTES-DUPLICADOS.
                       "*TOTAL*"
                        MOVE TRAILER-CANT-A OF REGISTRO-A-TRAILER
                             TO WS-ESPERADOS-A
                        MOVE 9999999 TO IDN OF ARCHIVO-A
                        MOVE "10"  TO FS-A
                    ELSE
                        ADD 1 TO LEIDOSA
                         PERFORM 1700-VERIFICAR-CHECKPOINT
                    END-IF
               WHEN "10"                                                04990000
                    MOVE 9999999 TO IDN OF ARCHIVO-A                    05000000
               WHEN OTHER                                               05010000
                    DISPLAY "ERROR EN LECTURA ARCHIVO-A"                05020000
                    DISPLAY "FILE STATUS ERROR " FS-A                   05030000
           READ ARCHIVO-B NEXT RECORD                                   05100000
           EVALUATE FS-B                                                05110000
               WHEN "00"                                                05120000
                    IF TRAILER-KEY-B OF REGISTRO-B-TRAILER EQUAL 9999998
                        MOVE TRAILER-CANT-B OF REGISTRO-B-TRAILER
                             TO WS-ESPERADOS-B
                        MOVE 9999999 TO IDN OF ARCHIVO-B
                        MOVE "10"  TO FS-B
                    ELSE
                        ADD 1 TO LEIDOSB
                         PERFORM 1700-VERIFICAR-CHECKPOINT
                    END-IF
               WHEN "10"                                                05140000
                    MOVE 9999999 TO IDN OF ARCHIVO-B                    05150000
               WHEN OTHER                                               05160000
                    DISPLAY "ERROR EN LECTURA ARCHIVO-B"                05170000
                    DISPLAY "FILE STATUS ERROR " FS-B                   05180000
                       "*TOTAL*"
                        MOVE TRAILER-CANT-A OF REGISTRO-A-TRAILER
                             TO WS-ESPERADOS-A
                        MOVE 9999999 TO IDN OF ARCHIVO-A
                        MOVE "10"  TO FS-A
                    ELSE
                        PERFORM 1550-VALIDAR-SEC-A
                    END-IF
               WHEN "10"
                    MOVE 9999999 TO IDN OF ARCHIVO-A
               WHEN OTHER
                    DISPLAY "ERROR EN LECTURA ARCHIVO-A"
                    DISPLAY "FILE STATUS ERROR " FS-A
           READ ARCHIVO-B NEXT RECORD
           EVALUATE FS-B
               WHEN "00"
                    IF TRAILER-KEY-B OF REGISTRO-B-TRAILER EQUAL 9999998
                        MOVE TRAILER-CANT-B OF REGISTRO-B-TRAILER
                             TO WS-ESPERADOS-B
                        MOVE 9999999 TO IDN OF ARCHIVO-B
                        MOVE "10"  TO FS-B
                    ELSE
                        PERFORM 1650-VALIDAR-SEC-B
                    END-IF
               WHEN "10"
                    MOVE 9999999 TO IDN OF ARCHIVO-B
               WHEN OTHER
                    DISPLAY "ERROR EN LECTURA ARCHIVO-B"
                    DISPLAY "FILE STATUS ERROR " FS-B
       2850-FIN-INDICE-MONEDA.
           EXIT.
       2900-CONTROL-CREDITO.
           MOVE CLI-LIMITE TO WS-LIMITE-CONTROL
           IF CLI-ESTADO EQUAL "B" OR CLI-ESTADO EQUAL "C"
               IF CLI-ESTADO EQUAL "B"
                   MOVE "BLOQUEADO" TO EXC-MOTIVO-J
               ELSE
                   MOVE "CERRADA" TO EXC-MOTIVO-J
               END-IF
               PERFORM 3650-GRABA-J
           ELSE
               IF SALDOS OF REGISTRO-C LESS THAN ZERO
                   IF HAY-MAESTRO-ACUERDOS
                       PERFORM 2950-BUSCAR-ACUERDO
                   END-IF
                   COMPUTE WS-DEUDA-CONTROL =
                           ZERO - SALDOS OF REGISTRO-C
                   IF WS-DEUDA-CONTROL GREATER THAN WS-LIMITE-CONTROL
                       MOVE "EXCEDIDO" TO EXC-MOTIVO-J
                       PERFORM 3650-GRABA-J
                   END-IF
           END-IF.
       2900-FIN-CONTROL-CREDITO.
           EXIT.
      * Acuerdo vigente: el de la moneda del saldo con inicio no
      * posterior a la fecha de proceso, vencimiento no anterior y
      * no dado de baja. Sin acuerdo vigente el limite queda en cero.
       2950-BUSCAR-ACUERDO.
           MOVE ZERO TO WS-LIMITE-CONTROL
           MOVE "N" TO WS-ACU-FIN
           MOVE IDN    OF REGISTRO-C TO ACU-IDN
           MOVE MONEDA OF REGISTRO-C TO ACU-MONEDA
           MOVE ZERO TO ACU-FECHA-DESDE
           START ACUERDOS KEY NOT LESS THAN ACU-CLAVE
           EVALUATE FS-ACU
               WHEN "00"
                    PERFORM 2960-LEER-ACUERDO
                       UNTIL FIN-ACUERDOS-CLIENTE
               WHEN "23"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR EN POSICIONAMIENTO ACUERDOS"
                    DISPLAY "FILE STATUS ERROR " FS-ACU
                    MOVE "ACUERDOS" TO ABE-ARCHIVO
                    MOVE FS-ACU TO ABE-FILE-STATUS
                    MOVE "2950-BUSCAR-ACUERDO" TO ABE-PARRAFO
                    MOVE 17 TO ABE-RETORNO
                    PERFORM 9900-ABEND
           END-EVALUATE.
       2950-FIN-BUSCAR-ACUERDO.
           EXIT.
       2960-LEER-ACUERDO.
           READ ACUERDOS NEXT RECORD
           EVALUATE FS-ACU
               WHEN "00"
                    IF ACU-IDN NOT EQUAL IDN OF REGISTRO-C
                       OR ACU-MONEDA NOT EQUAL MONEDA OF REGISTRO-C
                       OR ACU-FECHA-DESDE GREATER THAN WS-CTL-FECHA-PROC
                        MOVE "S" TO WS-ACU-FIN
                    ELSE
                        IF ACU-VIGENTE
                           AND ACU-FECHA-HASTA NOT LESS THAN
                               WS-CTL-FECHA-PROC
                            MOVE ACU-MONTO TO WS-LIMITE-CONTROL
                        END-IF
                    END-IF
               WHEN "10"
                    MOVE "S" TO WS-ACU-FIN
               WHEN OTHER
                    DISPLAY "ERROR EN LECTURA ACUERDOS"
                    DISPLAY "FILE STATUS ERROR " FS-ACU
                    MOVE "ACUERDOS" TO ABE-ARCHIVO
                    MOVE FS-ACU TO ABE-FILE-STATUS
                    MOVE "2960-LEER-ACUERDO" TO ABE-PARRAFO
                    MOVE 17 TO ABE-RETORNO
                    PERFORM 9900-ABEND
           END-EVALUATE.
       2960-FIN-LEER-ACUERDO.
           EXIT.
       3650-GRABA-J.
           MOVE IDN      OF REGISTRO-C TO EXC-IDN-J
           MOVE APELLIDO OF REGISTRO-C TO EXC-APELLIDO-J
           MOVE NOMBRE   OF REGISTRO-C TO EXC-NOMBRE-J
           MOVE SALDOS   OF REGISTRO-C TO EXC-SALDOS-J
           MOVE CLI-ESTADO             TO EXC-ESTADO-J
           MOVE WS-LIMITE-CONTROL      TO EXC-LIMITE-J
           WRITE REGISTRO-J.
           EVALUATE FS-J
               WHEN "00"
           END-EVALUATE
           .
           CLOSE ARCHIVO-J.
           IF HAY-MAESTRO-ACUERDOS
               CLOSE ACUERDOS
           END-IF.
           EVALUATE FS-J
               WHEN "00"
                    CONTINUE
           CLOSE CONTROL-CORRIDAS.
       9200-FIN-GRABAR-CONTROL.
           EXIT.
      * Verificacion de entregas: antes de abrir sus entradas el paso
      * las cuenta y compara fecha de proceso, cantidad de registros y
      * suma de importes con lo que registro el paso productor en el
      * manifiesto. Cualquier diferencia corta el paso con RC 20 y el
      * motivo en ERRORES en lugar del file status: MF sin entrada del
      * productor, MD grabado para otra fecha, MC cantidad distinta,
      * MH suma de importes distinta.
       8500-VERIFICAR-ENTREGAS.
           PERFORM 8590-FECHA-ENTREGA THRU 8590-FIN-FECHA-ENTREGA.
           OPEN INPUT MANIFIESTO.
           EVALUATE FS-MANIFIESTO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "MANIFIESTO-ENTREGAS" TO WS-MAN-ARCHIVO
                   MOVE "MF" TO WS-MAN-MOTIVO
                   PERFORM 8530-RECHAZAR-ENTREGA
                       THRU 8530-FIN-RECHAZAR-ENTREGA
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR MANIFIESTO-ENTREGAS"
                   DISPLAY "FILE STATUS ERROR " FS-MANIFIESTO
                   MOVE "MANIFIESTO-ENTREGAS" TO ABE-ARCHIVO
                   MOVE FS-MANIFIESTO TO ABE-FILE-STATUS
                   MOVE "8500-VERIFICAR-ENTREGAS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE "SALDO" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO THRU 8510-FIN-LEER-MANIFIESTO.
           PERFORM 8720-CONTAR-SALDO THRU 8720-FIN-CONTAR-SALDO.
           PERFORM 8520-COMPARAR-ENTREGA THRU 8520-FIN-COMPARAR-ENTREGA.
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
                           THRU 8530-FIN-RECHAZAR-ENTREGA
                   END-IF
               WHEN "23"
                   MOVE "MF" TO WS-MAN-MOTIVO
                   PERFORM 8530-RECHAZAR-ENTREGA
                       THRU 8530-FIN-RECHAZAR-ENTREGA
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
                   THRU 8530-FIN-RECHAZAR-ENTREGA
           END-IF.
           IF WS-MAN-HASH NOT EQUAL MAN-HASH
               MOVE "MH" TO WS-MAN-MOTIVO
               PERFORM 8530-RECHAZAR-ENTREGA
                   THRU 8530-FIN-RECHAZAR-ENTREGA
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
           PERFORM 8590-FECHA-ENTREGA THRU 8590-FIN-FECHA-ENTREGA.
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
           MOVE "APAREO" TO WS-MAN-ARCHIVO.
           PERFORM 8700-CONTAR-APAREO THRU 8700-FIN-CONTAR-APAREO.
           PERFORM 8610-GRABAR-MANIFIESTO
               THRU 8610-FIN-GRABAR-MANIFIESTO.
           MOVE "SALDO-DEUDOR" TO WS-MAN-ARCHIVO.
           PERFORM 8740-CONTAR-DEUDOR THRU 8740-FIN-CONTAR-DEUDOR.
           PERFORM 8610-GRABAR-MANIFIESTO
               THRU 8610-FIN-GRABAR-MANIFIESTO.
           MOVE "SALDOSINCLIENTE" TO WS-MAN-ARCHIVO.
           PERFORM 8760-CONTAR-SINCLIENTE
               THRU 8760-FIN-CONTAR-SINCLIENTE.
           PERFORM 8610-GRABAR-MANIFIESTO
               THRU 8610-FIN-GRABAR-MANIFIESTO.
           CLOSE MANIFIESTO.
       8600-FIN-REGISTRAR-ENTREGAS.
           EXIT.
       8610-GRABAR-MANIFIESTO.
           MOVE WS-MAN-ARCHIVO TO MAN-ARCHIVO.
           READ MANIFIESTO
           EVALUATE FS-MANIFIESTO
               WHEN "00"
                   PERFORM 8620-ARMAR-MANIFIESTO
                       THRU 8620-FIN-ARMAR-MANIFIESTO
                   REWRITE REGISTRO-MANIFIESTO
               WHEN "23"
                   PERFORM 8620-ARMAR-MANIFIESTO
                       THRU 8620-FIN-ARMAR-MANIFIESTO
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
           MOVE "APAREOAN" TO MAN-PROGRAMA.
           ACCEPT WS-MAN-HORA8 FROM TIME.
           DIVIDE WS-MAN-HORA8 BY 100 GIVING MAN-HORA.
       8620-FIN-ARMAR-MANIFIESTO.
           EXIT.
       8700-CONTAR-APAREO.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ARCHIVO-C.
           IF FS-C NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR ARCHIVO-C"
               DISPLAY "FILE STATUS ERROR " FS-C
               MOVE "ARCHIVO-C" TO ABE-ARCHIVO
               MOVE FS-C TO ABE-FILE-STATUS
               MOVE "8700-CONTAR-APAREO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8710-LEER-APAREO
               THRU 8710-FIN-LEER-APAREO UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-C.
       8700-FIN-CONTAR-APAREO.
           EXIT.
       8710-LEER-APAREO.
           READ ARCHIVO-C
           EVALUATE FS-C
               WHEN "00"
                   IF TRAILER-ID-C EQUAL "*TOTAL*"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-C
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA ARCHIVO-C"
                   DISPLAY "FILE STATUS ERROR " FS-C
                   MOVE "ARCHIVO-C" TO ABE-ARCHIVO
                   MOVE FS-C TO ABE-FILE-STATUS
                   MOVE "8710-LEER-APAREO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8710-FIN-LEER-APAREO.
           EXIT.
       8720-CONTAR-SALDO.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ARCHIVO-B.
           IF FS-B NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR ARCHIVO-B"
               DISPLAY "FILE STATUS ERROR " FS-B
               MOVE "ARCHIVO-B" TO ABE-ARCHIVO
               MOVE FS-B TO ABE-FILE-STATUS
               MOVE "8720-CONTAR-SALDO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8730-LEER-SALDO
               THRU 8730-FIN-LEER-SALDO UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-B.
       8720-FIN-CONTAR-SALDO.
           EXIT.
       8730-LEER-SALDO.
           READ ARCHIVO-B NEXT RECORD
           EVALUATE FS-B
               WHEN "00"
                   IF TRAILER-KEY-B EQUAL 9999998
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-B
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA ARCHIVO-B"
                   DISPLAY "FILE STATUS ERROR " FS-B
                   MOVE "ARCHIVO-B" TO ABE-ARCHIVO
                   MOVE FS-B TO ABE-FILE-STATUS
                   MOVE "8730-LEER-SALDO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8730-FIN-LEER-SALDO.
           EXIT.
       8740-CONTAR-DEUDOR.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ARCHIVO-G.
           IF FS-G NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR ARCHIVO-G"
               DISPLAY "FILE STATUS ERROR " FS-G
               MOVE "ARCHIVO-G" TO ABE-ARCHIVO
               MOVE FS-G TO ABE-FILE-STATUS
               MOVE "8740-CONTAR-DEUDOR" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8750-LEER-DEUDOR
               THRU 8750-FIN-LEER-DEUDOR UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-G.
       8740-FIN-CONTAR-DEUDOR.
           EXIT.
       8750-LEER-DEUDOR.
           READ ARCHIVO-G
           EVALUATE FS-G
               WHEN "00"
                   IF TRAILER-ID-G EQUAL "*TOTAL*"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SALDOS OF REGISTRO-G
                           TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA ARCHIVO-G"
                   DISPLAY "FILE STATUS ERROR " FS-G
                   MOVE "ARCHIVO-G" TO ABE-ARCHIVO
                   MOVE FS-G TO ABE-FILE-STATUS
                   MOVE "8750-LEER-DEUDOR" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8750-FIN-LEER-DEUDOR.
           EXIT.
       8760-CONTAR-SINCLIENTE.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT ARCHIVO-F.
           IF FS-F NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR ARCHIVO-F"
               DISPLAY "FILE STATUS ERROR " FS-F
               MOVE "ARCHIVO-F" TO ABE-ARCHIVO
               MOVE FS-F TO ABE-FILE-STATUS
               MOVE "8760-CONTAR-SINCLIENTE" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8770-LEER-SINCLIENTE
               THRU 8770-FIN-LEER-SINCLIENTE UNTIL FIN-ENTREGA.
           CLOSE ARCHIVO-F.
       8760-FIN-CONTAR-SINCLIENTE.
           EXIT.
       8770-LEER-SINCLIENTE.
           READ ARCHIVO-F
           EVALUATE FS-F
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
                   DISPLAY "ERROR EN LECTURA ARCHIVO-F"
                   DISPLAY "FILE STATUS ERROR " FS-F
                   MOVE "ARCHIVO-F" TO ABE-ARCHIVO
                   MOVE FS-F TO ABE-FILE-STATUS
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
           OPEN EXTEND ARCHIVO-Z.
           IF FS-ERRORES-NOEX
