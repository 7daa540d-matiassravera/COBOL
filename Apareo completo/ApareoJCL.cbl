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
       FD  ARCHIVO-A.                                                   00360000
       01  REGISTRO-A.                                                  00370000
               03 FILLER   PIC X(5).                                    00380000
               03 IDN      PIC 9(7).                                    00390000
               03 NOMBRE   PIC X(10).                                   00400000
               03 APELLIDO PIC X(10).                                   00410000
               03 FILLER   PIC X(3).                                    00420000
               03 CLI-SUCURSAL PIC 9(2).
               03 CLI-ESTADO   PIC X(1).
               03 CLI-LIMITE   PIC 9(9)V99.
       01  REGISTRO-A-TRAILER.
               03 TRAILER-ID-A    PIC X(10).
               03 TRAILER-CANT-A  PIC 9(07).
       FD  ARCHIVO-B.                                                   00430000
       01  REGISTRO-B.                                                  00440000
               03 FILLER PIC X(15).                                     00450000
               03 IDN    PIC 9(7).                                      00460000
               03 FILLER PIC X(12).                                     00470000
               03 SALDOS PIC S9(9)V99.                                  00480000
               03 MONEDA PIC X(3).
       01  REGISTRO-B-TRAILER.
               03 FILLER         PIC X(15).
               03 TRAILER-KEY-B  PIC 9(7).
               03 FILLER         PIC X(12).
               03 TRAILER-CANT-B PIC 9(07).
               03 FILLER         PIC X(3).
       FD  ARCHIVO-C.                                                   00490000
       01  REGISTRO-C.                                                  00500000
               03 IDN      PIC 9(7).
               03 APELLIDO PIC X(10).                                   00510000
               03 NOMBRE   PIC X(10).                                   00520000
               03 SALDOS   PIC S9(9)V99.                                00530000
               03 MONEDA   PIC X(3).
       01  REGISTRO-C-TRAILER.                                          00531000
               03 TRAILER-ID-C    PIC X(10).                            00532000
               03 TRAILER-CANT-C  PIC 9(07).                            00533000
               03 TRAILER-SALDO-C PIC S9(12)V99.                        00534000
               03 TRAILER-MONEDA-C PIC X(3).
       FD  ARCHIVO-D.                                                   00540000
       01  REGISTRO-D.                                                  00550000
               03 APELLIDO PIC X(10).                                   00560000
               03 NOMBRE   PIC X(10).                                   00570000
               03 SALDOS   PIC S9(9)V99.                                00580000
               03 TIPO-REGISTRO PIC X(01).
               03 MONEDA   PIC X(3).
       01  REGISTRO-D-TRAILER.                                          00581000
               03 TRAILER-ID-D    PIC X(10).                            00582000
               03 TRAILER-CANT-D  PIC 9(07).                            00583000
               03 TRAILER-SALDO-D PIC S9(12)V99.                        00584000
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
       FD  ARCHIVO-E.                                                   00585000
       01  REGISTRO-E.                                                  00586000
               03 RESUMEN-FECHA     PIC 9(8).                           00586100
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
       01  FS-A PIC X(2).                                               00600000
               88 FS-A-OK    VALUE "00".                                00610000
               88 FS-A-EOF   VALUE "10".                                00620000
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
           88 FS-CONTROL-NOEX  VALUE "35".
       01  WS-CTL-PROGRAMA     PIC X(20) VALUE "APAREO1".
      * Corrida por rango de IDN: con APAREO-RANGO (nn) el paso solo
      * procesa los clientes y saldos entre APAREO-IDN-DESDE y
      * APAREO-IDN-HASTA, se registra como APAREO1-Rnn y el script del
      * paso le apunta salidas y checkpoint propios del rango, asi los
      * rangos corren en paralelo y uno caido se reanuda solo. La
      * verificacion de SALDO y el registro de entregas los hace
      * ParticionApareo (PARTIR y UNIR, desde RunApareoRangos.sh) una
      * sola vez para todos. Sin APAREO-RANGO el paso corre completo
      * como siempre.
       01  WS-RANGO-AMB        PIC X(2).
       01  WS-RANGO-AMB-N REDEFINES WS-RANGO-AMB PIC 9(2).
       01  WS-RANGO-ACTIVO     PIC X(01) VALUE "N".
           88 RANGO-ACTIVO     VALUE "S".
       01  WS-RANGO-IDN-AMB    PIC X(7).
       01  WS-RANGO-IDN-AMB-N REDEFINES WS-RANGO-IDN-AMB PIC 9(7).
       01  WS-RANGO-DESDE      PIC 9(7) VALUE ZERO.
       01  WS-RANGO-HASTA      PIC 9(7) VALUE 9999997.
       01  WS-A-ANTES-RANGO    PIC X(01) VALUE "N".
           88 A-ANTES-DEL-RANGO VALUE "S".
       01  WS-CTL-FECHA-PROC   PIC 9(8).
       01  WS-CTL-FECHA-AMB    PIC X(8).
       01  WS-CTL-FECHA-AMB-N REDEFINES WS-CTL-FECHA-AMB
               03 CARGADOSF   PIC 9(7).
               03 CARGADOSG   PIC 9(7).
               03 CARGADOSJ   PIC 9(7).
               03 TOTAL-SALDO-G PIC S9(12)V99.
               03 TOTAL-SALDO-C PIC S9(12)V99.                          00761000
               03 TOTAL-SALDO-D PIC S9(12)V99.                          00762000
               03 TOTAL-SALDO-F PIC S9(12)V99.
       01  VARIABLES-SECUENCIA.
               03 WS-IDN-ANT-A PIC 9(7) VALUE ZERO.
               03 WS-IDN-ANT-B PIC 9(7) VALUE ZERO.
               03 WS-IDN-ANT-DUP PIC 9(7) VALUE ZERO.
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
       PROCEDURE DIVISION.                                              00770000
           PERFORM 1000-INICIO THRU 1000-FIN-INICIO                     00780000
           PERFORM 1050-VALIDAR-CLIENTES-DUPLICADOS
              THRU 1050-FIN-VALIDAR-CLIENTES-DUPLICADOS
           PERFORM 1500-LEER-A THRU 1500-FIN-LEER-A                     00790000
           PERFORM 1500-LEER-A THRU 1500-FIN-LEER-A
              UNTIL NOT A-ANTES-DEL-RANGO
           IF NOT FS-B-EOF
               PERFORM 1600-LEER-B THRU 1600-FIN-LEER-B                 00800000
           END-IF
           PERFORM 1200-REPOSICIONAR-RESTART
              THRU 1200-FIN-REPOSICIONAR-RESTART
           PERFORM 2000-PROCESO UNTIL FS-A-EOF AND FS-B-EOF.            00810000
           PERFORM 3500-CIERRE-ARCHIVOS THRU 3500-FIN-CIERRE-ARCHIVOS.  00820000
           IF NOT RANGO-ACTIVO
               PERFORM 8600-REGISTRAR-ENTREGAS
                  THRU 8600-FIN-REGISTRAR-ENTREGAS
           END-IF.
           PERFORM 4000-MOSTRAR-DATOS THRU 4000-FIN-MOSTRAR-DATOS.      00830000
                                                                        00840000
       1000-INICIO.                                                     00850000
           MOVE "PES" TO MON-CODIGO (1).
           MOVE "DOL" TO MON-CODIGO (2).                                       00860000
           ACCEPT WS-MODO-RESTART FROM ENVIRONMENT "APAREO-RESTART".
           PERFORM 1020-TOMAR-RANGO THRU 1020-FIN-TOMAR-RANGO.
           PERFORM 9000-REGISTRAR-INICIO
              THRU 9000-FIN-REGISTRAR-INICIO.
           IF WS-ES-RESTART
               PERFORM 1100-LEER-ULTIMO-CHECKPOINT
                  THRU 1100-FIN-LEER-ULTIMO-CHECKPOINT
           END-IF.
           IF NOT RANGO-ACTIVO
               PERFORM 8500-VERIFICAR-ENTREGAS
                  THRU 8500-FIN-VERIFICAR-ENTREGAS
           END-IF.
           OPEN INPUT ARCHIVO-A.                                        00870000
           EVALUATE FS-A                                                00880000
               WHEN "00"                                                00890000
                    PERFORM 9900-ABEND
           END-EVALUATE                                                 01090000
           .                                                            01100000
           IF RANGO-ACTIVO
               PERFORM 1030-POSICIONAR-B-RANGO
                  THRU 1030-FIN-POSICIONAR-B-RANGO
           END-IF.
           IF WS-ES-RESTART
               OPEN EXTEND ARCHIVO-C
           ELSE
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
       1000-FIN-INICIO.                                                 01310000
           EXIT.                                                        01320000
       1020-TOMAR-RANGO.
           ACCEPT WS-RANGO-AMB FROM ENVIRONMENT "APAREO-RANGO".
           IF WS-RANGO-AMB EQUAL SPACES
               GO TO 1020-FIN-TOMAR-RANGO
           END-IF.
           IF WS-RANGO-AMB-N NOT NUMERIC
               DISPLAY "APAREO-RANGO INVALIDO: " WS-RANGO-AMB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "S" TO WS-RANGO-ACTIVO.
           ACCEPT WS-RANGO-IDN-AMB FROM ENVIRONMENT "APAREO-IDN-DESDE".
           IF WS-RANGO-IDN-AMB-N NOT NUMERIC
               DISPLAY "APAREO-IDN-DESDE INVALIDO: " WS-RANGO-IDN-AMB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RANGO-IDN-AMB-N TO WS-RANGO-DESDE.
           ACCEPT WS-RANGO-IDN-AMB FROM ENVIRONMENT "APAREO-IDN-HASTA".
           IF WS-RANGO-IDN-AMB-N NOT NUMERIC
               DISPLAY "APAREO-IDN-HASTA INVALIDO: " WS-RANGO-IDN-AMB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RANGO-IDN-AMB-N TO WS-RANGO-HASTA.
           IF WS-RANGO-DESDE GREATER THAN WS-RANGO-HASTA
              OR WS-RANGO-HASTA GREATER THAN 9999997
               DISPLAY "RANGO DE IDN INVALIDO: " WS-RANGO-DESDE
                       " A " WS-RANGO-HASTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CTL-PROGRAMA.
           STRING "APAREO1-R" WS-RANGO-AMB DELIMITED BY SIZE
                  INTO WS-CTL-PROGRAMA.
           DISPLAY "RANGO " WS-RANGO-AMB " IDN " WS-RANGO-DESDE
                   " A " WS-RANGO-HASTA.
       1020-FIN-TOMAR-RANGO.
           EXIT.
      * El trailer de SALDO (clave 9999998) queda siempre despues del
      * ultimo rango; si no hay nada desde el inicio del rango, el
      * rango arranca con SALDO terminado.
       1030-POSICIONAR-B-RANGO.
           MOVE WS-RANGO-DESDE TO IDN OF REGISTRO-B.
           START ARCHIVO-B KEY IS NOT LESS THAN IDN OF REGISTRO-B
           EVALUATE FS-B
               WHEN "00"
                    CONTINUE
               WHEN "23"
                    MOVE 9999999 TO IDN OF REGISTRO-B
                    MOVE "10"  TO FS-B
               WHEN OTHER
                    DISPLAY "ERROR AL POSICIONAR ARCHIVO-B"
                    DISPLAY "FILE STATUS ERROR " FS-B
                    MOVE "ARCHIVO-B" TO ABE-ARCHIVO
                    MOVE FS-B TO ABE-FILE-STATUS
                    MOVE "1030-POSICIONAR-B-RANGO" TO ABE-PARRAFO
                    MOVE 17 TO ABE-RETORNO
                    PERFORM 9900-ABEND
           END-EVALUATE.
       1030-FIN-POSICIONAR-B-RANGO.
           EXIT.
       1050-VALIDAR-CLIENTES-DUPLICADOS.
           OPEN OUTPUT ARCHIVO-I
           EVALUATE FS-I
               IF FS-A-OK
                   IF IDN OF REGISTRO-A EQUAL WS-IDN-ANT-DUP
                      AND WS-IDN-ANT-DUP NOT EQUAL ZERO
                      AND (NOT RANGO-ACTIVO
                           OR (IDN OF REGISTRO-A >= WS-RANGO-DESDE
                           AND IDN OF REGISTRO-A <= WS-RANGO-HASTA))
                       PERFORM 1060-GRABAR-CLIENTE-DUPLICADO
                   END-IF
                   MOVE IDN OF REGISTRO-A TO WS-IDN-ANT-DUP
       1100-FIN-LEER-ULTIMO-CHECKPOINT.
           EXIT.
       1500-LEER-A.                                                     01330000
           MOVE "N" TO WS-A-ANTES-RANGO.
           READ ARCHIVO-A                                               01340000
           EVALUATE FS-A                                                01350000
               WHEN "00"                                                01360000
                       "*TOTAL*"
                        MOVE TRAILER-CANT-A OF REGISTRO-A-TRAILER
                             TO WS-ESPERADOS-A
                        MOVE 9999999 TO IDN OF ARCHIVO-A
                        MOVE "10"  TO FS-A
                    ELSE
                      IF RANGO-ACTIVO
                         AND IDN OF REGISTRO-A < WS-RANGO-DESDE
                         MOVE "S" TO WS-A-ANTES-RANGO
                         PERFORM 1550-VALIDAR-SEC-A
                      ELSE
                       IF RANGO-ACTIVO
                          AND IDN OF REGISTRO-A > WS-RANGO-HASTA
                         MOVE 9999999 TO IDN OF ARCHIVO-A
                         MOVE "10"  TO FS-A
                       ELSE
                        ADD 1 TO LEIDOSA
                         PERFORM 1550-VALIDAR-SEC-A
                         PERFORM 1700-VERIFICAR-CHECKPOINT
                       END-IF
                      END-IF
                    END-IF
               WHEN "10"                                                01380000
                    MOVE 9999999 TO IDN OF ARCHIVO-A                    01390000
               WHEN OTHER                                               01400000
                    DISPLAY "ERROR EN LECTURA ARCHIVO-A"                01410000
                    DISPLAY "FILE STATUS ERROR " FS-A                   01420000
           READ ARCHIVO-B NEXT RECORD
           EVALUATE FS-B                                                01500000
               WHEN "00"                                                01510000
                    IF TRAILER-KEY-B OF REGISTRO-B-TRAILER EQUAL 9999998
                        MOVE TRAILER-CANT-B OF REGISTRO-B-TRAILER
                             TO WS-ESPERADOS-B
                        MOVE 9999999 TO IDN OF ARCHIVO-B
                        MOVE "10"  TO FS-B
                    ELSE
                      IF RANGO-ACTIVO
                         AND IDN OF REGISTRO-B > WS-RANGO-HASTA
                         MOVE 9999999 TO IDN OF ARCHIVO-B
                         MOVE "10"  TO FS-B
                      ELSE
                        ADD 1 TO LEIDOSB                                01520000
                         PERFORM 1650-VALIDAR-SEC-B
                         PERFORM 1700-VERIFICAR-CHECKPOINT
                      END-IF
                    END-IF
               WHEN "10"                                                01530000
                    MOVE 9999999 TO IDN OF ARCHIVO-B                    01540000
               WHEN OTHER                                               01550000
                    DISPLAY "ERROR EN LECTURA ARCHIVO-B"                01560000
                    DISPLAY "FILE STATUS ERROR " FS-B                   01570000
                       "*TOTAL*"
                        MOVE TRAILER-CANT-A OF REGISTRO-A-TRAILER
                             TO WS-ESPERADOS-A
                        MOVE 9999999 TO IDN OF ARCHIVO-A
                        MOVE "10"  TO FS-A
                    ELSE
                      IF RANGO-ACTIVO
                         AND IDN OF REGISTRO-A > WS-RANGO-HASTA
                         MOVE 9999999 TO IDN OF ARCHIVO-A
                         MOVE "10"  TO FS-A
                      ELSE
                        PERFORM 1550-VALIDAR-SEC-A
                      END-IF
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
                      IF RANGO-ACTIVO
                         AND IDN OF REGISTRO-B > WS-RANGO-HASTA
                         MOVE 9999999 TO IDN OF ARCHIVO-B
                         MOVE "10"  TO FS-B
                      ELSE
                        PERFORM 1650-VALIDAR-SEC-B
                      END-IF
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
       3495-FIN-VALIDAR-CONTEO-ESPERADO.
           EXIT.
       3500-CIERRE-ARCHIVOS.                                            02260000
           IF NOT RANGO-ACTIVO
               PERFORM 3495-VALIDAR-CONTEO-ESPERADO
                  THRU 3495-FIN-VALIDAR-CONTEO-ESPERADO
           END-IF.
           PERFORM 3400-GRABA-TRAILER-C THRU 3400-FIN-GRABA-TRAILER-C.  02262200
           PERFORM 3450-GRABA-TRAILER-D THRU 3450-FIN-GRABA-TRAILER-D.  02262300
           PERFORM 3480-GRABA-TRAILER-F THRU 3480-FIN-GRABA-TRAILER-F.
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
           MOVE "APAREO1" TO MAN-PROGRAMA.
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
               OPEN OUTPUT ARCHIVO-Z
           END-IF.
           IF FS-ERRORES-OK
               MOVE WS-CTL-PROGRAMA TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
