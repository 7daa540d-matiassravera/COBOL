      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Apareo por rangos de IDN. Con PARTICION-ACCION=PARTIR verifica
      * SALDO contra el manifiesto una sola vez, parte CLIENTES en
      * APAREO-RANGOS rangos de IDN con cantidades parecidas de
      * clientes (un IDN nunca queda partido) y los deja en
      * APAREO-RANGOS para que el script del paso corra un Apareo1 por
      * rango en paralelo. Los rangos armados hoy se mantienen en las
      * relanzadas, asi un rango caido se reanuda con los mismos
      * limites. Con PARTICION-ACCION=UNIR toma las salidas de los
      * rangos concatenadas en orden (*-PARTES), descarta sus trailers,
      * rearma los trailers por moneda y el resumen del total y
      * registra las entregas y la corrida como APAREO1: los pasos de
      * abajo no ven diferencia con una corrida completa.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParticionApareo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Imagen secuencial de clientes ordenada por IDN, con trailer.
       SELECT CLIENTES ASSIGN TO "CLIENTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CLIENTES.

       SELECT SALDO ASSIGN TO "SALDO"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS SAL-IDN
       FILE STATUS IS FS-SALDO.

      * Rangos de la fecha de proceso: una cabecera y una linea por
      * rango, con los campos separados por blancos para el script.
       SELECT RANGOS ASSIGN TO "APAREO-RANGOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RANGOS.

      * Salidas de los rangos concatenadas en orden de rango.
       SELECT PARTES-C ASSIGN TO "APAREO-PARTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-PARTES-C.

       SELECT PARTES-D ASSIGN TO "DIFFERS-PARTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-PARTES-D.

       SELECT PARTES-F ASSIGN TO "SALDOSINCLIENTE-PARTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-PARTES-F.

       SELECT PARTES-G ASSIGN TO "SALDO-DEUDOR-PARTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-PARTES-G.

       SELECT PARTES-E ASSIGN TO "APAREO-RESUMEN-PARTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-PARTES-E.

      * Salidas unidas, con los mismos nombres y formatos que deja
      * Apareo1 en una corrida completa.
       SELECT ARCHIVO-C ASSIGN TO "APAREO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-C.

       SELECT ARCHIVO-D ASSIGN TO "DIFFERS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-D.

       SELECT ARCHIVO-F ASSIGN TO "SALDOSINCLIENTE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-F.

       SELECT ARCHIVO-G ASSIGN TO "SALDO-DEUDOR"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-G.

       SELECT ARCHIVO-E ASSIGN TO "APAREO-RESUMEN"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-E.

       SELECT CONTROL-CORRIDAS ASSIGN TO "CONTROL-CORRIDAS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CONTROL.

       SELECT MANIFIESTO ASSIGN TO "MANIFIESTO-ENTREGAS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS MAN-ARCHIVO
       FILE STATUS IS FS-MANIFIESTO.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

       01  REGISTRO-CLIENTE.
           03  FILLER           PIC X(5).
           03  CLI-IDN          PIC 9(7).
           03  FILLER           PIC X(37).
       01  REGISTRO-CLIENTE-TRAILER.
           03  CLI-TRAILER-ID   PIC X(10).
           03  CLI-TRAILER-CANT PIC 9(07).

       FD  SALDO.

       01  REGISTRO-SALDO.
           03  FILLER           PIC X(15).
           03  SAL-IDN          PIC 9(7).
           03  FILLER           PIC X(12).
           03  SAL-SALDOS       PIC S9(9)V99.
           03  SAL-MONEDA       PIC X(3).
       01  REGISTRO-SALDO-TRAILER.
           03  FILLER           PIC X(15).
           03  SAL-TRAILER-KEY  PIC 9(7).
           03  FILLER           PIC X(12).
           03  SAL-TRAILER-CANT PIC 9(07).
           03  FILLER           PIC X(3).

      * RNG-TIPO: C cabecera, R rango. La cabecera lleva la fecha de
      * proceso, los rangos pedidos, los armados y los clientes y
      * saldos que deben sumar entre todos los rangos.
       FD  RANGOS.

       01  REGISTRO-RANGO.
           03  RNG-TIPO         PIC X(1).
           03  FILLER           PIC X(1).
           03  RNG-NUMERO       PIC 9(2).
           03  FILLER           PIC X(1).
           03  RNG-IDN-DESDE    PIC 9(7).
           03  FILLER           PIC X(1).
           03  RNG-IDN-HASTA    PIC 9(7).
           03  FILLER           PIC X(1).
           03  RNG-CLIENTES     PIC 9(7).
           03  FILLER           PIC X(4).
           03  RNG-FIN-LINEA    PIC X(1).
       01  REGISTRO-RANGO-CABECERA.
           03  RNC-TIPO         PIC X(1).
           03  FILLER           PIC X(1).
           03  RNC-FECHA        PIC 9(8).
           03  FILLER           PIC X(1).
           03  RNC-PEDIDOS      PIC 9(2).
           03  FILLER           PIC X(1).
           03  RNC-RANGOS       PIC 9(2).
           03  FILLER           PIC X(1).
           03  RNC-CLIENTES     PIC 9(7).
           03  FILLER           PIC X(1).
           03  RNC-SALDOS       PIC 9(7).
           03  RNC-FIN-LINEA    PIC X(1).

       FD  PARTES-C.

       01  PARTE-C.
           03  PC-IDN           PIC 9(7).
           03  PC-APELLIDO      PIC X(10).
           03  PC-NOMBRE        PIC X(10).
           03  PC-SALDOS        PIC S9(9)V99.
           03  PC-MONEDA        PIC X(3).
       01  PARTE-C-TRAILER.
           03  PC-TRAILER-ID    PIC X(10).
           03  FILLER           PIC X(24).

       FD  PARTES-D.

       01  PARTE-D.
           03  PD-APELLIDO      PIC X(10).
           03  PD-NOMBRE        PIC X(10).
           03  PD-SALDOS        PIC S9(9)V99.
           03  PD-TIPO-REGISTRO PIC X(01).
           03  PD-MONEDA        PIC X(3).
       01  PARTE-D-TRAILER.
           03  PD-TRAILER-ID    PIC X(10).
           03  FILLER           PIC X(24).

       FD  PARTES-F.

       01  PARTE-F.
           03  PF-IDN           PIC 9(7).
           03  PF-SALDOS        PIC S9(9)V99.
           03  PF-TIPO-REGISTRO PIC X(01).
           03  PF-MONEDA        PIC X(3).
       01  PARTE-F-TRAILER.
           03  PF-TRAILER-ID    PIC X(10).
           03  FILLER           PIC X(24).

       FD  PARTES-G.

       01  PARTE-G.
           03  PG-IDN           PIC 9(7).
           03  PG-APELLIDO      PIC X(10).
           03  PG-NOMBRE        PIC X(10).
           03  PG-SALDOS        PIC S9(9)V99.
           03  PG-MONEDA        PIC X(3).
       01  PARTE-G-TRAILER.
           03  PG-TRAILER-ID    PIC X(10).
           03  FILLER           PIC X(24).

       FD  PARTES-E.

       01  PARTE-E.
           03  PE-FECHA         PIC 9(8).
           03  PE-LEIDOSA       PIC 9(7).
           03  PE-LEIDOSB       PIC 9(7).
           03  PE-CARGADOSC     PIC 9(7).
           03  PE-CARGADOSD     PIC 9(7).
           03  PE-CARGADOSF     PIC 9(7).
           03  PE-CARGADOSG     PIC 9(7).
           03  PE-MULTIPLE      PIC X(01).
           03  PE-MONEDAS OCCURS 2 TIMES.
               05  PE-MON-CODIGO    PIC X(3).
               05  PE-MON-CARGADOSC PIC 9(7).
               05  PE-MON-TOTAL-C   PIC S9(12)V99.

       FD  ARCHIVO-C.

       01  REGISTRO-C.
           03  IDN              PIC 9(7).
           03  APELLIDO         PIC X(10).
           03  NOMBRE           PIC X(10).
           03  SALDOS           PIC S9(9)V99.
           03  MONEDA           PIC X(3).
       01  REGISTRO-C-TRAILER.
           03  TRAILER-ID-C     PIC X(10).
           03  TRAILER-CANT-C   PIC 9(07).
           03  TRAILER-SALDO-C  PIC S9(12)V99.
           03  TRAILER-MONEDA-C PIC X(3).

       FD  ARCHIVO-D.

       01  REGISTRO-D.
           03  APELLIDO         PIC X(10).
           03  NOMBRE           PIC X(10).
           03  SALDOS           PIC S9(9)V99.
           03  TIPO-REGISTRO    PIC X(01).
           03  MONEDA           PIC X(3).
       01  REGISTRO-D-TRAILER.
           03  TRAILER-ID-D     PIC X(10).
           03  TRAILER-CANT-D   PIC 9(07).
           03  TRAILER-SALDO-D  PIC S9(12)V99.
           03  TRAILER-MONEDA-D PIC X(3).

       FD  ARCHIVO-F.

       01  REGISTRO-F.
           03  IDN              PIC 9(7).
           03  SALDOS           PIC S9(9)V99.
           03  TIPO-REGISTRO    PIC X(01).
           03  MONEDA           PIC X(3).
       01  REGISTRO-F-TRAILER.
           03  TRAILER-ID-F     PIC X(10).
           03  TRAILER-CANT-F   PIC 9(07).
           03  TRAILER-SALDO-F  PIC S9(12)V99.
           03  TRAILER-MONEDA-F PIC X(3).

       FD  ARCHIVO-G.

       01  REGISTRO-G.
           03  IDN              PIC 9(7).
           03  APELLIDO         PIC X(10).
           03  NOMBRE           PIC X(10).
           03  SALDOS           PIC S9(9)V99.
           03  MONEDA           PIC X(3).
       01  REGISTRO-G-TRAILER.
           03  TRAILER-ID-G     PIC X(10).
           03  TRAILER-CANT-G   PIC 9(07).
           03  TRAILER-SALDO-G  PIC S9(12)V99.
           03  TRAILER-MONEDA-G PIC X(3).

       FD  ARCHIVO-E.

       01  REGISTRO-E.
           03  RESUMEN-FECHA     PIC 9(8).
           03  RESUMEN-LEIDOSA   PIC 9(7).
           03  RESUMEN-LEIDOSB   PIC 9(7).
           03  RESUMEN-CARGADOSC PIC 9(7).
           03  RESUMEN-CARGADOSD PIC 9(7).
           03  RESUMEN-CARGADOSF PIC 9(7).
           03  RESUMEN-CARGADOSG PIC 9(7).
           03  RESUMEN-MULTIPLE  PIC X(01).
           03  RESUMEN-MONEDAS OCCURS 2 TIMES.
               05  RESUMEN-MON-CODIGO    PIC X(3).
               05  RESUMEN-MON-CARGADOSC PIC 9(7).
               05  RESUMEN-MON-TOTAL-C   PIC S9(12)V99.

       FD  CONTROL-CORRIDAS.

       01  REGISTRO-CONTROL.
           03  CTL-PROGRAMA        PIC X(20).
           03  CTL-FECHA           PIC 9(8).
           03  CTL-HORA-INICIO     PIC 9(6).
           03  CTL-HORA-FIN        PIC 9(6).
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

       01  FS-CLIENTES          PIC X(2).
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".
       01  FS-SALDO             PIC X(2).
           88 FS-SALDO-OK       VALUE "00".
       01  FS-RANGOS            PIC X(2).
           88 FS-RANGOS-OK      VALUE "00".
           88 FS-RANGOS-EOF     VALUE "10".
       01  FS-PARTES-C          PIC X(2).
           88 FS-PARTES-C-EOF   VALUE "10".
       01  FS-PARTES-D          PIC X(2).
           88 FS-PARTES-D-EOF   VALUE "10".
       01  FS-PARTES-F          PIC X(2).
           88 FS-PARTES-F-EOF   VALUE "10".
       01  FS-PARTES-G          PIC X(2).
           88 FS-PARTES-G-EOF   VALUE "10".
       01  FS-PARTES-E          PIC X(2).
           88 FS-PARTES-E-EOF   VALUE "10".
       01  FS-C                 PIC X(2).
       01  FS-D                 PIC X(2).
       01  FS-F                 PIC X(2).
       01  FS-G                 PIC X(2).
       01  FS-E                 PIC X(2).

       01  WS-ACCION            PIC X(8).
           88 ACCION-PARTIR     VALUE "PARTIR".
           88 ACCION-UNIR       VALUE "UNIR".

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * Cantidad de rangos pedida (APAREO-RANGOS, dos digitos, hasta
      * WS-RANGOS-MAXIMO). Con pocos clientes pueden salir menos.
       01  WS-RANGOS-AMB        PIC X(2).
       01  WS-RANGOS-AMB-N REDEFINES WS-RANGOS-AMB PIC 9(2).
       01  WS-RANGOS-PEDIDOS    PIC 9(2) VALUE ZERO.
       01  WS-RANGOS-MAXIMO     PIC 9(2) VALUE 20.
       01  WS-RANGOS-VIGENTES   PIC X(01) VALUE "N".
           88 RANGOS-VIGENTES   VALUE "S".

       01  WS-FIN-LINEA         PIC X(1) VALUE X"0A".

      * Corte de rangos: cada rango cierra al llegar a WS-POR-RANGO
      * clientes y en cuanto cambia el IDN; el primero arranca en cero
      * y el ultimo llega hasta 9999997, asi ningun saldo queda afuera.
       01  CONTADORES-PARTICION.
           03  WS-CLIENTES-TOTAL PIC 9(7) VALUE ZERO.
           03  WS-SALDOS-TOTAL   PIC 9(7) VALUE ZERO.
           03  WS-POR-RANGO      PIC 9(7) VALUE ZERO.
           03  WS-EN-RANGO       PIC 9(7) VALUE ZERO.
       01  WS-IDN-ANTERIOR      PIC 9(7) VALUE ZERO.
       01  TABLA-RANGOS.
           03  TAB-RNG-CANT     PIC 9(2) VALUE ZERO.
           03  TAB-RNG-ENTRY OCCURS 20 TIMES.
               05  TAB-RNG-DESDE    PIC 9(7).
               05  TAB-RNG-HASTA    PIC 9(7).
               05  TAB-RNG-CLIENTES PIC 9(7).
       01  WS-IDX-RNG           PIC 9(2).

      * Union: lo que dicen los resumenes de los rangos y lo que se
      * copia de sus salidas tiene que coincidir.
       01  CONTADORES-UNION.
           03  WS-RESUMENES      PIC 9(2) VALUE ZERO.
           03  LEIDOSA           PIC 9(7) VALUE ZERO.
           03  LEIDOSB           PIC 9(7) VALUE ZERO.
           03  RES-CARGADOSC     PIC 9(7) VALUE ZERO.
           03  RES-CARGADOSD     PIC 9(7) VALUE ZERO.
           03  RES-CARGADOSF     PIC 9(7) VALUE ZERO.
           03  RES-CARGADOSG     PIC 9(7) VALUE ZERO.
           03  CARGADOSC         PIC 9(7) VALUE ZERO.
           03  CARGADOSD         PIC 9(7) VALUE ZERO.
           03  CARGADOSF         PIC 9(7) VALUE ZERO.
           03  CARGADOSG         PIC 9(7) VALUE ZERO.
           03  TOTAL-SALDO-D     PIC S9(12)V99 VALUE ZERO.
           03  WS-HASH-C         PIC S9(15)V99 VALUE ZERO.
           03  WS-HASH-F         PIC S9(15)V99 VALUE ZERO.
           03  WS-HASH-G         PIC S9(15)V99 VALUE ZERO.
       01  WS-SALDO-MULTIPLE    PIC X(01) VALUE "N".
           88 HAY-SALDO-MULTIPLE VALUE "S".

      * Totales por moneda para los trailers y el resumen, igual que
      * en Apareo1: nunca se suman pesos con dolares.
       01  TABLA-TOTALES-MONEDA.
           03  MON-TOT-ENTRY OCCURS 2 TIMES.
               05  MON-CODIGO   PIC X(3).
               05  MON-CANT-C   PIC 9(7).
               05  MON-TOT-C    PIC S9(12)V99.
               05  MON-CANT-F   PIC 9(7).
               05  MON-TOT-F    PIC S9(12)V99.
               05  MON-CANT-G   PIC 9(7).
               05  MON-TOT-G    PIC S9(12)V99.
       01  WS-IDX-MON           PIC 9(1).
       01  WS-MONEDA-ACTUAL     PIC X(3).

      * Control de corridas: la particion y la union son el paso
      * APAREO1 del job; cada rango se registra aparte (APAREO1-Rnn).
       01  FS-CONTROL          PIC X(2).
           88 FS-CONTROL-OK    VALUE "00".
           88 FS-CONTROL-EOF   VALUE "10".
           88 FS-CONTROL-NOEX  VALUE "35".
       01  WS-CTL-PROGRAMA     PIC X(20) VALUE "APAREO1".
       01  WS-CTL-HORA8        PIC 9(8).
       01  WS-CTL-RERUN        PIC X(01).
           88 CTL-RERUN-PERMITIDO VALUE "S".
       01  WS-CTL-YA-CORRIO    PIC X(01).
           88 CTL-YA-CORRIO    VALUE "S".
       01  WS-CTL-REGISTROS-FIN PIC 9(7).
       01  WS-CTL-RETORNO-FIN  PIC 9(2).

      * Manifiesto de entregas: SALDO se verifica al partir y las
      * salidas unidas se registran al unir, como lo hace Apareo1.
       01  FS-MANIFIESTO        PIC X(2).
           88 FS-MANIFIESTO-OK  VALUE "00".
       01  WS-MAN-ARCHIVO       PIC X(20).
       01  WS-MAN-REGISTROS     PIC 9(7).
       01  WS-MAN-HASH          PIC S9(15)V99.
       01  WS-MAN-HORA8         PIC 9(8).
       01  WS-MAN-MOTIVO        PIC X(2).
       01  WS-MAN-FIN           PIC X(01).
           88 FIN-ENTREGA       VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           IF ACCION-PARTIR
               PERFORM 2000-PARTIR
           ELSE
               PERFORM 5000-UNIR
           END-IF.

           STOP RUN.

       1000-TOMAR-PARAMETROS.
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-CTL-RERUN FROM ENVIRONMENT "CORRIDA-RERUN".
           ACCEPT WS-ACCION FROM ENVIRONMENT "PARTICION-ACCION".
           IF NOT ACCION-PARTIR AND NOT ACCION-UNIR
               DISPLAY "PARTICION-ACCION INVALIDA: " WS-ACCION
               DISPLAY "VALORES: PARTIR, UNIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ACCION-PARTIR
               ACCEPT WS-RANGOS-AMB FROM ENVIRONMENT "APAREO-RANGOS"
               IF WS-RANGOS-AMB-N NOT NUMERIC
                  OR WS-RANGOS-AMB-N EQUAL ZERO
                  OR WS-RANGOS-AMB-N GREATER THAN WS-RANGOS-MAXIMO
                   DISPLAY "APAREO-RANGOS INVALIDO: " WS-RANGOS-AMB
                   DISPLAY "VALORES: 01 A " WS-RANGOS-MAXIMO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RANGOS-AMB-N TO WS-RANGOS-PEDIDOS
           END-IF.
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

      ******************************************************************
      * PARTIR                                                         *
      ******************************************************************
       2000-PARTIR.
           PERFORM 9000-REGISTRAR-INICIO.
           PERFORM 8500-VERIFICAR-SALDO.
           PERFORM 2100-VER-RANGOS-DE-HOY.
           IF RANGOS-VIGENTES
               DISPLAY "SE MANTIENEN LOS RANGOS ARMADOS PARA "
                       WS-FECHA-PROCESO
           ELSE
               PERFORM 2200-CONTAR-CLIENTES
               PERFORM 2300-CORTAR-RANGOS
               PERFORM 2400-GRABAR-RANGOS
           END-IF.
       2000-FIN-PARTIR.
           EXIT.

      * En una relanzada del mismo dia (sin CORRIDA-RERUN) se usan los
      * rangos ya armados: los rangos que terminaron no se repiten y
      * el caido vuelve a correr con los mismos limites.
       2100-VER-RANGOS-DE-HOY.
           MOVE "N" TO WS-RANGOS-VIGENTES.
           IF CTL-RERUN-PERMITIDO
               GO TO 2100-FIN-VER-RANGOS-DE-HOY
           END-IF.
           OPEN INPUT RANGOS.
           EVALUATE FS-RANGOS
               WHEN "00"
                   READ RANGOS
                   IF FS-RANGOS-OK
                      AND RNC-TIPO EQUAL "C"
                      AND RNC-FECHA EQUAL WS-FECHA-PROCESO
                      AND RNC-PEDIDOS EQUAL WS-RANGOS-PEDIDOS
                       MOVE "S" TO WS-RANGOS-VIGENTES
                   END-IF
                   CLOSE RANGOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR APAREO-RANGOS"
                   DISPLAY "FILE STATUS ERROR " FS-RANGOS
                   MOVE "APAREO-RANGOS" TO ABE-ARCHIVO
                   MOVE FS-RANGOS TO ABE-FILE-STATUS
                   MOVE "2100-VER-RANGOS-DE-HOY" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2100-FIN-VER-RANGOS-DE-HOY.
           EXIT.

       2200-CONTAR-CLIENTES.
           MOVE ZERO TO WS-CLIENTES-TOTAL.
           PERFORM 2500-ABRIR-CLIENTES.
           PERFORM 2210-CONTAR-CLIENTE UNTIL FS-CLIENTES-EOF.
           CLOSE CLIENTES.
           COMPUTE WS-POR-RANGO =
                   (WS-CLIENTES-TOTAL + WS-RANGOS-PEDIDOS - 1)
                   / WS-RANGOS-PEDIDOS.
           IF WS-POR-RANGO EQUAL ZERO
               MOVE 1 TO WS-POR-RANGO
           END-IF.
       2200-FIN-CONTAR-CLIENTES.
           EXIT.

       2210-CONTAR-CLIENTE.
           PERFORM 2600-LEER-CLIENTE.
           IF NOT FS-CLIENTES-EOF
               ADD 1 TO WS-CLIENTES-TOTAL
           END-IF.
       2210-FIN-CONTAR-CLIENTE.
           EXIT.

       2300-CORTAR-RANGOS.
           INITIALIZE TABLA-RANGOS.
           MOVE 1 TO TAB-RNG-CANT.
           MOVE ZERO TO TAB-RNG-DESDE (1).
           MOVE ZERO TO WS-EN-RANGO.
           MOVE ZERO TO WS-IDN-ANTERIOR.
           PERFORM 2500-ABRIR-CLIENTES.
           PERFORM 2310-UBICAR-CLIENTE UNTIL FS-CLIENTES-EOF.
           CLOSE CLIENTES.
           MOVE 9999997 TO TAB-RNG-HASTA (TAB-RNG-CANT).
       2300-FIN-CORTAR-RANGOS.
           EXIT.

       2310-UBICAR-CLIENTE.
           PERFORM 2600-LEER-CLIENTE.
           IF FS-CLIENTES-EOF
               GO TO 2310-FIN-UBICAR-CLIENTE
           END-IF.
           IF WS-EN-RANGO NOT LESS THAN WS-POR-RANGO
              AND CLI-IDN NOT EQUAL WS-IDN-ANTERIOR
              AND TAB-RNG-CANT LESS THAN WS-RANGOS-PEDIDOS
               COMPUTE TAB-RNG-HASTA (TAB-RNG-CANT) = CLI-IDN - 1
               ADD 1 TO TAB-RNG-CANT
               MOVE CLI-IDN TO TAB-RNG-DESDE (TAB-RNG-CANT)
               MOVE ZERO TO WS-EN-RANGO
           END-IF.
           ADD 1 TO WS-EN-RANGO.
           ADD 1 TO TAB-RNG-CLIENTES (TAB-RNG-CANT).
           MOVE CLI-IDN TO WS-IDN-ANTERIOR.
       2310-FIN-UBICAR-CLIENTE.
           EXIT.

       2400-GRABAR-RANGOS.
           OPEN OUTPUT RANGOS.
           IF NOT FS-RANGOS-OK
               DISPLAY "ERROR AL ABRIR APAREO-RANGOS"
               DISPLAY "FILE STATUS ERROR " FS-RANGOS
               MOVE "APAREO-RANGOS" TO ABE-ARCHIVO
               MOVE FS-RANGOS TO ABE-FILE-STATUS
               MOVE "2400-GRABAR-RANGOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           MOVE SPACES TO REGISTRO-RANGO-CABECERA.
           MOVE "C" TO RNC-TIPO.
           MOVE WS-FECHA-PROCESO  TO RNC-FECHA.
           MOVE WS-RANGOS-PEDIDOS TO RNC-PEDIDOS.
           MOVE TAB-RNG-CANT      TO RNC-RANGOS.
           MOVE WS-CLIENTES-TOTAL TO RNC-CLIENTES.
           MOVE WS-SALDOS-TOTAL   TO RNC-SALDOS.
           MOVE WS-FIN-LINEA      TO RNC-FIN-LINEA.
           WRITE REGISTRO-RANGO-CABECERA.
           PERFORM 2450-VERIFICAR-GRABACION.
           PERFORM 2410-GRABAR-RANGO
               VARYING WS-IDX-RNG FROM 1 BY 1
               UNTIL WS-IDX-RNG GREATER THAN TAB-RNG-CANT.
           CLOSE RANGOS.
           DISPLAY "CLIENTES A APAREAR  : " WS-CLIENTES-TOTAL.
           DISPLAY "RANGOS ARMADOS      : " TAB-RNG-CANT.
       2400-FIN-GRABAR-RANGOS.
           EXIT.

       2410-GRABAR-RANGO.
           MOVE SPACES TO REGISTRO-RANGO.
           MOVE "R" TO RNG-TIPO.
           MOVE WS-IDX-RNG TO RNG-NUMERO.
           MOVE TAB-RNG-DESDE (WS-IDX-RNG)    TO RNG-IDN-DESDE.
           MOVE TAB-RNG-HASTA (WS-IDX-RNG)    TO RNG-IDN-HASTA.
           MOVE TAB-RNG-CLIENTES (WS-IDX-RNG) TO RNG-CLIENTES.
           MOVE WS-FIN-LINEA TO RNG-FIN-LINEA.
           WRITE REGISTRO-RANGO.
           PERFORM 2450-VERIFICAR-GRABACION.
           DISPLAY "RANGO " RNG-NUMERO ": IDN " RNG-IDN-DESDE
                   " A " RNG-IDN-HASTA ", " RNG-CLIENTES " CLIENTES".
       2410-FIN-GRABAR-RANGO.
           EXIT.

       2450-VERIFICAR-GRABACION.
           IF NOT FS-RANGOS-OK
               DISPLAY "ERROR AL GRABAR APAREO-RANGOS"
               DISPLAY "FILE STATUS ERROR " FS-RANGOS
               MOVE "APAREO-RANGOS" TO ABE-ARCHIVO
               MOVE FS-RANGOS TO ABE-FILE-STATUS
               MOVE "2400-GRABAR-RANGOS" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       2450-FIN-VERIFICAR-GRABACION.
           EXIT.

       2500-ABRIR-CLIENTES.
           OPEN INPUT CLIENTES.
           IF NOT FS-CLIENTES-OK
               DISPLAY "ERROR AL ABRIR CLIENTES"
               DISPLAY "FILE STATUS ERROR " FS-CLIENTES
               MOVE "CLIENTES" TO ABE-ARCHIVO
               MOVE FS-CLIENTES TO ABE-FILE-STATUS
               MOVE "2500-ABRIR-CLIENTES" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       2500-FIN-ABRIR-CLIENTES.
           EXIT.

      * El trailer *TOTAL* cierra la lectura igual que el fin de
      * archivo.
       2600-LEER-CLIENTE.
           READ CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   IF CLI-TRAILER-ID EQUAL "*TOTAL*"
                       MOVE "10" TO FS-CLIENTES
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA CLIENTES"
                   DISPLAY "FILE STATUS ERROR " FS-CLIENTES
                   MOVE "CLIENTES" TO ABE-ARCHIVO
                   MOVE FS-CLIENTES TO ABE-FILE-STATUS
                   MOVE "2600-LEER-CLIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       2600-FIN-LEER-CLIENTE.
           EXIT.

      ******************************************************************
      * UNIR                                                           *
      ******************************************************************
       5000-UNIR.
           INITIALIZE TABLA-TOTALES-MONEDA.
           MOVE "PES" TO MON-CODIGO (1).
           MOVE "DOL" TO MON-CODIGO (2).
           PERFORM 5100-LEER-CABECERA-RANGOS.
           PERFORM 5200-ABRIR-UNION.
           PERFORM 5300-SUMAR-RESUMEN UNTIL FS-PARTES-E-EOF.
           IF WS-RESUMENES NOT EQUAL RNC-RANGOS
               DISPLAY "RESUMENES DE RANGOS: " WS-RESUMENES
                       " Y RANGOS ARMADOS: " RNC-RANGOS
               MOVE "APAREO-RESUMEN-PARTES" TO ABE-ARCHIVO
               MOVE "MC" TO ABE-FILE-STATUS
               MOVE "5000-UNIR" TO ABE-PARRAFO
               MOVE 20 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 5400-COPIAR-APAREO UNTIL FS-PARTES-C-EOF.
           PERFORM 5500-COPIAR-DIFFERS UNTIL FS-PARTES-D-EOF.
           PERFORM 5600-COPIAR-SINCLIENTE UNTIL FS-PARTES-F-EOF.
           PERFORM 5700-COPIAR-DEUDOR UNTIL FS-PARTES-G-EOF.
           PERFORM 5750-CONTROLAR-PARTES.
           PERFORM 5800-GRABAR-TRAILERS.
           PERFORM 5850-GRABAR-RESUMEN.
           PERFORM 5900-CERRAR-UNION.
           PERFORM 5950-VALIDAR-CONTEO-ESPERADO.
           PERFORM 8600-REGISTRAR-ENTREGAS.
           DISPLAY "RANGOS UNIDOS                    : " WS-RESUMENES.
           DISPLAY "CANTIDAD DE ARCHIVOS LEIDOS DE A  : " LEIDOSA.
           DISPLAY "CANTIDAD DE ARCHIVOS LEIDOS DE B  : " LEIDOSB.
           DISPLAY "CANTIDAD DE ARCHIVOS CARGADOS EN C: " CARGADOSC.
           DISPLAY "CANTIDAD DE ARCHIVOS CARGADOS EN D: " CARGADOSD.
           DISPLAY "CANTIDAD DE ARCHIVOS CARGADOS EN F: " CARGADOSF.
           DISPLAY "CANTIDAD DE SALDOS DEUDORES      : " CARGADOSG.
           IF HAY-SALDO-MULTIPLE
               DISPLAY "SE DETECTARON SALDOS MULTIPLES POR CLIENTE"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE LEIDOSA     TO WS-CTL-REGISTROS-FIN.
           MOVE RETURN-CODE TO WS-CTL-RETORNO-FIN.
           PERFORM 9100-REGISTRAR-FIN.
       5000-FIN-UNIR.
           EXIT.

      * Sin los rangos de hoy no hay que unir: la particion no corrio
      * o es de otro dia.
       5100-LEER-CABECERA-RANGOS.
           OPEN INPUT RANGOS.
           EVALUATE FS-RANGOS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "SIN APAREO-RANGOS, NO HAY RANGOS QUE UNIR"
                   MOVE "APAREO-RANGOS" TO ABE-ARCHIVO
                   MOVE "MF" TO ABE-FILE-STATUS
                   MOVE "5100-LEER-CABECERA-RANGOS" TO ABE-PARRAFO
                   MOVE 20 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR APAREO-RANGOS"
                   DISPLAY "FILE STATUS ERROR " FS-RANGOS
                   MOVE "APAREO-RANGOS" TO ABE-ARCHIVO
                   MOVE FS-RANGOS TO ABE-FILE-STATUS
                   MOVE "5100-LEER-CABECERA-RANGOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           READ RANGOS.
           IF NOT FS-RANGOS-OK
               DISPLAY "ERROR EN LECTURA APAREO-RANGOS"
               DISPLAY "FILE STATUS ERROR " FS-RANGOS
               MOVE "APAREO-RANGOS" TO ABE-ARCHIVO
               MOVE FS-RANGOS TO ABE-FILE-STATUS
               MOVE "5100-LEER-CABECERA-RANGOS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           IF RNC-TIPO NOT EQUAL "C"
              OR RNC-FECHA NOT EQUAL WS-FECHA-PROCESO
               DISPLAY "APAREO-RANGOS ARMADO PARA " RNC-FECHA
                       " Y SE PROCESA " WS-FECHA-PROCESO
               MOVE "APAREO-RANGOS" TO ABE-ARCHIVO
               MOVE "MD" TO ABE-FILE-STATUS
               MOVE "5100-LEER-CABECERA-RANGOS" TO ABE-PARRAFO
               MOVE 20 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           CLOSE RANGOS.
       5100-FIN-LEER-CABECERA-RANGOS.
           EXIT.

       5200-ABRIR-UNION.
           OPEN INPUT PARTES-C.
           MOVE "APAREO-PARTES" TO ABE-ARCHIVO.
           MOVE FS-PARTES-C TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
           OPEN INPUT PARTES-D.
           MOVE "DIFFERS-PARTES" TO ABE-ARCHIVO.
           MOVE FS-PARTES-D TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
           OPEN INPUT PARTES-F.
           MOVE "SALDOSINCLIENTE-PARTES" TO ABE-ARCHIVO.
           MOVE FS-PARTES-F TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
           OPEN INPUT PARTES-G.
           MOVE "SALDO-DEUDOR-PARTES" TO ABE-ARCHIVO.
           MOVE FS-PARTES-G TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
           OPEN INPUT PARTES-E.
           MOVE "APAREO-RESUMEN-PARTES" TO ABE-ARCHIVO.
           MOVE FS-PARTES-E TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
           OPEN OUTPUT ARCHIVO-C.
           MOVE "APAREO" TO ABE-ARCHIVO.
           MOVE FS-C TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
           OPEN OUTPUT ARCHIVO-D.
           MOVE "DIFFERS" TO ABE-ARCHIVO.
           MOVE FS-D TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
           OPEN OUTPUT ARCHIVO-F.
           MOVE "SALDOSINCLIENTE" TO ABE-ARCHIVO.
           MOVE FS-F TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
           OPEN OUTPUT ARCHIVO-G.
           MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO.
           MOVE FS-G TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
           OPEN OUTPUT ARCHIVO-E.
           MOVE "APAREO-RESUMEN" TO ABE-ARCHIVO.
           MOVE FS-E TO ABE-FILE-STATUS.
           PERFORM 5250-VERIFICAR-APERTURA.
       5200-FIN-ABRIR-UNION.
           EXIT.

       5250-VERIFICAR-APERTURA.
           IF ABE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "ERROR AL ABRIR " ABE-ARCHIVO
               DISPLAY "FILE STATUS ERROR " ABE-FILE-STATUS
               MOVE "5200-ABRIR-UNION" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       5250-FIN-VERIFICAR-APERTURA.
           EXIT.

      * Un resumen por rango, todos de la fecha de proceso: un rango
      * que no termino hoy no se une.
       5300-SUMAR-RESUMEN.
           READ PARTES-E
           EVALUATE FS-PARTES-E
               WHEN "00"
                   IF PE-FECHA NOT EQUAL WS-FECHA-PROCESO
                       DISPLAY "RESUMEN DE RANGO GRABADO PARA "
                               PE-FECHA " Y SE PROCESA "
                               WS-FECHA-PROCESO
                       MOVE "APAREO-RESUMEN-PARTES" TO ABE-ARCHIVO
                       MOVE "MD" TO ABE-FILE-STATUS
                       MOVE "5300-SUMAR-RESUMEN" TO ABE-PARRAFO
                       MOVE 20 TO ABE-RETORNO
                       PERFORM 9900-ABEND
                   END-IF
                   ADD 1 TO WS-RESUMENES
                   ADD PE-LEIDOSA   TO LEIDOSA
                   ADD PE-LEIDOSB   TO LEIDOSB
                   ADD PE-CARGADOSC TO RES-CARGADOSC
                   ADD PE-CARGADOSD TO RES-CARGADOSD
                   ADD PE-CARGADOSF TO RES-CARGADOSF
                   ADD PE-CARGADOSG TO RES-CARGADOSG
                   IF PE-MULTIPLE EQUAL "S"
                       MOVE "S" TO WS-SALDO-MULTIPLE
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA APAREO-RESUMEN-PARTES"
                   DISPLAY "FILE STATUS ERROR " FS-PARTES-E
                   MOVE "APAREO-RESUMEN-PARTES" TO ABE-ARCHIVO
                   MOVE FS-PARTES-E TO ABE-FILE-STATUS
                   MOVE "5300-SUMAR-RESUMEN" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       5300-FIN-SUMAR-RESUMEN.
           EXIT.

       5400-COPIAR-APAREO.
           READ PARTES-C
           EVALUATE FS-PARTES-C
               WHEN "00"
                   IF PC-TRAILER-ID NOT EQUAL "*TOTAL*"
                       MOVE PARTE-C TO REGISTRO-C
                       WRITE REGISTRO-C
                       MOVE "APAREO" TO ABE-ARCHIVO
                       MOVE FS-C TO ABE-FILE-STATUS
                       PERFORM 5790-VERIFICAR-GRABACION
                       ADD 1 TO CARGADOSC
                       ADD SALDOS OF REGISTRO-C TO WS-HASH-C
                       MOVE MONEDA OF REGISTRO-C TO WS-MONEDA-ACTUAL
                       PERFORM 5780-INDICE-MONEDA
                       ADD 1 TO MON-CANT-C (WS-IDX-MON)
                       ADD SALDOS OF REGISTRO-C
                           TO MON-TOT-C (WS-IDX-MON)
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA APAREO-PARTES"
                   DISPLAY "FILE STATUS ERROR " FS-PARTES-C
                   MOVE "APAREO-PARTES" TO ABE-ARCHIVO
                   MOVE FS-PARTES-C TO ABE-FILE-STATUS
                   MOVE "5400-COPIAR-APAREO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       5400-FIN-COPIAR-APAREO.
           EXIT.

       5500-COPIAR-DIFFERS.
           READ PARTES-D
           EVALUATE FS-PARTES-D
               WHEN "00"
                   IF PD-TRAILER-ID NOT EQUAL "*TOTAL*"
                       MOVE PARTE-D TO REGISTRO-D
                       WRITE REGISTRO-D
                       MOVE "DIFFERS" TO ABE-ARCHIVO
                       MOVE FS-D TO ABE-FILE-STATUS
                       PERFORM 5790-VERIFICAR-GRABACION
                       ADD 1 TO CARGADOSD
                       ADD SALDOS OF REGISTRO-D TO TOTAL-SALDO-D
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DIFFERS-PARTES"
                   DISPLAY "FILE STATUS ERROR " FS-PARTES-D
                   MOVE "DIFFERS-PARTES" TO ABE-ARCHIVO
                   MOVE FS-PARTES-D TO ABE-FILE-STATUS
                   MOVE "5500-COPIAR-DIFFERS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       5500-FIN-COPIAR-DIFFERS.
           EXIT.

       5600-COPIAR-SINCLIENTE.
           READ PARTES-F
           EVALUATE FS-PARTES-F
               WHEN "00"
                   IF PF-TRAILER-ID NOT EQUAL "*TOTAL*"
                       MOVE PARTE-F TO REGISTRO-F
                       WRITE REGISTRO-F
                       MOVE "SALDOSINCLIENTE" TO ABE-ARCHIVO
                       MOVE FS-F TO ABE-FILE-STATUS
                       PERFORM 5790-VERIFICAR-GRABACION
                       ADD 1 TO CARGADOSF
                       ADD SALDOS OF REGISTRO-F TO WS-HASH-F
                       MOVE MONEDA OF REGISTRO-F TO WS-MONEDA-ACTUAL
                       PERFORM 5780-INDICE-MONEDA
                       ADD 1 TO MON-CANT-F (WS-IDX-MON)
                       ADD SALDOS OF REGISTRO-F
                           TO MON-TOT-F (WS-IDX-MON)
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDOSINCLIENTE-PARTES"
                   DISPLAY "FILE STATUS ERROR " FS-PARTES-F
                   MOVE "SALDOSINCLIENTE-PARTES" TO ABE-ARCHIVO
                   MOVE FS-PARTES-F TO ABE-FILE-STATUS
                   MOVE "5600-COPIAR-SINCLIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       5600-FIN-COPIAR-SINCLIENTE.
           EXIT.

       5700-COPIAR-DEUDOR.
           READ PARTES-G
           EVALUATE FS-PARTES-G
               WHEN "00"
                   IF PG-TRAILER-ID NOT EQUAL "*TOTAL*"
                       MOVE PARTE-G TO REGISTRO-G
                       WRITE REGISTRO-G
                       MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO
                       MOVE FS-G TO ABE-FILE-STATUS
                       PERFORM 5790-VERIFICAR-GRABACION
                       ADD 1 TO CARGADOSG
                       ADD SALDOS OF REGISTRO-G TO WS-HASH-G
                       MOVE MONEDA OF REGISTRO-G TO WS-MONEDA-ACTUAL
                       PERFORM 5780-INDICE-MONEDA
                       ADD 1 TO MON-CANT-G (WS-IDX-MON)
                       ADD SALDOS OF REGISTRO-G
                           TO MON-TOT-G (WS-IDX-MON)
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDO-DEUDOR-PARTES"
                   DISPLAY "FILE STATUS ERROR " FS-PARTES-G
                   MOVE "SALDO-DEUDOR-PARTES" TO ABE-ARCHIVO
                   MOVE FS-PARTES-G TO ABE-FILE-STATUS
                   MOVE "5700-COPIAR-DEUDOR" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       5700-FIN-COPIAR-DEUDOR.
           EXIT.

      * Lo copiado de cada salida tiene que ser lo que los rangos
      * dijeron haber grabado: una parte vieja o incompleta corta la
      * union con RC 20, como una entrega que no coincide.
       5750-CONTROLAR-PARTES.
           IF CARGADOSC NOT EQUAL RES-CARGADOSC
               MOVE "APAREO-PARTES" TO ABE-ARCHIVO
               PERFORM 5760-RECHAZAR-PARTE
           END-IF.
           IF CARGADOSD NOT EQUAL RES-CARGADOSD
               MOVE "DIFFERS-PARTES" TO ABE-ARCHIVO
               PERFORM 5760-RECHAZAR-PARTE
           END-IF.
           IF CARGADOSF NOT EQUAL RES-CARGADOSF
               MOVE "SALDOSINCLIENTE-PARTES" TO ABE-ARCHIVO
               PERFORM 5760-RECHAZAR-PARTE
           END-IF.
           IF CARGADOSG NOT EQUAL RES-CARGADOSG
               MOVE "SALDO-DEUDOR-PARTES" TO ABE-ARCHIVO
               PERFORM 5760-RECHAZAR-PARTE
           END-IF.
       5750-FIN-CONTROLAR-PARTES.
           EXIT.

       5760-RECHAZAR-PARTE.
           DISPLAY "PARTES NO COINCIDEN CON LOS RESUMENES: "
                   ABE-ARCHIVO.
           MOVE "MC" TO ABE-FILE-STATUS.
           MOVE "5750-CONTROLAR-PARTES" TO ABE-PARRAFO.
           MOVE 20 TO ABE-RETORNO.
           PERFORM 9900-ABEND.
       5760-FIN-RECHAZAR-PARTE.
           EXIT.

       5780-INDICE-MONEDA.
           IF WS-MONEDA-ACTUAL EQUAL "DOL"
               MOVE 2 TO WS-IDX-MON
           ELSE
               MOVE 1 TO WS-IDX-MON
           END-IF.
       5780-FIN-INDICE-MONEDA.
           EXIT.

       5790-VERIFICAR-GRABACION.
           IF ABE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "ERROR EN ESCRITURA " ABE-ARCHIVO
               DISPLAY "FILE STATUS ERROR " ABE-FILE-STATUS
               MOVE "5790-VERIFICAR-GRABACION" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       5790-FIN-VERIFICAR-GRABACION.
           EXIT.

      * Trailers como los de Apareo1: por moneda en APAREO,
      * SALDOSINCLIENTE y SALDO-DEUDOR (pesos siempre, dolares si hubo)
      * y uno solo, sin moneda, en DIFFERS.
       5800-GRABAR-TRAILERS.
           PERFORM 5810-TRAILER-C-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN 2.
           MOVE "*TOTAL*"     TO TRAILER-ID-D.
           MOVE SPACES        TO TRAILER-MONEDA-D.
           MOVE CARGADOSD     TO TRAILER-CANT-D.
           MOVE TOTAL-SALDO-D TO TRAILER-SALDO-D.
           WRITE REGISTRO-D-TRAILER.
           MOVE "DIFFERS" TO ABE-ARCHIVO.
           MOVE FS-D TO ABE-FILE-STATUS.
           PERFORM 5790-VERIFICAR-GRABACION.
           PERFORM 5820-TRAILER-F-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN 2.
           PERFORM 5830-TRAILER-G-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN 2.
       5800-FIN-GRABAR-TRAILERS.
           EXIT.

       5810-TRAILER-C-MONEDA.
           IF WS-IDX-MON EQUAL 1
              OR MON-CANT-C (WS-IDX-MON) GREATER THAN ZERO
               MOVE "*TOTAL*"               TO TRAILER-ID-C
               MOVE MON-CANT-C (WS-IDX-MON) TO TRAILER-CANT-C
               MOVE MON-TOT-C (WS-IDX-MON)  TO TRAILER-SALDO-C
               MOVE MON-CODIGO (WS-IDX-MON) TO TRAILER-MONEDA-C
               WRITE REGISTRO-C-TRAILER
               MOVE "APAREO" TO ABE-ARCHIVO
               MOVE FS-C TO ABE-FILE-STATUS
               PERFORM 5790-VERIFICAR-GRABACION
           END-IF.
       5810-FIN-TRAILER-C-MONEDA.
           EXIT.

       5820-TRAILER-F-MONEDA.
           IF WS-IDX-MON EQUAL 1
              OR MON-CANT-F (WS-IDX-MON) GREATER THAN ZERO
               MOVE "*TOTAL*"               TO TRAILER-ID-F
               MOVE MON-CANT-F (WS-IDX-MON) TO TRAILER-CANT-F
               MOVE MON-TOT-F (WS-IDX-MON)  TO TRAILER-SALDO-F
               MOVE MON-CODIGO (WS-IDX-MON) TO TRAILER-MONEDA-F
               WRITE REGISTRO-F-TRAILER
               MOVE "SALDOSINCLIENTE" TO ABE-ARCHIVO
               MOVE FS-F TO ABE-FILE-STATUS
               PERFORM 5790-VERIFICAR-GRABACION
           END-IF.
       5820-FIN-TRAILER-F-MONEDA.
           EXIT.

       5830-TRAILER-G-MONEDA.
           IF WS-IDX-MON EQUAL 1
              OR MON-CANT-G (WS-IDX-MON) GREATER THAN ZERO
               MOVE "*TOTAL*"               TO TRAILER-ID-G
               MOVE MON-CANT-G (WS-IDX-MON) TO TRAILER-CANT-G
               MOVE MON-TOT-G (WS-IDX-MON)  TO TRAILER-SALDO-G
               MOVE MON-CODIGO (WS-IDX-MON) TO TRAILER-MONEDA-G
               WRITE REGISTRO-G-TRAILER
               MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO
               MOVE FS-G TO ABE-FILE-STATUS
               PERFORM 5790-VERIFICAR-GRABACION
           END-IF.
       5830-FIN-TRAILER-G-MONEDA.
           EXIT.

       5850-GRABAR-RESUMEN.
           MOVE WS-FECHA-PROCESO  TO RESUMEN-FECHA.
           MOVE LEIDOSA           TO RESUMEN-LEIDOSA.
           MOVE LEIDOSB           TO RESUMEN-LEIDOSB.
           MOVE CARGADOSC         TO RESUMEN-CARGADOSC.
           MOVE CARGADOSD         TO RESUMEN-CARGADOSD.
           MOVE CARGADOSF         TO RESUMEN-CARGADOSF.
           MOVE CARGADOSG         TO RESUMEN-CARGADOSG.
           MOVE WS-SALDO-MULTIPLE TO RESUMEN-MULTIPLE.
           PERFORM 5860-RESUMEN-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON GREATER THAN 2.
           WRITE REGISTRO-E.
           MOVE "APAREO-RESUMEN" TO ABE-ARCHIVO.
           MOVE FS-E TO ABE-FILE-STATUS.
           PERFORM 5790-VERIFICAR-GRABACION.
       5850-FIN-GRABAR-RESUMEN.
           EXIT.

       5860-RESUMEN-MONEDA.
           MOVE MON-CODIGO (WS-IDX-MON)
                TO RESUMEN-MON-CODIGO (WS-IDX-MON).
           MOVE MON-CANT-C (WS-IDX-MON)
                TO RESUMEN-MON-CARGADOSC (WS-IDX-MON).
           MOVE MON-TOT-C (WS-IDX-MON)
                TO RESUMEN-MON-TOTAL-C (WS-IDX-MON).
       5860-FIN-RESUMEN-MONEDA.
           EXIT.

       5900-CERRAR-UNION.
           CLOSE PARTES-C PARTES-D PARTES-F PARTES-G PARTES-E.
           CLOSE ARCHIVO-C.
           MOVE "APAREO" TO ABE-ARCHIVO.
           MOVE FS-C TO ABE-FILE-STATUS.
           PERFORM 5910-VERIFICAR-CIERRE.
           CLOSE ARCHIVO-D.
           MOVE "DIFFERS" TO ABE-ARCHIVO.
           MOVE FS-D TO ABE-FILE-STATUS.
           PERFORM 5910-VERIFICAR-CIERRE.
           CLOSE ARCHIVO-F.
           MOVE "SALDOSINCLIENTE" TO ABE-ARCHIVO.
           MOVE FS-F TO ABE-FILE-STATUS.
           PERFORM 5910-VERIFICAR-CIERRE.
           CLOSE ARCHIVO-G.
           MOVE "SALDO-DEUDOR" TO ABE-ARCHIVO.
           MOVE FS-G TO ABE-FILE-STATUS.
           PERFORM 5910-VERIFICAR-CIERRE.
           CLOSE ARCHIVO-E.
           MOVE "APAREO-RESUMEN" TO ABE-ARCHIVO.
           MOVE FS-E TO ABE-FILE-STATUS.
           PERFORM 5910-VERIFICAR-CIERRE.
       5900-FIN-CERRAR-UNION.
           EXIT.

       5910-VERIFICAR-CIERRE.
           IF ABE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "ERROR EN CLAUSURA " ABE-ARCHIVO
               DISPLAY "FILE STATUS ERROR " ABE-FILE-STATUS
               MOVE "5900-CERRAR-UNION" TO ABE-PARRAFO
               MOVE 19 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       5910-FIN-VERIFICAR-CIERRE.
           EXIT.

      * Mismo aviso que da Apareo1 al cerrar: los rangos tienen que
      * haber leido entre todos los clientes y saldos que habia al
      * partir.
       5950-VALIDAR-CONTEO-ESPERADO.
           IF RNC-CLIENTES NOT EQUAL LEIDOSA
               DISPLAY "ERROR: CANTIDAD DE CLIENTES NO COINCIDE"
               DISPLAY "ESPERADOS: " RNC-CLIENTES " LEIDOS: " LEIDOSA
           END-IF.
           IF RNC-SALDOS NOT EQUAL LEIDOSB
               DISPLAY "ERROR: CANTIDAD DE SALDOS NO COINCIDE"
               DISPLAY "ESPERADOS: " RNC-SALDOS " LEIDOS: " LEIDOSB
           END-IF.
       5950-FIN-VALIDAR-CONTEO-ESPERADO.
           EXIT.

      ******************************************************************
      * MANIFIESTO DE ENTREGAS                                         *
      ******************************************************************
      * SALDO se verifica una sola vez para todos los rangos, con los
      * mismos motivos que Apareo1 (MF, MD, MC, MH y RC 20).
       8500-VERIFICAR-SALDO.
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
                   MOVE "8500-VERIFICAR-SALDO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE "SALDO" TO WS-MAN-ARCHIVO.
           MOVE WS-MAN-ARCHIVO TO MAN-ARCHIVO.
           READ MANIFIESTO
           EVALUATE FS-MANIFIESTO
               WHEN "00"
                   IF MAN-FECHA NOT EQUAL WS-FECHA-PROCESO
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
                   MOVE "8500-VERIFICAR-SALDO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           PERFORM 8520-CONTAR-SALDO.
           IF WS-MAN-REGISTROS NOT EQUAL MAN-REGISTROS
               MOVE "MC" TO WS-MAN-MOTIVO
               PERFORM 8530-RECHAZAR-ENTREGA
           END-IF.
           IF WS-MAN-HASH NOT EQUAL MAN-HASH
               MOVE "MH" TO WS-MAN-MOTIVO
               PERFORM 8530-RECHAZAR-ENTREGA
           END-IF.
           CLOSE MANIFIESTO.
           MOVE WS-MAN-REGISTROS TO WS-SALDOS-TOTAL.
       8500-FIN-VERIFICAR-SALDO.
           EXIT.

       8520-CONTAR-SALDO.
           MOVE ZERO TO WS-MAN-REGISTROS.
           MOVE ZERO TO WS-MAN-HASH.
           MOVE "N" TO WS-MAN-FIN.
           OPEN INPUT SALDO.
           IF NOT FS-SALDO-OK
               DISPLAY "ERROR AL ABRIR SALDO"
               DISPLAY "FILE STATUS ERROR " FS-SALDO
               MOVE "SALDO" TO ABE-ARCHIVO
               MOVE FS-SALDO TO ABE-FILE-STATUS
               MOVE "8520-CONTAR-SALDO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           PERFORM 8525-LEER-SALDO UNTIL FIN-ENTREGA.
           CLOSE SALDO.
       8520-FIN-CONTAR-SALDO.
           EXIT.

       8525-LEER-SALDO.
           READ SALDO NEXT RECORD
           EVALUATE FS-SALDO
               WHEN "00"
                   IF SAL-TRAILER-KEY NOT EQUAL 9999998
                       ADD 1 TO WS-MAN-REGISTROS
                       ADD SAL-SALDOS TO WS-MAN-HASH
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-MAN-FIN
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA SALDO"
                   DISPLAY "FILE STATUS ERROR " FS-SALDO
                   MOVE "SALDO" TO ABE-ARCHIVO
                   MOVE FS-SALDO TO ABE-FILE-STATUS
                   MOVE "8525-LEER-SALDO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       8525-FIN-LEER-SALDO.
           EXIT.

       8530-RECHAZAR-ENTREGA.
           DISPLAY "ENTREGA NO VERIFICADA: " WS-MAN-ARCHIVO.
           EVALUATE WS-MAN-MOTIVO
               WHEN "MF"
                   DISPLAY "SIN REGISTRO DEL PASO PRODUCTOR"
               WHEN "MD"
                   DISPLAY "GRABADO PARA " MAN-FECHA
                           " Y SE PROCESA " WS-FECHA-PROCESO
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
           MOVE "8500-VERIFICAR-SALDO" TO ABE-PARRAFO.
           MOVE 20 TO ABE-RETORNO.
           PERFORM 9900-ABEND.
       8530-FIN-RECHAZAR-ENTREGA.
           EXIT.

      * Las salidas unidas quedan en el manifiesto a nombre de
      * APAREO1, con la cantidad y la suma contadas al copiarlas.
       8600-REGISTRAR-ENTREGAS.
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
           MOVE "APAREO"  TO WS-MAN-ARCHIVO.
           MOVE CARGADOSC TO WS-MAN-REGISTROS.
           MOVE WS-HASH-C TO WS-MAN-HASH.
           PERFORM 8610-GRABAR-MANIFIESTO.
           MOVE "SALDO-DEUDOR" TO WS-MAN-ARCHIVO.
           MOVE CARGADOSG TO WS-MAN-REGISTROS.
           MOVE WS-HASH-G TO WS-MAN-HASH.
           PERFORM 8610-GRABAR-MANIFIESTO.
           MOVE "SALDOSINCLIENTE" TO WS-MAN-ARCHIVO.
           MOVE CARGADOSF TO WS-MAN-REGISTROS.
           MOVE WS-HASH-F TO WS-MAN-HASH.
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
           MOVE WS-FECHA-PROCESO TO MAN-FECHA.
           MOVE WS-MAN-REGISTROS TO MAN-REGISTROS.
           MOVE WS-MAN-HASH      TO MAN-HASH.
           MOVE "APAREO1"        TO MAN-PROGRAMA.
           ACCEPT WS-MAN-HORA8 FROM TIME.
           DIVIDE WS-MAN-HORA8 BY 100 GIVING MAN-HORA.
       8620-FIN-ARMAR-MANIFIESTO.
           EXIT.

      ******************************************************************
      * CONTROL DE CORRIDAS                                            *
      ******************************************************************
      * La particion deja la marca I del paso y se niega a repetir un
      * APAREO1 ya terminado para la fecha salvo CORRIDA-RERUN=S; la
      * union deja la marca F con el retorno del paso (04 si algun
      * rango detecto saldos multiples).
       9000-REGISTRAR-INICIO.
           MOVE "N" TO WS-CTL-YA-CORRIO.
           OPEN INPUT CONTROL-CORRIDAS.
           EVALUATE FS-CONTROL
               WHEN "00"
                   PERFORM 9050-BUSCAR-CORRIDA-PREVIA
                      UNTIL FS-CONTROL NOT EQUAL "00"
                   CLOSE CONTROL-CORRIDAS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN APERTURA CONTROL-CORRIDAS"
                   DISPLAY "FILE STATUS ERROR " FS-CONTROL
                   MOVE "CONTROL-CORRIDAS" TO ABE-ARCHIVO
                   MOVE FS-CONTROL TO ABE-FILE-STATUS
                   MOVE "9000-REGISTRAR-INICIO" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
           IF CTL-YA-CORRIO AND NOT CTL-RERUN-PERMITIDO
               DISPLAY "YA HAY CORRIDA REGISTRADA PARA LA FECHA "
                       WS-FECHA-PROCESO
               DISPLAY "USE CORRIDA-RERUN=S PARA HABILITAR"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REGISTRO-CONTROL.
           MOVE WS-CTL-PROGRAMA  TO CTL-PROGRAMA.
           MOVE WS-FECHA-PROCESO TO CTL-FECHA.
           ACCEPT WS-CTL-HORA8 FROM TIME.
           COMPUTE CTL-HORA-INICIO = WS-CTL-HORA8 / 100.
           MOVE ZERO TO CTL-HORA-FIN.
           MOVE ZERO TO CTL-REGISTROS.
           MOVE ZERO TO CTL-RETORNO.
           MOVE "I"  TO CTL-ESTADO.
           PERFORM 9200-GRABAR-CONTROL.
       9000-FIN-REGISTRAR-INICIO.
           EXIT.

       9050-BUSCAR-CORRIDA-PREVIA.
           READ CONTROL-CORRIDAS
           EVALUATE FS-CONTROL
               WHEN "00"
                   IF CTL-PROGRAMA EQUAL WS-CTL-PROGRAMA
                      AND CTL-FECHA EQUAL WS-FECHA-PROCESO
                      AND CTL-ESTADO EQUAL "F"
                      AND (CTL-RETORNO EQUAL 00
                           OR CTL-RETORNO EQUAL 04
                           OR CTL-RETORNO EQUAL 06)
                       MOVE "S" TO WS-CTL-YA-CORRIO
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA CONTROL-CORRIDAS"
                   DISPLAY "FILE STATUS ERROR " FS-CONTROL
                   MOVE "CONTROL-CORRIDAS" TO ABE-ARCHIVO
                   MOVE FS-CONTROL TO ABE-FILE-STATUS
                   MOVE "9050-BUSCAR-CORRIDA-PREVIA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       9050-FIN-BUSCAR-CORRIDA-PREVIA.
           EXIT.

       9100-REGISTRAR-FIN.
           MOVE SPACES TO REGISTRO-CONTROL.
           MOVE WS-CTL-PROGRAMA  TO CTL-PROGRAMA.
           MOVE WS-FECHA-PROCESO TO CTL-FECHA.
           MOVE ZERO TO CTL-HORA-INICIO.
           ACCEPT WS-CTL-HORA8 FROM TIME.
           COMPUTE CTL-HORA-FIN = WS-CTL-HORA8 / 100.
           MOVE WS-CTL-REGISTROS-FIN TO CTL-REGISTROS.
           MOVE WS-CTL-RETORNO-FIN   TO CTL-RETORNO.
           MOVE "F"  TO CTL-ESTADO.
           PERFORM 9200-GRABAR-CONTROL.
       9100-FIN-REGISTRAR-FIN.
           EXIT.

       9200-GRABAR-CONTROL.
           OPEN EXTEND CONTROL-CORRIDAS.
           IF FS-CONTROL-NOEX
               OPEN OUTPUT CONTROL-CORRIDAS
           END-IF.
           IF NOT FS-CONTROL-OK
               DISPLAY "ERROR EN APERTURA CONTROL-CORRIDAS"
               DISPLAY "FILE STATUS ERROR " FS-CONTROL
               MOVE "CONTROL-CORRIDAS" TO ABE-ARCHIVO
               MOVE FS-CONTROL TO ABE-FILE-STATUS
               MOVE "9200-GRABAR-CONTROL" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           WRITE REGISTRO-CONTROL.
           IF NOT FS-CONTROL-OK
               DISPLAY "ERROR EN ESCRITURA CONTROL-CORRIDAS"
               DISPLAY "FILE STATUS ERROR " FS-CONTROL
               MOVE "CONTROL-CORRIDAS" TO ABE-ARCHIVO
               MOVE FS-CONTROL TO ABE-FILE-STATUS
               MOVE "9200-GRABAR-CONTROL" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
           CLOSE CONTROL-CORRIDAS.
       9200-FIN-GRABAR-CONTROL.
           EXIT.

      * Rutina comun de abend: deja el diagnostico en ERRORES y
      * termina con el codigo de retorno de la clase de falla
      * (16 apertura, 17 lectura, 18 escritura, 19 cierre, 20 entrega
      * o parte que no coincide).
       9900-ABEND.
           OPEN EXTEND ARCHIVO-ERRORES.
           IF FS-ERRORES-NOEX
               OPEN OUTPUT ARCHIVO-ERRORES
           END-IF.
           IF FS-ERRORES-OK
               MOVE "PARTICIONAPAREO" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-ACCION       TO ERR-ULTIMA-CLAVE
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

       END PROGRAM ParticionApareo.
