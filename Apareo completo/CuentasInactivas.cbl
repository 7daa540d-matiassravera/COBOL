      ******************************************************************
      * Author: Matías Sebastian Ravera
      * Date: 15/10/2026
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CuentasInactivas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Posicion consolidada de PosicionClientes: POS-FECHA-ULT-MOV
      * es el ultimo dia en que cambio el saldo de la linea.
       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS POS-CLAVE
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

      * Maestro de clientes para sucursal, estado y los datos que
      * lleva la transaccion de cambio de estado.
       SELECT CLIENTES ASSIGN TO "CLIENTES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CLIENTES.

      * Calendario de feriados: la inactividad se cuenta en dias
      * habiles, igual que el vencimiento de cheques de CDEC.
       SELECT FERIADOS ASSIGN TO "FERIADOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Lineas de posicion de los clientes inactivos, antes y despues
      * de ordenar por sucursal para el listado.
       SELECT INACTIVAS ASSIGN TO "INACTIVAS-DETALLE"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-INACTIVAS.

       SELECT ORDEN-TRABAJO ASSIGN TO "INACTIVAS-SORTWORK".

       SELECT INACTIVAS-ORDENADO ASSIGN TO "INACTIVAS-ORDENADO"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-ORDENADO.

      * Cambios de estado a I (inactiva) en formato CLIENTES-MANT,
      * igual que DEUDOR-BLOQUEOS: el supervisor los pasa al
      * mantenimiento para que queden en CLIENTES-IDX.
       SELECT CAMBIOS-ESTADO ASSIGN TO "INACTIVAS-CAMBIOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-CAMBIOS.

       SELECT REPORTE ASSIGN TO "INACTIVAS-REPORTE"
       ORGANIZATION SEQUENTIAL
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
       FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  POSICION.

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

       FD  CLIENTES.

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

       FD  FERIADOS.

       01  REGISTRO-FERIADO.
           03  FER-FECHA        PIC 9(8).

       FD  INACTIVAS.

       01  REGISTRO-INACTIVA.
           03  INA-SUCURSAL     PIC 9(2).
           03  INA-IDN          PIC 9(7).
           03  INA-MONEDA       PIC X(3).
           03  INA-APELLIDO     PIC X(10).
           03  INA-NOMBRE       PIC X(10).
           03  INA-SALDOS       PIC S9(9)V99.
           03  INA-FECHA-ULT-MOV PIC 9(8).
           03  INA-DIAS-HABILES PIC 9(5).
           03  INA-OBSERVACION  PIC X(10).

       SD  ORDEN-TRABAJO.

       01  SD-REGISTRO.
           03  SD-SUCURSAL      PIC 9(2).
           03  SD-IDN           PIC 9(7).
           03  SD-MONEDA        PIC X(3).
           03  FILLER           PIC X(54).

       FD  INACTIVAS-ORDENADO.

       01  REGISTRO-ORDENADO.
           03  ORD-SUCURSAL     PIC 9(2).
           03  ORD-IDN          PIC 9(7).
           03  ORD-MONEDA       PIC X(3).
           03  ORD-APELLIDO     PIC X(10).
           03  ORD-NOMBRE       PIC X(10).
           03  ORD-SALDOS       PIC S9(9)V99.
           03  ORD-FECHA-ULT-MOV PIC 9(8).
           03  ORD-DIAS-HABILES PIC 9(5).
           03  ORD-OBSERVACION  PIC X(10).

       FD  CAMBIOS-ESTADO.

       01  REGISTRO-MANT.
           03  MANT-OPCION     PIC X(01).
           03  MANT-IDN        PIC 9(7).
           03  MANT-NOMBRE     PIC X(10).
           03  MANT-APELLIDO   PIC X(10).
           03  MANT-SUCURSAL   PIC 9(2).
           03  MANT-ESTADO     PIC X(01).
           03  MANT-LIMITE     PIC 9(9)V99.
           03  FILLER          PIC X(24).

       FD  REPORTE.

       01  LINEA-REPORTE        PIC X(80).

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

       01  FS-POSICION          PIC X(2).
           88 FS-POSICION-OK    VALUE "00".
           88 FS-POSICION-EOF   VALUE "10".
           88 FS-POSICION-NOEX  VALUE "35".

       01  FS-CLIENTES          PIC X(2).
           88 FS-CLIENTES-OK    VALUE "00".
           88 FS-CLIENTES-EOF   VALUE "10".
           88 FS-CLIENTES-NOEX  VALUE "35".

       01  FS-FERIADOS          PIC X(2).
           88 FS-FERIADOS-OK    VALUE "00".
           88 FS-FERIADOS-EOF   VALUE "10".
           88 FS-FERIADOS-NOEX  VALUE "35".

       01  FS-INACTIVAS         PIC X(2).
           88 FS-INACTIVAS-OK   VALUE "00".

       01  FS-ORDENADO          PIC X(2).
           88 FS-ORDENADO-OK    VALUE "00".
           88 FS-ORDENADO-EOF   VALUE "10".

       01  FS-CAMBIOS           PIC X(2).
           88 FS-CAMBIOS-OK     VALUE "00".

       01  FS-REPORTE           PIC X(2).
           88 FS-REPORTE-OK     VALUE "00".

       01  WS-SIN-POSICION      PIC X(01) VALUE "N".
           88 SIN-POSICION      VALUE "S".

       01  CONTADORES.
           03  WS-POSICIONES    PIC 9(7) VALUE ZERO.
           03  WS-CLIENTES-LEIDOS PIC 9(7) VALUE ZERO.
           03  WS-INACTIVOS     PIC 9(7) VALUE ZERO.
           03  WS-YA-INACTIVOS  PIC 9(7) VALUE ZERO.
           03  WS-CAMBIOS-EMITIDOS PIC 9(7) VALUE ZERO.
           03  WS-SIN-MAESTRO   PIC 9(7) VALUE ZERO.

       01  WS-FECHA-PROCESO     PIC 9(8).
       01  WS-FECHA-AMBIENTE    PIC X(8).
       01  WS-FECHA-AMBIENTE-N REDEFINES WS-FECHA-AMBIENTE
                                PIC 9(8).

      * Dias habiles sin movimiento a partir de los cuales la cuenta
      * se considera inactiva (INACTIVAS-DIAS, tres digitos).
       01  WS-DIAS-AMBIENTE     PIC X(3).
       01  WS-DIAS-AMBIENTE-NUM REDEFINES WS-DIAS-AMBIENTE
                                PIC 9(3).
       01  WS-DIAS-INACTIVIDAD  PIC 9(3) VALUE 180.

       01  TABLA-FERIADOS.
           03  TAB-FER-CANT     PIC 9(3) VALUE ZERO.
           03  TAB-FER-ENTRY OCCURS 200 TIMES.
               05  TAB-FER-FECHA    PIC 9(8).

       01  WS-IDX-FER           PIC 9(3).
       01  WS-ENTERO-DESDE      PIC 9(8).
       01  WS-ENTERO-HASTA      PIC 9(8).
       01  WS-ENTERO-DIA        PIC 9(8).
       01  WS-FECHA-DIA         PIC 9(8).
       01  WS-DIA-SEMANA        PIC 9(1).
       01  WS-ES-HABIL          PIC X(01).
           88 DIA-HABIL         VALUE "S".
       01  WS-DIAS-HABILES      PIC 9(5).

       01  TABLA-CLIENTES.
           03  TAB-CLI-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-CLI-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-IDX-CLI.
               05  TAB-CLI-IDN      PIC 9(7).
               05  TAB-CLI-NOMBRE   PIC X(10).
               05  TAB-CLI-APELLIDO PIC X(10).
               05  TAB-CLI-SUCURSAL PIC 9(2).
               05  TAB-CLI-ESTADO   PIC X(01).
               05  TAB-CLI-LIMITE   PIC 9(9)V99.

       01  WS-CLIENTE-HALLADO   PIC X(01).
           88 CLIENTE-HALLADO   VALUE "S".

      * Lineas del cliente en curso (una por moneda): la cuenta es
      * inactiva solo si ninguna de sus lineas se movio.
       01  CLIENTE-EN-CURSO.
           03  WS-CUR-IDN       PIC 9(7).
           03  WS-CUR-ULT-MOV   PIC 9(8).
           03  WS-CUR-CANT      PIC 9(1).
           03  WS-CUR-LINEA OCCURS 5 TIMES.
               05  WS-CUR-MONEDA    PIC X(3).
               05  WS-CUR-APELLIDO  PIC X(10).
               05  WS-CUR-NOMBRE    PIC X(10).
               05  WS-CUR-SALDOS    PIC S9(9)V99.
               05  WS-CUR-FECHA     PIC 9(8).
       01  WS-HAY-CLIENTE       PIC X(01) VALUE "N".
           88 HAY-CLIENTE-EN-CURSO VALUE "S".
       01  WS-IDX-LIN           PIC 9(1).
       01  WS-OBSERVACION       PIC X(10).

      * Corte por sucursal del listado.
       01  WS-SUC-ANTERIOR      PIC 9(2).
       01  WS-PRIMERA-SUC       PIC X(01) VALUE "S".
           88 ES-PRIMERA-SUC    VALUE "S".
       01  WS-SUC-LINEAS        PIC 9(5).
       01  WS-SUC-SALDO-PES     PIC S9(13)V99.
       01  WS-SUC-SALDO-DOL     PIC S9(13)V99.

       01  LINEA-TITULO.
           03  FILLER           PIC X(40)
                       VALUE "CUENTAS INACTIVAS AL ".
           03  TIT-FECHA        PIC 9(8).
           03  FILLER           PIC X(14) VALUE " - DIAS HAB.: ".
           03  TIT-DIAS         PIC ZZ9.
           03  FILLER           PIC X(15) VALUE SPACES.
       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-SUCURSAL.
           03  FILLER           PIC X(10) VALUE "SUCURSAL: ".
           03  SUC-NRO          PIC 9(2).
           03  FILLER           PIC X(68) VALUE SPACES.

       01  LINEA-ENCABEZADO.
           03  FILLER           PIC X(11) VALUE "  IDN".
           03  FILLER           PIC X(12) VALUE "APELLIDO".
           03  FILLER           PIC X(5)  VALUE "MON".
           03  FILLER           PIC X(19) VALUE "SALDO".
           03  FILLER           PIC X(11) VALUE "ULT.MOV.".
           03  FILLER           PIC X(7)  VALUE "DIAS".
           03  FILLER           PIC X(15) VALUE "OBSERVACION".

       01  LINEA-DETALLE.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-SALDO        PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(4)  VALUE SPACES.
           03  DET-ULT-MOV      PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-DIAS         PIC ZZZZ9.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-OBSERVACION  PIC X(10).
           03  FILLER           PIC X(7)  VALUE SPACES.

       01  LINEA-SUBTOTAL.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  FILLER           PIC X(8)  VALUE "LINEAS: ".
           03  SUB-LINEAS       PIC ZZZZ9.
           03  FILLER           PIC X(8)  VALUE "  PES: ".
           03  SUB-SALDO-PES    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(8)  VALUE "  DOL: ".
           03  SUB-SALDO-DOL    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(7)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-TOMAR-PARAMETROS.
           PERFORM 8500-VERIFICAR-ENTREGAS.
           PERFORM 1100-CARGAR-FERIADOS.
           PERFORM 1200-CARGAR-CLIENTES.
           PERFORM 1500-ABERTURA-DE-ARCHIVOS.
           IF NOT SIN-POSICION
               PERFORM 2000-BARRER-POSICION
           END-IF.
           PERFORM 4000-CIERRE-DE-ARCHIVOS.
           PERFORM 5000-ORDENAR-INACTIVAS.
           PERFORM 6000-EMITIR-LISTADO.
           PERFORM 7000-MOSTRAR-RESUMEN.

           STOP RUN.

       1000-TOMAR-PARAMETROS.
           ACCEPT WS-FECHA-AMBIENTE FROM ENVIRONMENT "FECHA-PROCESO".
           IF WS-FECHA-AMBIENTE-N NUMERIC
              AND WS-FECHA-AMBIENTE NOT EQUAL SPACES
               MOVE WS-FECHA-AMBIENTE-N TO WS-FECHA-PROCESO
           ELSE
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-DIAS-AMBIENTE FROM ENVIRONMENT "INACTIVAS-DIAS".
           IF WS-DIAS-AMBIENTE NOT EQUAL SPACES
               IF WS-DIAS-AMBIENTE-NUM NUMERIC
                  AND WS-DIAS-AMBIENTE-NUM GREATER THAN ZERO
                   MOVE WS-DIAS-AMBIENTE-NUM TO WS-DIAS-INACTIVIDAD
               ELSE
                   DISPLAY "INACTIVAS-DIAS INVALIDO: "
                           WS-DIAS-AMBIENTE
                   DISPLAY "SE USA EL PLAZO POR OMISION"
               END-IF
           END-IF.
           DISPLAY "DIAS HABILES SIN MOVIMIENTO: " WS-DIAS-INACTIVIDAD.
       1000-FIN-TOMAR-PARAMETROS.
           EXIT.

       1100-CARGAR-FERIADOS.
           OPEN INPUT FERIADOS
           EVALUATE FS-FERIADOS
               WHEN "00"
                   PERFORM 1150-LEER-FERIADO
                      UNTIL FS-FERIADOS-EOF
                   CLOSE FERIADOS
               WHEN "35"
                   DISPLAY "SIN ARCHIVO FERIADOS, SOLO FIN DE SEMANA"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR FERIADOS"
                   DISPLAY "FILE STATUS ERROR" FS-FERIADOS
                   MOVE "FERIADOS" TO ABE-ARCHIVO
                   MOVE FS-FERIADOS TO ABE-FILE-STATUS
                   MOVE "1100-CARGAR-FERIADOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1100-FIN-CARGAR-FERIADOS.
           EXIT.

       1150-LEER-FERIADO.
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
               MOVE "1150-LEER-FERIADO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1150-FIN-LEER-FERIADO.
           EXIT.

       1200-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   PERFORM 1250-LEER-CLIENTE
                      UNTIL FS-CLIENTES-EOF
                   CLOSE CLIENTES
               WHEN "35"
                   DISPLAY "CLIENTES AUSENTE, SIN CAMBIOS DE ESTADO"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CLIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-CLIENTES
                   MOVE "CLIENTES" TO ABE-ARCHIVO
                   MOVE FS-CLIENTES TO ABE-FILE-STATUS
                   MOVE "1200-CARGAR-CLIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1200-FIN-CARGAR-CLIENTES.
           EXIT.

       1250-LEER-CLIENTE.
           READ CLIENTES
           EVALUATE FS-CLIENTES
               WHEN "00"
                   IF TRAILER-ID-A OF REGISTRO-A-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE "10" TO FS-CLIENTES
                   ELSE
                       IF TAB-CLI-CANT LESS THAN 2000
                           ADD 1 TO TAB-CLI-CANT
                           MOVE IDN OF REGISTRO-A
                                TO TAB-CLI-IDN (TAB-CLI-CANT)
                           MOVE NOMBRE OF REGISTRO-A
                                TO TAB-CLI-NOMBRE (TAB-CLI-CANT)
                           MOVE APELLIDO OF REGISTRO-A
                                TO TAB-CLI-APELLIDO (TAB-CLI-CANT)
                           MOVE CLI-SUCURSAL OF REGISTRO-A
                                TO TAB-CLI-SUCURSAL (TAB-CLI-CANT)
                           MOVE CLI-ESTADO OF REGISTRO-A
                                TO TAB-CLI-ESTADO (TAB-CLI-CANT)
                           MOVE CLI-LIMITE OF REGISTRO-A
                                TO TAB-CLI-LIMITE (TAB-CLI-CANT)
                       ELSE
                           DISPLAY "TABLA DE CLIENTES DESBORDADA"
                           MOVE "10" TO FS-CLIENTES
                       END-IF
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CLIENTES"
               DISPLAY "FILE STATUS ERROR" FS-CLIENTES
               MOVE "CLIENTES" TO ABE-ARCHIVO
               MOVE FS-CLIENTES TO ABE-FILE-STATUS
               MOVE "1250-LEER-CLIENTE" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1250-FIN-LEER-CLIENTE.
           EXIT.

       1500-ABERTURA-DE-ARCHIVOS.
           OPEN INPUT POSICION
           EVALUATE FS-POSICION
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-POSICION
               DISPLAY "POSICION AUSENTE, SIN CUENTAS PARA REVISAR"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT INACTIVAS
           EVALUATE FS-INACTIVAS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR INACTIVAS-DETALLE"
               DISPLAY "FILE STATUS ERROR" FS-INACTIVAS
               MOVE "INACTIVAS-DETALLE" TO ABE-ARCHIVO
               MOVE FS-INACTIVAS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT CAMBIOS-ESTADO
           EVALUATE FS-CAMBIOS
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR INACTIVAS-CAMBIOS"
               DISPLAY "FILE STATUS ERROR" FS-CAMBIOS
               MOVE "INACTIVAS-CAMBIOS" TO ABE-ARCHIVO
               MOVE FS-CAMBIOS TO ABE-FILE-STATUS
               MOVE "1500-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1500-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

      * La posicion viene por IDN y moneda: las lineas de un mismo
      * cliente son contiguas y se evalua al cambiar de IDN.
       2000-BARRER-POSICION.
           MOVE LOW-VALUES TO POS-CLAVE.
           START POSICION KEY IS NOT LESS THAN POS-CLAVE
           EVALUATE FS-POSICION
               WHEN "00"
                   PERFORM 2100-LEER-POSICION
                   PERFORM 2200-PROCESAR-POSICION
                      UNTIL FS-POSICION-EOF
                   PERFORM 3000-EVALUAR-CLIENTE
               WHEN "23"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN START DE POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "2000-BARRER-POSICION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2000-FIN-BARRER-POSICION.
           EXIT.

       2100-LEER-POSICION.
           READ POSICION NEXT RECORD
           EVALUATE FS-POSICION
               WHEN "00"
                   ADD 1 TO WS-POSICIONES
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "2100-LEER-POSICION" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       2100-FIN-LEER-POSICION.
           EXIT.

       2200-PROCESAR-POSICION.
           IF HAY-CLIENTE-EN-CURSO
              AND POS-IDN NOT EQUAL WS-CUR-IDN
               PERFORM 3000-EVALUAR-CLIENTE
           END-IF.
           IF NOT HAY-CLIENTE-EN-CURSO
               MOVE "S"     TO WS-HAY-CLIENTE
               MOVE POS-IDN TO WS-CUR-IDN
               MOVE ZERO    TO WS-CUR-ULT-MOV
               MOVE ZERO    TO WS-CUR-CANT
               ADD 1 TO WS-CLIENTES-LEIDOS
           END-IF.
           IF WS-CUR-CANT LESS THAN 5
               ADD 1 TO WS-CUR-CANT
               MOVE POS-MONEDA   TO WS-CUR-MONEDA (WS-CUR-CANT)
               MOVE POS-APELLIDO TO WS-CUR-APELLIDO (WS-CUR-CANT)
               MOVE POS-NOMBRE   TO WS-CUR-NOMBRE (WS-CUR-CANT)
               MOVE POS-SALDOS   TO WS-CUR-SALDOS (WS-CUR-CANT)
               MOVE POS-FECHA-ULT-MOV TO WS-CUR-FECHA (WS-CUR-CANT)
           END-IF.
           IF POS-FECHA-ULT-MOV GREATER THAN WS-CUR-ULT-MOV
               MOVE POS-FECHA-ULT-MOV TO WS-CUR-ULT-MOV
           END-IF.
           PERFORM 2100-LEER-POSICION.
       2200-FIN-PROCESAR-POSICION.
           EXIT.

      * Cliente inactivo: todas sus lineas llevan el plazo sin
      * movimiento. Si ya esta en I (o dado de baja) solo se lista.
       3000-EVALUAR-CLIENTE.
           IF HAY-CLIENTE-EN-CURSO
               PERFORM 3100-CONTAR-DIAS-HABILES
               IF WS-DIAS-HABILES NOT LESS THAN WS-DIAS-INACTIVIDAD
                   ADD 1 TO WS-INACTIVOS
                   PERFORM 3200-BUSCAR-CLIENTE
                   EVALUATE TRUE
                       WHEN NOT CLIENTE-HALLADO
                           MOVE "SIN MAESTRO" TO WS-OBSERVACION
                           ADD 1 TO WS-SIN-MAESTRO
                       WHEN TAB-CLI-ESTADO (WS-IDX-CLI) EQUAL "I"
                           MOVE "YA INACT." TO WS-OBSERVACION
                           ADD 1 TO WS-YA-INACTIVOS
                       WHEN TAB-CLI-ESTADO (WS-IDX-CLI) EQUAL "B"
                           MOVE "BLOQUEADO" TO WS-OBSERVACION
                       WHEN TAB-CLI-ESTADO (WS-IDX-CLI) EQUAL "C"
                           MOVE "BAJA" TO WS-OBSERVACION
                       WHEN OTHER
                           MOVE "A INACTIVA" TO WS-OBSERVACION
                           PERFORM 3400-GRABAR-TRANSACCION
                   END-EVALUATE
                   PERFORM 3300-GRABAR-LINEAS
                       VARYING WS-IDX-LIN FROM 1 BY 1
                       UNTIL WS-IDX-LIN GREATER THAN WS-CUR-CANT
               END-IF
               MOVE "N" TO WS-HAY-CLIENTE
           END-IF.
       3000-FIN-EVALUAR-CLIENTE.
           EXIT.

      * Dias habiles desde el ultimo movimiento hasta la fecha de
      * proceso, sin contar el dia del movimiento. Una fecha invalida
      * o de mas de diez anios se toma directo como inactiva.
       3100-CONTAR-DIAS-HABILES.
           MOVE ZERO TO WS-DIAS-HABILES.
           IF WS-CUR-ULT-MOV NOT LESS THAN WS-FECHA-PROCESO
               CONTINUE
           ELSE
               COMPUTE WS-ENTERO-DESDE =
                   FUNCTION INTEGER-OF-DATE (WS-CUR-ULT-MOV)
               COMPUTE WS-ENTERO-HASTA =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
               IF WS-ENTERO-DESDE EQUAL ZERO
                  OR WS-ENTERO-HASTA - WS-ENTERO-DESDE
                     GREATER THAN 3660
                   MOVE 99999 TO WS-DIAS-HABILES
               ELSE
                   COMPUTE WS-ENTERO-DIA = WS-ENTERO-DESDE + 1
                   PERFORM 3150-CONTAR-DIA-HABIL
                      UNTIL WS-ENTERO-DIA GREATER THAN WS-ENTERO-HASTA
               END-IF
           END-IF.
       3100-FIN-CONTAR-DIAS-HABILES.
           EXIT.

      * Con el origen del calendario gregoriano de INTEGER-OF-DATE,
      * MOD (N - 1, 7) + 1 da 1 = lunes ... 7 = domingo.
       3150-CONTAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-ENTERO-DIA - 1, 7) + 1.
           IF WS-DIA-SEMANA GREATER THAN 5
               MOVE "N" TO WS-ES-HABIL
           END-IF.
           IF DIA-HABIL
               COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER (WS-ENTERO-DIA)
               PERFORM 3160-BUSCAR-FERIADO
                   VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER GREATER THAN TAB-FER-CANT
                      OR NOT DIA-HABIL
           END-IF.
           IF DIA-HABIL
               ADD 1 TO WS-DIAS-HABILES
           END-IF.
           ADD 1 TO WS-ENTERO-DIA.
       3150-FIN-CONTAR-DIA-HABIL.
           EXIT.

       3160-BUSCAR-FERIADO.
           IF TAB-FER-FECHA (WS-IDX-FER) EQUAL WS-FECHA-DIA
               MOVE "N" TO WS-ES-HABIL
           END-IF.
       3160-FIN-BUSCAR-FERIADO.
           EXIT.

       3200-BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-HALLADO.
           SET WS-IDX-CLI TO 1.
           SEARCH TAB-CLI-ENTRY
               AT END
                   CONTINUE
               WHEN TAB-CLI-IDN (WS-IDX-CLI) EQUAL WS-CUR-IDN
                AND WS-IDX-CLI NOT GREATER TAB-CLI-CANT
                   MOVE "S" TO WS-CLIENTE-HALLADO
           END-SEARCH.
       3200-FIN-BUSCAR-CLIENTE.
           EXIT.

       3300-GRABAR-LINEAS.
           MOVE SPACES TO REGISTRO-INACTIVA.
           IF CLIENTE-HALLADO
               MOVE TAB-CLI-SUCURSAL (WS-IDX-CLI) TO INA-SUCURSAL
           ELSE
               MOVE ZERO TO INA-SUCURSAL
           END-IF.
           MOVE WS-CUR-IDN                   TO INA-IDN.
           MOVE WS-CUR-MONEDA (WS-IDX-LIN)   TO INA-MONEDA.
           MOVE WS-CUR-APELLIDO (WS-IDX-LIN) TO INA-APELLIDO.
           MOVE WS-CUR-NOMBRE (WS-IDX-LIN)   TO INA-NOMBRE.
           MOVE WS-CUR-SALDOS (WS-IDX-LIN)   TO INA-SALDOS.
           MOVE WS-CUR-FECHA (WS-IDX-LIN)    TO INA-FECHA-ULT-MOV.
           MOVE WS-DIAS-HABILES              TO INA-DIAS-HABILES.
           MOVE WS-OBSERVACION               TO INA-OBSERVACION.
           WRITE REGISTRO-INACTIVA
           EVALUATE FS-INACTIVAS
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR INACTIVAS-DETALLE"
                   DISPLAY "FILE STATUS ERROR" FS-INACTIVAS
                   MOVE "INACTIVAS-DETALLE" TO ABE-ARCHIVO
                   MOVE FS-INACTIVAS TO ABE-FILE-STATUS
                   MOVE "3300-GRABAR-LINEAS" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3300-FIN-GRABAR-LINEAS.
           EXIT.

       3400-GRABAR-TRANSACCION.
           MOVE SPACES        TO REGISTRO-MANT.
           MOVE "C"           TO MANT-OPCION.
           MOVE WS-CUR-IDN    TO MANT-IDN.
           MOVE TAB-CLI-NOMBRE (WS-IDX-CLI)   TO MANT-NOMBRE.
           MOVE TAB-CLI-APELLIDO (WS-IDX-CLI) TO MANT-APELLIDO.
           MOVE TAB-CLI-SUCURSAL (WS-IDX-CLI) TO MANT-SUCURSAL.
           MOVE "I"           TO MANT-ESTADO.
           MOVE TAB-CLI-LIMITE (WS-IDX-CLI)   TO MANT-LIMITE.
           WRITE REGISTRO-MANT
           EVALUATE FS-CAMBIOS
               WHEN "00"
                   ADD 1 TO WS-CAMBIOS-EMITIDOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR INACTIVAS-CAMBIOS"
                   DISPLAY "FILE STATUS ERROR" FS-CAMBIOS
                   MOVE "INACTIVAS-CAMBIOS" TO ABE-ARCHIVO
                   MOVE FS-CAMBIOS TO ABE-FILE-STATUS
                   MOVE "3400-GRABAR-TRANSACCION" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3400-FIN-GRABAR-TRANSACCION.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           IF NOT SIN-POSICION
               CLOSE POSICION
           END-IF
           CLOSE INACTIVAS
           CLOSE CAMBIOS-ESTADO.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

       5000-ORDENAR-INACTIVAS.
           SORT ORDEN-TRABAJO
               ON ASCENDING KEY SD-SUCURSAL
               ON ASCENDING KEY SD-IDN
               ON ASCENDING KEY SD-MONEDA
               USING INACTIVAS
               GIVING INACTIVAS-ORDENADO.
           IF SORT-RETURN NOT EQUAL ZERO
               DISPLAY "ERROR EN SORT DE INACTIVAS-DETALLE"
               DISPLAY "SORT-RETURN " SORT-RETURN
               MOVE "INACTIVAS-DETALLE" TO ABE-ARCHIVO
               MOVE SPACES TO ABE-FILE-STATUS
               MOVE "5000-ORDENAR-INACTIVAS" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-IF.
       5000-FIN-ORDENAR-INACTIVAS.
           EXIT.

       6000-EMITIR-LISTADO.
           OPEN INPUT INACTIVAS-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR INACTIVAS-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "INACTIVAS-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "6000-EMITIR-LISTADO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           OPEN OUTPUT REPORTE
           EVALUATE FS-REPORTE
               WHEN "00"
               MOVE WS-FECHA-PROCESO    TO TIT-FECHA
               MOVE WS-DIAS-INACTIVIDAD TO TIT-DIAS
               WRITE LINEA-REPORTE FROM LINEA-TITULO
               WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR INACTIVAS-REPORTE"
               DISPLAY "FILE STATUS ERROR" FS-REPORTE
               MOVE "INACTIVAS-REPORTE" TO ABE-ARCHIVO
               MOVE FS-REPORTE TO ABE-FILE-STATUS
               MOVE "6000-EMITIR-LISTADO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           PERFORM 6100-LEER-ORDENADO
           PERFORM 6200-LISTAR-LINEA UNTIL FS-ORDENADO-EOF
           IF NOT ES-PRIMERA-SUC
               PERFORM 6400-CERRAR-SUCURSAL
           END-IF
           CLOSE INACTIVAS-ORDENADO
           CLOSE REPORTE.
       6000-FIN-EMITIR-LISTADO.
           EXIT.

       6100-LEER-ORDENADO.
           READ INACTIVAS-ORDENADO
           EVALUATE FS-ORDENADO
               WHEN "00"
               CONTINUE
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE INACTIVAS-ORDENADO"
               DISPLAY "FILE STATUS ERROR" FS-ORDENADO
               MOVE "INACTIVAS-ORDENADO" TO ABE-ARCHIVO
               MOVE FS-ORDENADO TO ABE-FILE-STATUS
               MOVE "6100-LEER-ORDENADO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE.
       6100-FIN-LEER-ORDENADO.
           EXIT.

       6200-LISTAR-LINEA.
           IF ES-PRIMERA-SUC
              OR ORD-SUCURSAL NOT EQUAL WS-SUC-ANTERIOR
               IF NOT ES-PRIMERA-SUC
                   PERFORM 6400-CERRAR-SUCURSAL
               END-IF
               PERFORM 6300-ABRIR-SUCURSAL
           END-IF.
           MOVE ORD-IDN           TO DET-IDN.
           MOVE ORD-APELLIDO      TO DET-APELLIDO.
           MOVE ORD-MONEDA        TO DET-MONEDA.
           MOVE ORD-SALDOS        TO DET-SALDO.
           MOVE ORD-FECHA-ULT-MOV TO DET-ULT-MOV.
           MOVE ORD-DIAS-HABILES  TO DET-DIAS.
           MOVE ORD-OBSERVACION   TO DET-OBSERVACION.
           WRITE LINEA-REPORTE FROM LINEA-DETALLE.
           EVALUATE FS-REPORTE
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR INACTIVAS-REPORTE"
                   DISPLAY "FILE STATUS ERROR" FS-REPORTE
           END-EVALUATE.
           ADD 1 TO WS-SUC-LINEAS.
           IF ORD-MONEDA EQUAL "DOL"
               ADD ORD-SALDOS TO WS-SUC-SALDO-DOL
           ELSE
               ADD ORD-SALDOS TO WS-SUC-SALDO-PES
           END-IF.
           PERFORM 6100-LEER-ORDENADO.
       6200-FIN-LISTAR-LINEA.
           EXIT.

       6300-ABRIR-SUCURSAL.
           MOVE "N"          TO WS-PRIMERA-SUC.
           MOVE ORD-SUCURSAL TO WS-SUC-ANTERIOR.
           MOVE ZERO         TO WS-SUC-LINEAS.
           MOVE ZERO         TO WS-SUC-SALDO-PES.
           MOVE ZERO         TO WS-SUC-SALDO-DOL.
           MOVE ORD-SUCURSAL TO SUC-NRO.
           WRITE LINEA-REPORTE FROM LINEA-SUCURSAL.
           WRITE LINEA-REPORTE FROM LINEA-ENCABEZADO.
       6300-FIN-ABRIR-SUCURSAL.
           EXIT.

       6400-CERRAR-SUCURSAL.
           MOVE WS-SUC-LINEAS    TO SUB-LINEAS.
           MOVE WS-SUC-SALDO-PES TO SUB-SALDO-PES.
           MOVE WS-SUC-SALDO-DOL TO SUB-SALDO-DOL.
           WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
       6400-FIN-CERRAR-SUCURSAL.
           EXIT.

       7000-MOSTRAR-RESUMEN.
           DISPLAY "LINEAS DE POSICION LEIDAS : " WS-POSICIONES.
           DISPLAY "CLIENTES REVISADOS        : " WS-CLIENTES-LEIDOS.
           DISPLAY "CLIENTES INACTIVOS        : " WS-INACTIVOS.
           DISPLAY "  YA MARCADOS INACTIVOS   : " WS-YA-INACTIVOS.
           DISPLAY "  SIN MAESTRO DE CLIENTES : " WS-SIN-MAESTRO.
           DISPLAY "CAMBIOS DE ESTADO EMITIDOS: " WS-CAMBIOS-EMITIDOS.
       7000-FIN-MOSTRAR-RESUMEN.
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
           MOVE "POSICION" TO WS-MAN-ARCHIVO.
           PERFORM 8510-LEER-MANIFIESTO.
           PERFORM 8780-CONTAR-POSICION.
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
               OPEN OUTPUT ARCHIVO-ERRORES
           END-IF.
           IF FS-ERRORES-OK
               MOVE "CUENTASINACTIVAS" TO ERR-PROGRAMA
               MOVE ABE-ARCHIVO     TO ERR-ARCHIVO
               MOVE ABE-FILE-STATUS TO ERR-FILE-STATUS
               MOVE ABE-PARRAFO     TO ERR-PARRAFO
               MOVE WS-CUR-IDN      TO ERR-ULTIMA-CLAVE
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

       END PROGRAM CuentasInactivas.
