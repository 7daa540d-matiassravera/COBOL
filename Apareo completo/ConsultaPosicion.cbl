       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

      * Embargos judiciales por IDN y moneda (MantenimientoEmbargos):
      * lo trabado por un embargo vigente no esta disponible.
       SELECT EMBARGOS ASSIGN TO "EMBARGOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EMB-CLAVE
       FILE STATUS IS FS-EMBARGOS.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL

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

       FD  EMBARGOS.

       01  REGISTRO-EMBARGO.
           03  EMB-CLAVE.
               05  EMB-IDN          PIC 9(7).
               05  EMB-MONEDA       PIC X(3).
           03  EMB-OFICIO           PIC X(15).
           03  EMB-MONTO            PIC 9(9)V99.
           03  EMB-FECHA-TRABA      PIC 9(8).
           03  EMB-FECHA-LEVANTAMIENTO PIC 9(8).

       FD  ARCHIVO-ERRORES.
       01  REGISTRO-ERROR.
           88 FS-POSICION-OK    VALUE "00".
           88 FS-POSICION-NOHAY VALUE "23".

       01  FS-EMBARGOS          PIC X(2).
           88 FS-EMBARGOS-OK    VALUE "00".
           88 FS-EMBARGOS-NOHAY VALUE "23".
           88 FS-EMBARGOS-NOEX  VALUE "35".

       01  WS-SIN-EMBARGOS      PIC X(01) VALUE "N".
           88 SIN-EMBARGOS      VALUE "S".

       01  WS-DISPONIBLE-NETO   PIC S9(10)V99.
       01  WS-NETO-LINDO        PIC Z.ZZZ.ZZZ.ZZ9,99-.

      * 0000000 es el codigo de salida que ingresa el operador;
      * 9999999 abre la busqueda por apellido (clave alternativa).
       01  WS-IDN-CONSULTA      PIC 9(7).
           88 FIN-DE-CONSULTA   VALUE 0000000.
           88 CONSULTA-POR-APELLIDO VALUE 9999999.

       01  WS-APELLIDO-CONSULTA PIC X(10).

       01  TABLA-MATCHES.
           03  TAB-MAT-CANT     PIC 9(2) VALUE ZERO.
           03  TAB-MAT-ENTRY OCCURS 50 TIMES.
               05  TAB-MAT-IDN      PIC 9(7).
               05  TAB-MAT-MONEDA   PIC X(3).
               05  TAB-MAT-APELLIDO PIC X(10).
               05  TAB-MAT-NOMBRE   PIC X(10).
       01  LINEA-MATCH.
           03  MAT-NRO          PIC Z9.
           03  FILLER           PIC X(2)  VALUE ") ".
           03  MAT-IDN          PIC 9(7).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  MAT-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  MAT-MONEDA       PIC X(3).

       01  WS-SALDO-LINDO       PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-FLOTANTE-LINDO    PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-CONSULTADAS       PIC 9(5) VALUE ZERO.
       01  WS-LINEAS-CLIENTE    PIC 9(2).
       01  WS-FIN-CLIENTE       PIC X(01).
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin EMBARGOS (nunca se trabo ninguno) la consulta sigue igual.
           OPEN INPUT EMBARGOS
           EVALUATE FS-EMBARGOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-EMBARGOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS"
               DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
               MOVE "EMBARGOS" TO ABE-ARCHIVO
               MOVE FS-EMBARGOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1000-FIN-ABERTURA-DE-ARCHIVOS.
           EXIT.

       2000-PEDIR-IDN.
           DISPLAY "INGRESE IDN A CONSULTAR (0000000 PARA SALIR, "
                   "9999999 POR APELLIDO): ".
           ACCEPT WS-IDN-CONSULTA.
       2000-FIN-PEDIR-IDN.
           EXIT.
       6400-FIN-ELEGIR-COINCIDENCIA.
           EXIT.

      * El disponible es el que vale para pagar: el contable incluye
      * los cheques depositados que todavia estan en el flotante.
       3500-MOSTRAR-POSICION.
           MOVE POS-SALDOS TO WS-SALDO-LINDO.
           DISPLAY "CLIENTE : " POS-IDN " " POS-APELLIDO
                   " " POS-NOMBRE.
           DISPLAY "SALDO   : " WS-SALDO-LINDO " " POS-MONEDA
                   " (CONTABLE)".
           MOVE POS-FLOTANTE TO WS-FLOTANTE-LINDO.
           DISPLAY "FLOTANTE: " WS-FLOTANTE-LINDO " " POS-MONEDA.
           MOVE POS-SALDO-DISPONIBLE TO WS-SALDO-LINDO.
           DISPLAY "DISPON. : " WS-SALDO-LINDO " " POS-MONEDA.
           PERFORM 3550-MOSTRAR-EMBARGO.
           IF POS-DEUDOR EQUAL "S"
               DISPLAY "ESTADO  : DEUDOR"
           ELSE
       3500-FIN-MOSTRAR-POSICION.
           EXIT.

      * Un embargo vigente sobre la linea de moneda se muestra con su
      * oficio, y el disponible queda neto de lo trabado.
       3550-MOSTRAR-EMBARGO.
           IF NOT SIN-EMBARGOS
               MOVE POS-CLAVE TO EMB-CLAVE
               READ EMBARGOS
               EVALUATE FS-EMBARGOS
                   WHEN "00"
                       IF EMB-FECHA-LEVANTAMIENTO EQUAL ZERO
                           MOVE EMB-MONTO TO WS-SALDO-LINDO
                           DISPLAY "EMBARGO : " WS-SALDO-LINDO " "
                                   POS-MONEDA " OFICIO " EMB-OFICIO
                           COMPUTE WS-DISPONIBLE-NETO =
                               POS-SALDO-DISPONIBLE - EMB-MONTO
                           MOVE WS-DISPONIBLE-NETO TO WS-NETO-LINDO
                           DISPLAY "DISP.NETO:" WS-NETO-LINDO " "
                                   POS-MONEDA
                       END-IF
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE EMBARGOS"
                       DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                       MOVE "EMBARGOS" TO ABE-ARCHIVO
                       MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                       MOVE "3550-MOSTRAR-EMBARGO" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       3550-FIN-MOSTRAR-EMBARGO.
           EXIT.

       4000-CIERRE-DE-ARCHIVOS.
           CLOSE POSICION.
           IF NOT SIN-EMBARGOS
               CLOSE EMBARGOS
           END-IF.
       4000-FIN-CIERRE-DE-ARCHIVOS.
           EXIT.

