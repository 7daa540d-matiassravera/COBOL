       RECORD KEY IS CDAT-IDN
       FILE STATUS IS FS-DATOS.

      * Embargos judiciales por IDN y moneda (MantenimientoEmbargos):
      * el extracto informa al cliente lo trabado y lo levantado.
       SELECT EMBARGOS ASSIGN TO "EMBARGOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EMB-CLAVE
       FILE STATUS IS FS-EMBARGOS.

      * Clientes con extracto pero sin datos postales cargados, para
      * que la sucursal los complete.
       SELECT FALTANTES ASSIGN TO "DATOS-FALTANTES"

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
           03  DETC-NRO-SUCURSAL    PIC 9(2).
           03  DETC-MARCA           PIC X(2).
               88 ES-REGISTRO-DETALLE VALUE "*D".
           03  DETC-CLIENTE         PIC 9(7).
           03  DETC-NRO-CHEQUE      PIC 9(8).
           03  DETC-IMPORTE         PIC 9(7)V99.
           03  DETC-FECHA-EMISION   PIC 9(8).
       FD  CLIENTES-DATOS.

       01  REGISTRO-CLIENTE-DATOS.
           03  CDAT-IDN        PIC 9(7).
           03  CDAT-DOMICILIO  PIC X(20).
           03  CDAT-LOCALIDAD  PIC X(15).
           03  CDAT-DOCUMENTO  PIC X(11).
           03  CDAT-TELEFONO   PIC X(12).
           03  CDAT-EXENCIONES.
               05  CDAT-EXENTO-GANANCIAS PIC X(01).
               05  CDAT-EXENTO-DEBCRED   PIC X(01).
               05  FILLER          PIC X(04).

       FD  EMBARGOS.

       01  REGISTRO-EMBARGO.
           03  EMB-CLAVE.
               05  EMB-IDN          PIC 9(7).
               05  EMB-MONEDA       PIC X(3).
           03  EMB-OFICIO           PIC X(15).
           03  EMB-MONTO            PIC 9(9)V99.
           03  EMB-FECHA-TRABA      PIC 9(8).
           03  EMB-FECHA-LEVANTAMIENTO PIC 9(8).

       FD  FALTANTES.

       01  REGISTRO-FALTANTE.
           03  FAL-IDN         PIC 9(7).
           03  FAL-APELLIDO    PIC X(10).
           03  FAL-NOMBRE      PIC X(10).

       01  FS-FALTANTES         PIC X(2).
           88 FS-FALTANTES-OK   VALUE "00".

       01  FS-EMBARGOS          PIC X(2).
           88 FS-EMBARGOS-OK    VALUE "00".
           88 FS-EMBARGOS-EOF   VALUE "10".
           88 FS-EMBARGOS-NOHAY VALUE "23".
           88 FS-EMBARGOS-NOEX  VALUE "35".

       01  WS-SIN-EMBARGOS      PIC X(01) VALUE "N".
           88 SIN-EMBARGOS      VALUE "S".
       01  WS-FIN-EMBARGOS      PIC X(01).
           88 FIN-DE-EMBARGOS   VALUE "S".

       01  WS-SIN-MAESTRO-DATOS PIC X(01) VALUE "N".
           88 SIN-MAESTRO-DATOS VALUE "S".
       01  WS-SIN-DATOS-CANT    PIC 9(5) VALUE ZERO.

       01  LINEA-DOCUMENTO.
           03  FILLER           PIC X(9)  VALUE "DOCUM. : ".
           03  DOC-DOCUMENTO    PIC X(11).
           03  FILLER           PIC X(7)  VALUE "  TEL: ".
           03  DOC-TELEFONO     PIC X(12).
           03  FILLER           PIC X(41) VALUE SPACES.

       01  LINEA-SIN-DATOS      PIC X(80)
               VALUE "DOMIC. : SIN DATOS POSTALES CARGADOS".

       01  WS-MAX-LINEAS-PAGINA  PIC 9(2) VALUE 20.

      * IDN pedido por el ambiente; 0000000 o vacio = todos.
       01  WS-IDN-PEDIDO-AMB    PIC X(7).
       01  WS-IDN-PEDIDO        PIC 9(7) VALUE ZERO.
           88 EXTRACTO-DE-TODOS VALUE 0000000.

      * Claves de la corrida por comparacion; 9999999 se usa como valor
      * centinela de fin de archivo, igual que MantenimientoClientes.
       01  VARIABLES-COMPARACION.
           03  WS-CLAVE-CLIENTE   PIC 9(7).
           03  WS-CLAVE-APAREO    PIC 9(7).

      * Actividad de cheques del dia cargada desde FEC-Y-SUC, que
      * viene ordenada por sucursal y fecha, no por cliente.
       01  TABLA-CHEQUES.
           03  TAB-CHQ-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-CHQ-ENTRY OCCURS 2000 TIMES.
               05  TAB-CHQ-CLIENTE  PIC 9(7).
               05  TAB-CHQ-FECHA    PIC 9(8).
               05  TAB-CHQ-SUC      PIC 9(2).
               05  TAB-CHQ-CHEQUES  PIC 9(3).

       01  LINEA-CLIENTE.
           03  FILLER           PIC X(9)  VALUE "CLIENTE: ".
           03  CLI-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  CLI-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  CLI-NOMBRE       PIC X(10).
           03  FILLER           PIC X(41) VALUE SPACES.

       01  LINEA-SALDO.
           03  FILLER           PIC X(9)  VALUE "SALDO  : ".
           03  SAL-IMPORTE      PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  SAL-MONEDA       PIC X(3).
           03  FILLER           PIC X(52) VALUE SPACES.

       01  LINEA-SIN-SALDO      PIC X(80)
                       VALUE "SALDO  : SIN SALDO APAREADO".

       01  LINEA-EMBARGO.
           03  FILLER           PIC X(9)  VALUE "EMBARGO: ".
           03  EMBL-OFICIO      PIC X(15).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  EMBL-MONTO       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  EMBL-MONEDA      PIC X(3).
           03  FILLER           PIC X(7)  VALUE " DESDE ".
           03  EMBL-TRABA       PIC 9(8).
           03  FILLER           PIC X(22) VALUE SPACES.

       01  LINEA-EMBARGO-LEVANTADO.
           03  FILLER           PIC X(9)  VALUE "EMBARGO: ".
           03  EMBV-OFICIO      PIC X(15).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  EMBV-MONTO       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  EMBV-MONEDA      PIC X(3).
           03  FILLER           PIC X(11) VALUE " LEVANTADO ".
           03  EMBV-LEVANTA     PIC 9(8).
           03  FILLER           PIC X(18) VALUE SPACES.

       01  LINEA-ENCABEZADO-CHQ.
           03  FILLER           PIC X(10) VALUE "FECHA".
           03  FILLER           PIC X(9)  VALUE "SUCURSAL".
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin EMBARGOS (nunca se trabo ninguno) no hay nada que listar.
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

           OPEN OUTPUT FALTANTES
           EVALUATE FS-FALTANTES
               WHEN "00"
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
               WHEN "00"
                   IF TRAILER-ID OF REGISTRO-APAREO-TRAILER
                      EQUAL "*TOTAL*"
                       MOVE 9999999 TO WS-CLAVE-APAREO
                       MOVE "10"  TO FS-APAREO
                   ELSE
                       MOVE IDN OF REGISTRO-APAREO TO WS-CLAVE-APAREO
                   END-IF
               WHEN "10"
                   MOVE 9999999 TO WS-CLAVE-APAREO
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE APAREO"
               DISPLAY "FILE STATUS ERROR" FS-APAREO
           ELSE
               WRITE LINEA-REPORTE FROM LINEA-SIN-SALDO
           END-IF.
           IF NOT SIN-EMBARGOS
               PERFORM 3250-GRABAR-EMBARGOS
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-EN-BLANCO.
           PERFORM 3300-GRABAR-CHEQUES-CLIENTE.
           ADD 1 TO WS-EXTRACTOS.
       3170-FIN-REPORTAR-SIN-DATOS.
           EXIT.

      * Se recorren todas las monedas del cliente en EMBARGOS: el
      * vigente con su fecha de traba, el levantado con la fecha en
      * que se libero.
       3250-GRABAR-EMBARGOS.
           MOVE "N" TO WS-FIN-EMBARGOS.
           MOVE WS-CLAVE-CLIENTE TO EMB-IDN.
           MOVE SPACES           TO EMB-MONEDA.
           START EMBARGOS KEY NOT LESS THAN EMB-CLAVE
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   PERFORM 3260-LEER-EMBARGO
                      UNTIL FIN-DE-EMBARGOS
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3250-GRABAR-EMBARGOS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3250-FIN-GRABAR-EMBARGOS.
           EXIT.

       3260-LEER-EMBARGO.
           READ EMBARGOS NEXT RECORD
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   IF EMB-IDN EQUAL WS-CLAVE-CLIENTE
                       PERFORM 3270-GRABAR-UN-EMBARGO
                   ELSE
                       MOVE "S" TO WS-FIN-EMBARGOS
                   END-IF
               WHEN "10"
                   MOVE "S" TO WS-FIN-EMBARGOS
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3260-LEER-EMBARGO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       3260-FIN-LEER-EMBARGO.
           EXIT.

       3270-GRABAR-UN-EMBARGO.
           IF EMB-FECHA-LEVANTAMIENTO EQUAL ZERO
               MOVE EMB-OFICIO      TO EMBL-OFICIO
               MOVE EMB-MONTO       TO EMBL-MONTO
               MOVE EMB-MONEDA      TO EMBL-MONEDA
               MOVE EMB-FECHA-TRABA TO EMBL-TRABA
               WRITE LINEA-REPORTE FROM LINEA-EMBARGO
           ELSE
               MOVE EMB-OFICIO      TO EMBV-OFICIO
               MOVE EMB-MONTO       TO EMBV-MONTO
               MOVE EMB-MONEDA      TO EMBV-MONEDA
               MOVE EMB-FECHA-LEVANTAMIENTO TO EMBV-LEVANTA
               WRITE LINEA-REPORTE FROM LINEA-EMBARGO-LEVANTADO
           END-IF.
       3270-FIN-GRABAR-UN-EMBARGO.
           EXIT.

       3200-GRABAR-ENCABEZADO.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO ENC-PAGINA.
           IF NOT SIN-MAESTRO-DATOS
               CLOSE CLIENTES-DATOS
           END-IF
           IF NOT SIN-EMBARGOS
               CLOSE EMBARGOS
           END-IF
           CLOSE FALTANTES
           CLOSE REPORTE.
       4000-FIN-CIERRE-DE-ARCHIVOS.
