       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FERIADOS.

      * Posicion del dia anterior (PosicionClientes, con el disponible
      * recalculado esta manana por ChequesFlotantes) para el control
      * de fondos: un cheque que empuja al cliente mas alla de saldo
      * mas limite se marca para que la sucursal lo retenga.
       SELECT POSICION ASSIGN TO "POSICION"
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

      * Embargos judiciales (MantenimientoEmbargos): el monto trabado
      * de un embargo vigente no esta disponible para cubrir cheques.
       SELECT EMBARGOS ASSIGN TO "EMBARGOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EMB-CLAVE
       FILE STATUS IS FS-EMBARGOS.

      * Maestro de clientes, leido por clave para cada cheque:
      * CIDX-LIMITE para el control de fondos y CIDX-ESTADO para
      * retener cheques de cuentas inactivas.
       SELECT CLIENTES-IDX ASSIGN TO "CLIENTES-IDX"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIDX-IDN
       FILE STATUS IS FS-IDX.

       SELECT RECHAZADOS-FONDOS ASSIGN TO "RECHAZADOS-FONDOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-FRENADOS.

      * Registro de chequeras entregadas (MantenimientoChequeras): por
      * cliente, el rango de numeros emitido y si la chequera fue
      * anulada. Un cheque fuera de todo rango del cliente, o de una
      * chequera anulada, es el patron tipico de falsificacion.
       SELECT CHEQUERAS ASSIGN TO "CHEQUERAS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CHQ-CLAVE
       FILE STATUS IS FS-CHEQUERAS.

       SELECT NO-EMITIDOS ASSIGN TO "CHEQUES-NO-EMITIDOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-NO-EMITIDOS.

      * Cheques librados contra clientes en estado I (inactiva): no se
      * compensan y quedan para revision de la sucursal.
       SELECT RETENIDOS ASSIGN TO "CHEQUES-RETENIDOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RETENIDOS.

      * Registro persistente de cheques ya presentados y compensados:
      * un cheque que vuelve a aparecer (misma sucursal, cliente y
      * numero) es una doble presentacion y no entra al proceso.

       FD  ENTRADA.

       01  REGISTRO-ENTRADA-CRUDA  PIC X(39).
       01  REGISTRO-DETALLE-CRUDO  PIC X(44).

       FD  ORDENADA.

           03  FECHA               PIC 9(8).
           03  NRO-SUCURSAL        PIC 9(2).
           03  NOM-SUC             PIC X(10).
           03  CLIENTE             PIC 9(7).
           03  CHEQUES             PIC 9(3).
           03  MONTO-COMPENSADO    PIC 9(7)V99.

           03  DET-NRO-SUCURSAL    PIC 9(2).
           03  DET-MARCA           PIC X(2).
               88 ES-REGISTRO-DETALLE VALUE "*D".
           03  DET-CLIENTE         PIC 9(7).
           03  DET-NRO-CHEQUE      PIC 9(8).
           03  DET-IMPORTE         PIC 9(7)V99.
           03  DET-FECHA-EMISION   PIC 9(8).
       01  SD-REGISTRO.
           03  SD-FECHA            PIC 9(8).
           03  SD-NRO-SUCURSAL     PIC 9(2).
           03  FILLER              PIC X(29).
       01  SD-REGISTRO-DETALLE.
           03  FILLER              PIC X(44).

       FD  CONTROL-CORRIDAS.
       01  REGISTRO-CONTROL.
       01  REGISTRO-VENCIDO.
           03  VENC-FECHA          PIC 9(8).
           03  VENC-NRO-SUCURSAL   PIC 9(2).
           03  VENC-CLIENTE        PIC 9(7).
           03  VENC-NRO-CHEQUE     PIC 9(8).
           03  VENC-IMPORTE        PIC 9(7)V99.
           03  VENC-FECHA-EMISION  PIC 9(8).

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

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  RECHAZADOS-FONDOS.

       01  REGISTRO-SIN-FONDOS.
           03  SFO-FECHA           PIC 9(8).
           03  SFO-NRO-SUCURSAL    PIC 9(2).
           03  SFO-CLIENTE         PIC 9(7).
           03  SFO-NRO-CHEQUE      PIC 9(8).
           03  SFO-IMPORTE         PIC 9(7)V99.
           03  SFO-SALDO           PIC S9(9)V99.
           03  SFO-LIMITE          PIC 9(9)V99.

       FD  FONDOS-REPORTE.

       FD  FRENOS.

       01  REGISTRO-FRENO.
           03  FRE-CLIENTE         PIC 9(7).
           03  FRE-NRO-CHEQUE      PIC 9(8).
           03  FRE-FECHA-ORDEN     PIC 9(8).

       01  REGISTRO-FRENADO.
           03  FREN-FECHA          PIC 9(8).
           03  FREN-NRO-SUCURSAL   PIC 9(2).
           03  FREN-CLIENTE        PIC 9(7).
           03  FREN-NRO-CHEQUE     PIC 9(8).
           03  FREN-IMPORTE        PIC 9(7)V99.
           03  FREN-FECHA-ORDEN    PIC 9(8).

       FD  CHEQUERAS.

       01  REGISTRO-CHEQUERA.
           03  CHQ-CLAVE.
               05  CHQ-IDN         PIC 9(7).
               05  CHQ-DESDE       PIC 9(8).
           03  CHQ-HASTA           PIC 9(8).
           03  CHQ-FECHA-EMISION   PIC 9(8).
           03  CHQ-ESTADO          PIC X(01).
               88 CHQ-ANULADA      VALUE 'N'.
           03  CHQ-FECHA-ANULACION PIC 9(8).

       FD  NO-EMITIDOS.

       01  REGISTRO-NO-EMITIDO.
           03  NEM-FECHA           PIC 9(8).
           03  NEM-NRO-SUCURSAL    PIC 9(2).
           03  NEM-CLIENTE         PIC 9(7).
           03  NEM-NRO-CHEQUE      PIC 9(8).
           03  NEM-IMPORTE         PIC 9(7)V99.
           03  NEM-FECHA-EMISION   PIC 9(8).
           03  NEM-MOTIVO          PIC X(20).

       FD  RETENIDOS.

       01  REGISTRO-RETENIDO.
           03  RET-FECHA           PIC 9(8).
           03  RET-NRO-SUCURSAL    PIC 9(2).
           03  RET-CLIENTE         PIC 9(7).
           03  RET-NRO-CHEQUE      PIC 9(8).
           03  RET-IMPORTE         PIC 9(7)V99.
           03  RET-FECHA-EMISION   PIC 9(8).
           03  RET-MOTIVO          PIC X(20).

       FD  PRESENTADOS.

      * PRES-FECHA-PROC guarda la fecha de proceso que registro el
       01  REGISTRO-PRESENTADO.
           03  PRES-CLAVE.
               05  PRES-SUCURSAL   PIC 9(2).
               05  PRES-CLIENTE    PIC 9(7).
               05  PRES-NRO-CHEQUE PIC 9(8).
           03  PRES-FECHA-PRES     PIC 9(8).
           03  PRES-IMPORTE        PIC 9(7)V99.
       01  REGISTRO-DUPLICADO.
           03  DUPL-FECHA          PIC 9(8).
           03  DUPL-NRO-SUCURSAL   PIC 9(2).
           03  DUPL-CLIENTE        PIC 9(7).
           03  DUPL-NRO-CHEQUE     PIC 9(8).
           03  DUPL-IMPORTE        PIC 9(7)V99.
           03  DUPL-FECHA-ORIGINAL PIC 9(8).

      * Agregado en curso contra el que se prueban sus detalles.
       01  AGREGADO-EN-CURSO.
           03  WS-AGG-CLIENTE      PIC 9(7).
           03  WS-AGG-CHEQUES      PIC 9(3).
           03  WS-AGG-MONTO        PIC 9(7)V99.
           03  WS-HAY-AGREGADO     PIC X(01) VALUE 'N'.
           88 FS-POSICION-NOHAY    VALUE '23'.
           88 FS-POSICION-NOEX     VALUE '35'.

       01  FS-IDX                  PIC X(2).
           88 FS-IDX-OK            VALUE '00'.
           88 FS-IDX-NOHAY         VALUE '23'.
           88 FS-IDX-NOEX          VALUE '35'.

       01  WS-SIN-CLIENTES         PIC X(01) VALUE 'N'.
           88 SIN-CLIENTES         VALUE 'S'.
       01  WS-CLI-ENCONTRADO       PIC X(01).
           88 CLIENTE-ENCONTRADO   VALUE 'S'.

       01  FS-FONDOS               PIC X(2).
           88 FS-FONDOS-OK         VALUE '00'.
       01  WS-SIN-POSICION         PIC X(01) VALUE 'N'.
           88 SIN-POSICION         VALUE 'S'.

       01  FS-EMBARGOS             PIC X(2).
           88 FS-EMBARGOS-OK       VALUE '00'.
           88 FS-EMBARGOS-NOHAY    VALUE '23'.
           88 FS-EMBARGOS-NOEX     VALUE '35'.

       01  WS-SIN-EMBARGOS         PIC X(01) VALUE 'N'.
           88 SIN-EMBARGOS         VALUE 'S'.

       01  WS-EMBARGO-CLI          PIC 9(9)V99.

       01  WS-LIMITE-CLI           PIC 9(9)V99.
       01  WS-SALDO-POSICION       PIC S9(9)V99.
       01  WS-SALDO-PROYECTADO     PIC S9(13)V99.
       01  WS-DET-SIN-FONDOS       PIC 9(7) VALUE ZERO.

       01  WS-FON-SUC-ANTERIOR     PIC 9(2) VALUE ZERO.

       01  LINEA-FON-DETALLE.
           03  FILLER              PIC X(2)  VALUE SPACES.
           03  FON-CLIENTE         PIC 9(7).
           03  FILLER              PIC X(1)  VALUE SPACES.
           03  FON-CHEQUE          PIC 9(8).
           03  FILLER              PIC X(2)  VALUE SPACES.
           03  FON-IMPORTE         PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(1)  VALUE SPACES.
           03  FON-SALDO           PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(1)  VALUE SPACES.
           03  FON-LIMITE          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(1)  VALUE SPACES.
           03  FON-EMBARGO         PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(1)  VALUE SPACES.

       01  FS-FRENOS               PIC X(2).
           88 FS-FRENOS-OK         VALUE '00'.
       01  TABLA-FRENOS.
           03  TAB-FRE-CANT        PIC 9(3) VALUE ZERO.
           03  TAB-FRE-ENTRY OCCURS 500 TIMES.
               05  TAB-FRE-CLIENTE PIC 9(7).
               05  TAB-FRE-CHEQUE  PIC 9(8).
               05  TAB-FRE-FECHA   PIC 9(8).

       01  WS-FRE-FECHA-ORDEN      PIC 9(8).
       01  WS-DET-FRENADOS         PIC 9(7) VALUE ZERO.

       01  FS-CHEQUERAS            PIC X(2).
           88 FS-CHEQUERAS-OK      VALUE '00'.
           88 FS-CHEQUERAS-NOHAY   VALUE '23'.
           88 FS-CHEQUERAS-NOEX    VALUE '35'.

       01  FS-NO-EMITIDOS          PIC X(2).
           88 FS-NO-EMITIDOS-OK    VALUE '00'.

       01  WS-SIN-CHEQUERAS        PIC X(01) VALUE 'N'.
           88 SIN-CHEQUERAS        VALUE 'S'.
       01  WS-FIN-CHEQUERAS        PIC X(01).
           88 FIN-DE-CHEQUERAS     VALUE 'S'.
       01  WS-CHEQUE-NO-EMITIDO    PIC X(01).
           88 CHEQUE-NO-EMITIDO    VALUE 'S'.
       01  WS-NEM-MOTIVO           PIC X(20).
       01  WS-DET-NO-EMITIDOS      PIC 9(7) VALUE ZERO.

       01  FS-RETENIDOS            PIC X(2).
           88 FS-RETENIDOS-OK      VALUE '00'.
       01  WS-CUENTA-INACTIVA      PIC X(01).
           88 CUENTA-INACTIVA      VALUE 'S'.
       01  WS-DET-RETENIDOS        PIC 9(7) VALUE ZERO.

       01  FS-EXCEPCIONES          PIC X(2).
           88 FS-EXC-OK            VALUE '00'.
           88 FS-EXC-EOF           VALUE '10'.
           PERFORM 1000-ABERTURA-DE-ARCHIVO.
           PERFORM 1050-CARGAR-TABLA-SUCURSALES.
           PERFORM 1080-CARGAR-FRENOS.
           PERFORM 1085-ABRIR-CLIENTES.
           PERFORM 1070-CARGAR-FERIADOS.
           PERFORM 2000-LECTURA-DE-ARCHIVO.
           PERFORM 3000-PROCESO UNTIL FS-EOF.
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin EMBARGOS (todavia no se trabo ninguno) no hay nada que
      * descontar del disponible.
           OPEN INPUT EMBARGOS
           EVALUATE FS-EMBARGOS
               WHEN '00'
               CONTINUE
               WHEN '35'
               MOVE 'S' TO WS-SIN-EMBARGOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR EMBARGOS"
               DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
               MOVE "EMBARGOS" TO ABE-ARCHIVO
               MOVE FS-EMBARGOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT RECHAZADOS-FONDOS
           EVALUATE FS-FONDOS
               WHEN '00'
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin CHEQUERAS (registro todavia no cargado) el control de
      * numeracion queda apagado y solo se avisa por consola.
           OPEN INPUT CHEQUERAS
           EVALUATE FS-CHEQUERAS
               WHEN '00'
               CONTINUE
               WHEN '35'
               MOVE 'S' TO WS-SIN-CHEQUERAS
               DISPLAY "CHEQUERAS AUSENTE, SIN CONTROL DE NUMERACION"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUERAS"
               DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
               MOVE "CHEQUERAS" TO ABE-ARCHIVO
               MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT NO-EMITIDOS
           EVALUATE FS-NO-EMITIDOS
               WHEN '00'
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-NO-EMITIDOS"
               DISPLAY "FILE STATUS ERROR" FS-NO-EMITIDOS
               MOVE "CHEQUES-NO-EMITIDOS" TO ABE-ARCHIVO
               MOVE FS-NO-EMITIDOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN OUTPUT RETENIDOS
           EVALUATE FS-RETENIDOS
               WHEN '00'
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CHEQUES-RETENIDOS"
               DISPLAY "FILE STATUS ERROR" FS-RETENIDOS
               MOVE "CHEQUES-RETENIDOS" TO ABE-ARCHIVO
               MOVE FS-RETENIDOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVO" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * El registro de presentados se conserva corrida a corrida;
      * solo se crea desde cero la primera vez (file status 35).
           OPEN I-O PRESENTADOS
       1090-FIN-LEER-FRENO.
           EXIT.

      * Sin maestro no hay limites (el cheque solo lo cubre el saldo)
      * ni cuentas inactivas que retener.
       1085-ABRIR-CLIENTES.
           OPEN INPUT CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY "CLIENTES-IDX AUSENTE, LIMITES EN CERO"
                   MOVE 'S' TO WS-SIN-CLIENTES
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR CLIENTES-IDX"
                   DISPLAY "FILE STATUS ERROR" FS-IDX
                   MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                   MOVE FS-IDX TO ABE-FILE-STATUS
                   MOVE "1085-ABRIR-CLIENTES" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1085-FIN-ABRIR-CLIENTES.
           EXIT.

      * Entrega el proximo agregado al corte; los registros de detalle
                   PERFORM 2115-GRABAR-FRENADO
                   PERFORM 2190-EXCLUIR-DETALLE
               ELSE
                   PERFORM 2105-CONSULTAR-CHEQUERA
                   IF CHEQUE-NO-EMITIDO
                       PERFORM 2108-GRABAR-NO-EMITIDO
                       PERFORM 2190-EXCLUIR-DETALLE
                   ELSE
                       PERFORM 2150-CONSULTAR-INACTIVA
                       IF CUENTA-INACTIVA
                           PERFORM 2155-GRABAR-RETENIDO
                           PERFORM 2190-EXCLUIR-DETALLE
                       ELSE
                           PERFORM 2120-CONSULTAR-REGISTRO
                           IF CHEQUE-YA-PRESENTADO
                               PERFORM 2130-GRABAR-DUPLICADO
                               PERFORM 2190-EXCLUIR-DETALLE
                           ELSE
                               IF NOT CHEQUE-REGISTRADO-HOY
                                   PERFORM 2140-REGISTRAR-PRESENTADO
                               END-IF
                               PERFORM 2200-CONTROLAR-VENCIMIENTO
                               PERFORM 2160-CONTROLAR-FONDOS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2115-FIN-GRABAR-FRENADO.
           EXIT.

      * El numero tiene que caer en el rango de una chequera entregada
      * al mismo cliente. Los rangos de un cliente no se superponen
      * (lo controla el mantenimiento), asi que la primera chequera
      * que lo contiene decide: vigente pasa, anulada se rechaza.
       2105-CONSULTAR-CHEQUERA.
           MOVE 'N' TO WS-CHEQUE-NO-EMITIDO.
           IF NOT SIN-CHEQUERAS
               MOVE 'S' TO WS-CHEQUE-NO-EMITIDO
               MOVE "CHEQUE NO EMITIDO" TO WS-NEM-MOTIVO
               MOVE 'N' TO WS-FIN-CHEQUERAS
               MOVE DET-CLIENTE TO CHQ-IDN
               MOVE ZERO        TO CHQ-DESDE
               START CHEQUERAS KEY NOT LESS THAN CHQ-CLAVE
               EVALUATE FS-CHEQUERAS
                   WHEN '00'
                   PERFORM 2106-LEER-CHEQUERA
                      UNTIL FIN-DE-CHEQUERAS
                   WHEN '23'
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE CHEQUERAS"
                   DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
                   MOVE "CHEQUERAS" TO ABE-ARCHIVO
                   MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
                   MOVE "2105-CONSULTAR-CHEQUERA" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       2105-FIN-CONSULTAR-CHEQUERA.
           EXIT.

       2106-LEER-CHEQUERA.
           READ CHEQUERAS NEXT RECORD
           EVALUATE FS-CHEQUERAS
               WHEN '00'
               EVALUATE TRUE
                   WHEN CHQ-IDN NOT EQUAL DET-CLIENTE
                   MOVE 'S' TO WS-FIN-CHEQUERAS
                   WHEN CHQ-DESDE GREATER THAN DET-NRO-CHEQUE
                   MOVE 'S' TO WS-FIN-CHEQUERAS
                   WHEN DET-NRO-CHEQUE GREATER THAN CHQ-HASTA
                   CONTINUE
                   WHEN CHQ-ANULADA
                   MOVE "CHEQUERA ANULADA" TO WS-NEM-MOTIVO
                   MOVE 'S' TO WS-FIN-CHEQUERAS
                   WHEN OTHER
                   MOVE 'N' TO WS-CHEQUE-NO-EMITIDO
                   MOVE 'S' TO WS-FIN-CHEQUERAS
               END-EVALUATE
               WHEN '10'
               MOVE 'S' TO WS-FIN-CHEQUERAS
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE CHEQUERAS"
               DISPLAY "FILE STATUS ERROR" FS-CHEQUERAS
               MOVE "CHEQUERAS" TO ABE-ARCHIVO
               MOVE FS-CHEQUERAS TO ABE-FILE-STATUS
               MOVE "2106-LEER-CHEQUERA" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2106-FIN-LEER-CHEQUERA.
           EXIT.

       2108-GRABAR-NO-EMITIDO.
           MOVE DET-FECHA          TO NEM-FECHA.
           MOVE DET-NRO-SUCURSAL   TO NEM-NRO-SUCURSAL.
           MOVE DET-CLIENTE        TO NEM-CLIENTE.
           MOVE DET-NRO-CHEQUE     TO NEM-NRO-CHEQUE.
           MOVE DET-IMPORTE        TO NEM-IMPORTE.
           MOVE DET-FECHA-EMISION  TO NEM-FECHA-EMISION.
           MOVE WS-NEM-MOTIVO      TO NEM-MOTIVO.
           WRITE REGISTRO-NO-EMITIDO
           EVALUATE FS-NO-EMITIDOS
               WHEN '00'
               ADD 1 TO WS-DET-NO-EMITIDOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CHEQUES-NO-EMITIDOS"
               DISPLAY "FILE STATUS ERROR" FS-NO-EMITIDOS
               MOVE "CHEQUES-NO-EMITIDOS" TO ABE-ARCHIVO
               MOVE FS-NO-EMITIDOS TO ABE-FILE-STATUS
               MOVE "2108-GRABAR-NO-EMITIDO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2108-FIN-GRABAR-NO-EMITIDO.
           EXIT.

      * Cliente marcado inactivo (CuentasInactivas): el cheque se
      * retiene para revision y no entra al registro de presentados,
      * asi puede volver a presentarse una vez reactivada la cuenta.
       2150-CONSULTAR-INACTIVA.
           MOVE 'N' TO WS-CUENTA-INACTIVA.
           PERFORM 2148-LEER-CLIENTE.
           IF CLIENTE-ENCONTRADO
              AND CIDX-ESTADO EQUAL 'I'
               MOVE 'S' TO WS-CUENTA-INACTIVA
           END-IF.
       2150-FIN-CONSULTAR-INACTIVA.
           EXIT.

      * Un cliente que no esta en el maestro no tiene limite ni estado.
       2148-LEER-CLIENTE.
           MOVE 'N' TO WS-CLI-ENCONTRADO.
           IF NOT SIN-CLIENTES
               MOVE DET-CLIENTE TO CIDX-IDN
               READ CLIENTES-IDX
               EVALUATE FS-IDX
                   WHEN '00'
                       MOVE 'S' TO WS-CLI-ENCONTRADO
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                       DISPLAY "FILE STATUS ERROR" FS-IDX
                       MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                       MOVE FS-IDX TO ABE-FILE-STATUS
                       MOVE "2148-LEER-CLIENTE" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       2148-FIN-LEER-CLIENTE.
           EXIT.

       2155-GRABAR-RETENIDO.
           MOVE DET-FECHA          TO RET-FECHA.
           MOVE DET-NRO-SUCURSAL   TO RET-NRO-SUCURSAL.
           MOVE DET-CLIENTE        TO RET-CLIENTE.
           MOVE DET-NRO-CHEQUE     TO RET-NRO-CHEQUE.
           MOVE DET-IMPORTE        TO RET-IMPORTE.
           MOVE DET-FECHA-EMISION  TO RET-FECHA-EMISION.
           MOVE "CUENTA INACTIVA"  TO RET-MOTIVO.
           WRITE REGISTRO-RETENIDO
           EVALUATE FS-RETENIDOS
               WHEN '00'
               ADD 1 TO WS-DET-RETENIDOS
               WHEN OTHER
               DISPLAY "ERROR AL GRABAR CHEQUES-RETENIDOS"
               DISPLAY "FILE STATUS ERROR" FS-RETENIDOS
               MOVE "CHEQUES-RETENIDOS" TO ABE-ARCHIVO
               MOVE FS-RETENIDOS TO ABE-FILE-STATUS
               MOVE "2155-GRABAR-RETENIDO" TO ABE-PARRAFO
               MOVE 18 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       2155-FIN-GRABAR-RETENIDO.
           EXIT.

      * Un hit registrado con la fecha de proceso de hoy es la
      * grabacion de esta misma corrida (caida y relanzada, o
      * CORRIDA-RERUN): no es doble presentacion y no se regraba.
      * El cheque se observa (no se excluye) cuando su importe deja
      * al cliente por debajo de saldo mas limite: la sucursal decide
      * si lo retiene. Un cliente sin posicion se toma con saldo cero.
      * Se controla contra el saldo disponible, no el contable: los
      * cheques depositados que siguen en el flotante no cubren.
      * Tampoco cubre lo trabado por un embargo judicial vigente: el
      * monto embargado se descuenta del disponible, y ese neto es el
      * saldo que queda en RECHAZADOS-FONDOS y en el reporte.
       2160-CONTROLAR-FONDOS.
           IF NOT SIN-POSICION
               PERFORM 2165-BUSCAR-LIMITE
               READ POSICION
               EVALUATE FS-POSICION
                   WHEN '00'
                   MOVE POS-SALDO-DISPONIBLE TO WS-SALDO-POSICION
                   WHEN '23'
                   CONTINUE
                   WHEN OTHER
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               PERFORM 2162-DESCONTAR-EMBARGO
               COMPUTE WS-SALDO-PROYECTADO =
                   WS-SALDO-POSICION - DET-IMPORTE
               IF WS-SALDO-PROYECTADO LESS THAN
       2160-FIN-CONTROLAR-FONDOS.
           EXIT.

       2162-DESCONTAR-EMBARGO.
           MOVE ZERO TO WS-EMBARGO-CLI.
           IF NOT SIN-EMBARGOS
               MOVE DET-CLIENTE TO EMB-IDN
               MOVE "PES"       TO EMB-MONEDA
               READ EMBARGOS
               EVALUATE FS-EMBARGOS
                   WHEN '00'
                   IF EMB-FECHA-LEVANTAMIENTO EQUAL ZERO
                       MOVE EMB-MONTO TO WS-EMBARGO-CLI
                       COMPUTE WS-SALDO-POSICION =
                           WS-SALDO-POSICION - EMB-MONTO
                   END-IF
                   WHEN '23'
                   CONTINUE
                   WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "2162-DESCONTAR-EMBARGO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       2162-FIN-DESCONTAR-EMBARGO.
           EXIT.

       2165-BUSCAR-LIMITE.
           MOVE ZERO TO WS-LIMITE-CLI.
           PERFORM 2148-LEER-CLIENTE.
           IF CLIENTE-ENCONTRADO
               MOVE CIDX-LIMITE TO WS-LIMITE-CLI
           END-IF.
       2165-FIN-BUSCAR-LIMITE.
           EXIT.

           MOVE DET-IMPORTE       TO FON-IMPORTE.
           MOVE WS-SALDO-POSICION TO FON-SALDO.
           MOVE WS-LIMITE-CLI     TO FON-LIMITE.
           MOVE WS-EMBARGO-CLI    TO FON-EMBARGO.
           WRITE LINEA-FONDOS FROM LINEA-FON-DETALLE
           EVALUATE FS-FONDOS-REP
               WHEN '00'
              DISPLAY "CHEQUES VENCIDOS RECHAZADOS: " WS-DET-VENCIDOS
              DISPLAY "CHEQUES DOBLE PRESENTACION: " WS-DET-DUPLICADOS
              DISPLAY "CHEQUES FRENADOS: " WS-DET-FRENADOS
              DISPLAY "CHEQUES NO EMITIDOS/ANULADOS: "
                      WS-DET-NO-EMITIDOS
              DISPLAY "CHEQUES RETENIDOS INACTIVAS: " WS-DET-RETENIDOS
              DISPLAY "CHEQUES SIN FONDOS: " WS-DET-SIN-FONDOS
              DISPLAY "DETALLES SIN AGREGADO: " WS-DET-SIN-AGREGADO
              DISPLAY "AGREGADOS QUE NO CIERRAN: " WS-DET-NO-CIERRAN
               END-EVALUATE
           END-IF.

           IF NOT SIN-EMBARGOS
               CLOSE EMBARGOS
               EVALUATE FS-EMBARGOS
                   WHEN "00"
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "ERROR EN EL CIERRE DE EMBARGOS"
               END-EVALUATE
           END-IF.

           IF NOT SIN-CLIENTES
               CLOSE CLIENTES-IDX
               EVALUATE FS-IDX
                   WHEN "00"
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "ERROR EN EL CIERRE DE CLIENTES-IDX"
               END-EVALUATE
           END-IF.

           CLOSE  RECHAZADOS-FONDOS
           EVALUATE FS-FONDOS
               WHEN "00"
                    DISPLAY "ERROR EN EL CIERRE DE CHEQUES-FRENADOS"
           END-EVALUATE.

           IF NOT SIN-CHEQUERAS
               CLOSE CHEQUERAS
               EVALUATE FS-CHEQUERAS
                   WHEN "00"
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "ERROR EN EL CIERRE DE CHEQUERAS"
               END-EVALUATE
           END-IF.

           CLOSE  NO-EMITIDOS
           EVALUATE FS-NO-EMITIDOS
               WHEN "00"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR EN EL CIERRE DE CHEQUES-NO-EMITIDOS"
           END-EVALUATE.

           CLOSE  RETENIDOS
           EVALUATE FS-RETENIDOS
               WHEN "00"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR EN EL CIERRE DE CHEQUES-RETENIDOS"
           END-EVALUATE.

           CLOSE  PRESENTADOS
           EVALUATE FS-PRESENTADOS
               WHEN "00"
