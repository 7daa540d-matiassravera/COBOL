      * con el layout corto debe cortarse a una generacion con fecha
      * (CLIENTES-AUDITORIA.Gyyyymmdd) antes de la primera corrida
      * con este layout, para no mezclar largos de registro.
      * OJO: volvio a crecer con AUD-OPERADOR-CARGA; se corta otra
      * generacion con fecha antes de la primera corrida con este.
       SELECT AUDITORIA ASSIGN TO "CLIENTES-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
      * Maestro complementario de datos del cliente (domicilio,
      * localidad, documento, telefono) para el encabezado postal
      * del extracto; se mantiene con las opciones D/E del mismo
      * flujo CLIENTES-MANT, y sus exenciones impositivas con la X.
      * OJO: el registro crecio con CDAT-EXENCIONES; un CLIENTES-DATOS
      * grabado con el layout corto debe descargarse y recargarse con
      * las exenciones en N antes de la primera corrida con este.
      * OJO: CDAT-DOCUMENTO paso de 10 a 11 posiciones para el CUIT/
      * CUIL completo; igual que con las exenciones, el maestro se
      * descarga y recarga con el layout nuevo antes de la corrida.
       SELECT CLIENTES-DATOS ASSIGN TO "CLIENTES-DATOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       FILE STATUS IS FS-DATOS.

      * Auditoria acumulativa propia de los datos complementarios.
      * OJO: el registro crecio con las imagenes de exenciones y
      * despues con el documento de 11; la auditoria grabada con el
      * layout corto debe cortarse a una generacion con fecha antes
      * de la primera corrida con este.
       SELECT DATOS-AUDITORIA ASSIGN TO "CLIENTES-DATOS-AUDITORIA"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-DAT-AUDIT.

      * Maestro de operadores cargado por seguridad: id y nivel de
      * permiso (S supervisor, O operador). Las bajas exigen nivel
      * S; las subas de limite por encima del monto configurado las
      * aprueba un supervisor en AprobacionCambios.
       SELECT OPERADORES ASSIGN TO "OPERADORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-OPERADORES.

      * Lista vigente de personas restringidas que carga
      * CargaRestringidos. Un alta cuyo apellido y nombre coinciden
      * con la lista, o un documento que coincide, se rechaza hasta
      * que cumplimiento despeje la coincidencia.
       SELECT RESTRINGIDOS ASSIGN TO "RESTRINGIDOS"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS IS FS-RESTRINGIDOS.

      * Decisiones de cumplimiento por IDN, entrada de la lista y
      * tipo de coincidencia; las comparte con ControlRestringidos y
      * las toma MantenimientoRestringidos.
       SELECT DECISIONES ASSIGN TO "RESTRINGIDOS-DECISIONES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS DEC-CLAVE
       FILE STATUS IS FS-DECISIONES.

      * Posicion por cliente y moneda de la ultima noche: la baja se
      * rechaza mientras quede saldo o cheques en canje.
       SELECT POSICION ASSIGN TO "POSICION"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS POS-CLAVE
       ALTERNATE RECORD KEY IS POS-APELLIDO WITH DUPLICATES
       FILE STATUS IS FS-POSICION.

      * Embargos judiciales: con uno vigente tampoco hay baja.
       SELECT EMBARGOS ASSIGN TO "EMBARGOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EMB-CLAVE
       FILE STATUS IS FS-EMBARGOS.

      * Reclamos del cliente: con uno abierto tampoco hay baja.
       SELECT RECLAMOS ASSIGN TO "RECLAMOS"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS REC-CLAVE
       FILE STATUS IS FS-RECLAMOS.

      * La baja ya no borra al cliente: queda como pedido de cierre
      * que CierreCuentas ejecuta en el batch de la noche (extracto
      * final, pago del saldo residual, chequeras y ordenes de no
      * pagar) y recien ahi el cliente pasa a estado C.
       SELECT CIERRES ASSIGN TO "CIERRES-CUENTA"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIE-IDN
       FILE STATUS IS FS-CIERRES.

      * Cambios de estado y subas de limite por encima del monto de
      * autorizacion no se aplican: quedan pendientes hasta que otro
      * operador, supervisor, los apruebe con AprobacionCambios.
       SELECT PENDIENTES ASSIGN TO "CAMBIOS-PENDIENTES"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PEN-CLAVE
       FILE STATUS IS FS-PENDIENTES.

       SELECT ARCHIVO-ERRORES ASSIGN TO "ERRORES"
       ORGANIZATION SEQUENTIAL
       ACCESS MODE SEQUENTIAL

      * Las opciones D (carga/cambio de datos complementarios) y E
      * (baja de datos) comparten opcion e IDN con las clasicas y
      * redefinen el resto del registro. El documento de la D es el
      * CUIT/CUIL de 11 digitos sin guiones, con digito verificador.
       01  REGISTRO-MANT.
           03  MANT-OPCION     PIC X(01).
               88 MANT-ALTA      VALUE 'A'.
               88 MANT-LISTADO   VALUE 'L'.
               88 MANT-DATOS-CARGA VALUE 'D'.
               88 MANT-DATOS-BAJA  VALUE 'E'.
               88 MANT-EXENCIONES  VALUE 'X'.
           03  MANT-IDN        PIC 9(7).
           03  MANT-NOMBRE     PIC X(10).
           03  MANT-APELLIDO   PIC X(10).
           03  MANT-SUCURSAL   PIC 9(2).
           03  MANT-ESTADO     PIC X(01).
               88 MANT-ESTADO-VALIDO VALUE 'A' 'B' 'I'.
           03  MANT-LIMITE     PIC 9(9)V99.
           03  FILLER          PIC X(24).
       01  REGISTRO-MANT-DATOS.
           03  FILLER          PIC X(01).
           03  MANTD-IDN       PIC 9(7).
           03  MANTD-DOMICILIO PIC X(20).
           03  MANTD-LOCALIDAD PIC X(15).
           03  MANTD-DOCUMENTO PIC X(11).
           03  MANTD-TELEFONO  PIC X(12).
      * Opcion X: exenciones impositivas del cliente (S exento, N no)
      * de ganancias y de debitos y creditos, sobre CLIENTES-DATOS ya
      * cargado.
       01  REGISTRO-MANT-EXENCIONES.
           03  FILLER          PIC X(01).
           03  MANTX-IDN       PIC 9(7).
           03  MANTX-EXENTO-GANANCIAS PIC X(01).
               88 MANTX-GANANCIAS-VALIDO VALUE 'S' 'N'.
           03  MANTX-EXENTO-DEBCRED   PIC X(01).
               88 MANTX-DEBCRED-VALIDO   VALUE 'S' 'N'.
           03  FILLER          PIC X(56).

       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  LISTADO.

       01  REGISTRO-LISTADO.
           03  LIST-ACCION     PIC X(10).
           03  LIST-IDN        PIC 9(7).
           03  LIST-NOMBRE     PIC X(10).
           03  LIST-APELLIDO   PIC X(10).


       01  REGISTRO-RECHAZO.
           03  RECH-OPCION     PIC X(01).
           03  RECH-IDN        PIC 9(7).
           03  RECH-MOTIVO     PIC X(20).

       FD  MANT-RESUMEN.
           03  AUD-OPERADOR     PIC X(8).
           03  AUD-NIVEL        PIC X(01).
           03  AUD-ACCION       PIC X(10).
           03  AUD-IDN          PIC 9(7).
           03  AUD-IMAGEN-ANTERIOR.
               05  AUD-NOMBRE-ANT   PIC X(10).
               05  AUD-APELLIDO-ANT PIC X(10).
               05  AUD-SUCURSAL-ANT PIC 9(2).
               05  AUD-ESTADO-ANT   PIC X(01).
               05  AUD-LIMITE-ANT   PIC 9(9)V99.
           03  AUD-IMAGEN-NUEVA.
               05  AUD-NOMBRE-NVO   PIC X(10).
               05  AUD-APELLIDO-NVO PIC X(10).
               05  AUD-SUCURSAL-NVO PIC 9(2).
               05  AUD-ESTADO-NVO   PIC X(01).
               05  AUD-LIMITE-NVO   PIC 9(9)V99.
      * Quien cargo el cambio cuando lo aplica o resuelve otro
      * operador (doble autorizacion); en blanco si es el mismo.
           03  AUD-OPERADOR-CARGA   PIC X(8).

       FD  CLIENTES-DATOS.

       01  REGISTRO-CLIENTE-DATOS.
           03  CDAT-IDN        PIC 9(7).
           03  CDAT-DOMICILIO  PIC X(20).
           03  CDAT-LOCALIDAD  PIC X(15).
           03  CDAT-DOCUMENTO  PIC X(11).
           03  CDAT-TELEFONO   PIC X(12).
      * Exenciones impositivas: S = exento. El relleno queda para las
      * que se agreguen sin volver a cambiar el largo del registro.
           03  CDAT-EXENCIONES.
               05  CDAT-EXENTO-GANANCIAS PIC X(01).
               05  CDAT-EXENTO-DEBCRED   PIC X(01).
               05  FILLER          PIC X(04).

       FD  DATOS-AUDITORIA.

           03  DAU-OPERADOR     PIC X(8).
           03  DAU-NIVEL        PIC X(01).
           03  DAU-ACCION       PIC X(10).
           03  DAU-IDN          PIC 9(7).
           03  DAU-IMAGEN-ANTERIOR.
               05  DAU-DOMICILIO-ANT PIC X(20).
               05  DAU-LOCALIDAD-ANT PIC X(15).
               05  DAU-DOCUMENTO-ANT PIC X(11).
               05  DAU-TELEFONO-ANT  PIC X(12).
           03  DAU-IMAGEN-NUEVA.
               05  DAU-DOMICILIO-NVO PIC X(20).
               05  DAU-LOCALIDAD-NVO PIC X(15).
               05  DAU-DOCUMENTO-NVO PIC X(11).
               05  DAU-TELEFONO-NVO  PIC X(12).
           03  DAU-EXENCIONES-ANT   PIC X(06).
           03  DAU-EXENCIONES-NVO   PIC X(06).

       FD  OPERADORES.

           03  OPE-ID          PIC X(8).
           03  OPE-NIVEL       PIC X(01).

       FD  RESTRINGIDOS.

       01  REGISTRO-RESTRINGIDO.
           03  RST-ID           PIC X(8).
           03  RST-TIPO-DOC     PIC X(01).
           03  RST-DOCUMENTO    PIC X(11).
           03  RST-APELLIDO     PIC X(20).
           03  RST-NOMBRE       PIC X(20).
           03  RST-ORIGEN       PIC X(10).
           03  RST-FECHA-CARGA  PIC 9(8).

      * DEC-TIPO: D coincidencia por documento, N por nombre.
      * DEC-ESTADO: P pendiente, D despejada (falso positivo), C
      * confirmada. DEC-ORIGEN: M rechazo de mantenimiento, N control
      * nocturno. DEC-FECHA-CONTROL es la ultima noche en que el
      * control la volvio a encontrar.
       FD  DECISIONES.

       01  REGISTRO-DECISION.
           03  DEC-CLAVE.
               05  DEC-IDN          PIC 9(7).
               05  DEC-RST-ID       PIC X(8).
               05  DEC-TIPO         PIC X(01).
           03  DEC-ESTADO           PIC X(01).
               88 DEC-PENDIENTE     VALUE 'P'.
               88 DEC-DESPEJADA     VALUE 'D'.
               88 DEC-CONFIRMADA    VALUE 'C'.
           03  DEC-ORIGEN           PIC X(01).
           03  DEC-APELLIDO         PIC X(10).
           03  DEC-NOMBRE           PIC X(10).
           03  DEC-DOCUMENTO        PIC X(11).
           03  DEC-FECHA-DETECCION  PIC 9(8).
           03  DEC-FECHA-CONTROL    PIC 9(8).
           03  DEC-FECHA-DECISION   PIC 9(8).
           03  DEC-OPERADOR         PIC X(8).

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

       FD  EMBARGOS.

       01  REGISTRO-EMBARGO.
           03  EMB-CLAVE.
               05  EMB-IDN          PIC 9(7).
               05  EMB-MONEDA       PIC X(3).
           03  EMB-OFICIO           PIC X(15).
           03  EMB-MONTO            PIC 9(9)V99.
           03  EMB-FECHA-TRABA      PIC 9(8).
           03  EMB-FECHA-LEVANTAMIENTO PIC 9(8).

      * REC-ORIGEN: C cargo de SALDO-CARGOS, Q cheque, J movimiento
      * del journal; REC-TIPO-MOV es el sentido (D/C) del movimiento
      * reclamado. REC-ESTADO: A abierto, F resuelto a favor del
      * cliente, R rechazado.
       FD  RECLAMOS.

       01  REGISTRO-RECLAMO.
           03  REC-CLAVE.
               05  REC-IDN          PIC 9(7).
               05  REC-NUMERO       PIC 9(6).
           03  REC-ORIGEN           PIC X(01).
           03  REC-REFERENCIA       PIC X(20).
           03  REC-TIPO-MOV         PIC X(01).
           03  REC-MONEDA           PIC X(3).
           03  REC-MONTO            PIC 9(9)V99.
           03  REC-SUCURSAL         PIC 9(2).
           03  REC-FECHA-ALTA       PIC 9(8).
           03  REC-FECHA-VENCE      PIC 9(8).
           03  REC-ESTADO           PIC X(01).
               88 REC-ABIERTO       VALUE 'A'.
           03  REC-FECHA-RESOLUCION PIC 9(8).
           03  REC-OPERADOR         PIC X(8).
           03  REC-DESCRIPCION      PIC X(30).

      * CIE-ESTADO: P pedido, C cerrada. CIE-MOTIVO es la ultima
      * razon por la que CierreCuentas retuvo el pedido.
       FD  CIERRES.

       01  REGISTRO-CIERRE.
           03  CIE-IDN              PIC 9(7).
           03  CIE-ESTADO           PIC X(01).
               88 CIE-PEDIDO        VALUE 'P'.
               88 CIE-CERRADA       VALUE 'C'.
           03  CIE-FECHA-PEDIDO     PIC 9(8).
           03  CIE-OPERADOR         PIC X(8).
           03  CIE-FECHA-INTENTO    PIC 9(8).
           03  CIE-MOTIVO           PIC X(20).
           03  CIE-FECHA-CIERRE     PIC 9(8).
           03  CIE-CUENTA-PAGO      PIC 9(7).
           03  CIE-MONTO-PAGADO     PIC 9(9)V99.
           03  CIE-CHEQUERAS        PIC 9(3).
           03  CIE-FRENOS           PIC 9(3).

      * PEN-ORIGEN: M mantenimiento de clientes, A alta de
      * mantenimiento con limite por encima del monto de autorizacion
      * (imagen anterior vacia), R propuesta de RevisionCredito.
      * PEN-ESTADO: P pendiente, A aprobado, R
      * rechazado, V vencido sin aprobar. La imagen anterior es la
      * del maestro al pedir el cambio: si el maestro cambio desde
      * entonces el pedido ya no se puede aprobar.
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
           03  ERR-PROGRAMA     PIC X(20).
       01  WS-DAT-IMAGEN-ANT.
           03  WS-DAT-ANT-DOMICILIO PIC X(20).
           03  WS-DAT-ANT-LOCALIDAD PIC X(15).
           03  WS-DAT-ANT-DOCUMENTO PIC X(11).
           03  WS-DAT-ANT-TELEFONO  PIC X(12).
           03  WS-DAT-ANT-EXENCIONES PIC X(06).
       01  WS-DAT-IMAGEN-NVA.
           03  WS-DAT-NVO-DOMICILIO PIC X(20).
           03  WS-DAT-NVO-LOCALIDAD PIC X(15).
           03  WS-DAT-NVO-DOCUMENTO PIC X(11).
           03  WS-DAT-NVO-TELEFONO  PIC X(12).
           03  WS-DAT-NVO-EXENCIONES PIC X(06).

       01  FS-OPERADORES       PIC X(2).
           88 FS-OPER-OK       VALUE "00".
           88 ES-SUPERVISOR    VALUE "S".
           88 OPERADOR-NO-REGISTRADO VALUE "N".

      * Monto a partir del cual una suba de limite va a aprobacion;
      * del ambiente como once digitos sin coma (00001000000 =
      * 10000,00).
       01  WS-LIM-AUT-AMB      PIC X(11).
       01  WS-LIM-AUT-AMB-N REDEFINES WS-LIM-AUT-AMB
                               PIC 9(9)V99.
       01  WS-LIMITE-AUTORIZ   PIC 9(9)V99 VALUE 10000,00.

       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-FECHA-AMB    PIC X(8).
           03  WS-IMG-ANT-APELLIDO PIC X(10).
           03  WS-IMG-ANT-SUCURSAL PIC 9(2).
           03  WS-IMG-ANT-ESTADO   PIC X(01).
           03  WS-IMG-ANT-LIMITE   PIC 9(9)V99.
       01  WS-IMAGEN-NUEVA.
           03  WS-IMG-NVO-NOMBRE   PIC X(10).
           03  WS-IMG-NVO-APELLIDO PIC X(10).
           03  WS-IMG-NVO-SUCURSAL PIC 9(2).
           03  WS-IMG-NVO-ESTADO   PIC X(01).
           03  WS-IMG-NVO-LIMITE   PIC 9(9)V99.

       01  CONTADORES.
           03  WS-LEIDAS       PIC 9(5) VALUE ZERO.
           03  WS-LISTADOS     PIC 9(5) VALUE ZERO.
           03  WS-DATOS-CARGAS PIC 9(5) VALUE ZERO.
           03  WS-DATOS-BAJAS  PIC 9(5) VALUE ZERO.
           03  WS-EXENCIONES   PIC 9(5) VALUE ZERO.
           03  WS-RECHAZADOS   PIC 9(5) VALUE ZERO.
           03  WS-COINCIDENCIAS PIC 9(5) VALUE ZERO.
           03  WS-PENDIENTES   PIC 9(5) VALUE ZERO.

       01  WS-ACCION           PIC X(10).
       01  WS-MOTIVO           PIC X(20).
       01  WS-DATOS-VALIDOS    PIC X(01).
           88 DATOS-NUEVOS-VALIDOS VALUE "S".

      * Control del CUIT/CUIL de la opcion D: prefijo de persona o
      * empresa y digito verificador modulo 11 con pesos 5432765432.
       01  WS-DOC-VALIDO       PIC X(01).
           88 DOCUMENTO-VALIDO VALUE "S".
       01  WS-CUIT             PIC X(11).
       01  WS-CUIT-R REDEFINES WS-CUIT.
           03  WS-CUIT-TIPO    PIC 9(2).
               88 CUIT-TIPO-VALIDO VALUE 20 23 24 27 30 33 34.
           03  FILLER          PIC X(9).
       01  WS-CUIT-DIGITOS REDEFINES WS-CUIT.
           03  WS-CUIT-DIGITO  PIC 9(1) OCCURS 11 TIMES.
       01  WS-PESOS-CUIT       PIC X(10) VALUE "5432765432".
       01  WS-PESOS-CUIT-R REDEFINES WS-PESOS-CUIT.
           03  WS-PESO-CUIT    PIC 9(1) OCCURS 10 TIMES.
       01  WS-IDX-CUIT         PIC 9(2).
       01  WS-SUMA-CUIT        PIC 9(4).
       01  WS-COCIENTE-CUIT    PIC 9(4).
       01  WS-RESTO-CUIT       PIC 9(2).
       01  WS-DV-CUIT          PIC 9(2).

       01  FS-RESTRINGIDOS     PIC X(2).
           88 FS-RESTRINGIDOS-OK VALUE "00".
           88 FS-RESTRINGIDOS-EOF VALUE "10".

       01  FS-DECISIONES       PIC X(2).
           88 FS-DECISIONES-OK VALUE "00".

       01  FS-POSICION         PIC X(2).
           88 FS-POSICION-OK   VALUE "00".
           88 FS-POSICION-EOF  VALUE "10".

       01  FS-EMBARGOS         PIC X(2).
           88 FS-EMBARGOS-OK   VALUE "00".
           88 FS-EMBARGOS-EOF  VALUE "10".

       01  FS-RECLAMOS         PIC X(2).
           88 FS-RECLAMOS-OK   VALUE "00".
           88 FS-RECLAMOS-EOF  VALUE "10".

       01  FS-CIERRES          PIC X(2).
           88 FS-CIERRES-OK    VALUE "00".

       01  FS-PENDIENTES       PIC X(2).
           88 FS-PENDIENTES-OK VALUE "00".

      * Numeracion del pedido: el siguiente al ultimo del IDN. Un
      * IDN con un pedido todavia pendiente no acepta otro.
       01  WS-ULTIMO-PENDIENTE PIC 9(6).
       01  WS-FIN-PENDIENTES   PIC X(01).
           88 FIN-PENDIENTES-IDN VALUE "S".
       01  WS-YA-PENDIENTE     PIC X(01).
           88 HAY-CAMBIO-PENDIENTE VALUE "S".
       01  WS-PEN-ORIGEN       PIC X(01).

       01  WS-SIN-POSICION     PIC X(01) VALUE "N".
           88 SIN-POSICION     VALUE "S".
       01  WS-SIN-EMBARGOS     PIC X(01) VALUE "N".
           88 SIN-EMBARGOS     VALUE "S".
       01  WS-SIN-RECLAMOS     PIC X(01) VALUE "N".
           88 SIN-RECLAMOS     VALUE "S".
       01  WS-FIN-CLIENTE      PIC X(01).
           88 FIN-DEL-CLIENTE  VALUE "S".
       01  WS-CIERRE-EXISTE    PIC X(01).
           88 CIERRE-YA-GRABADO VALUE "S".

      * Lista de restringidos en memoria con la clave fonetica de
      * apellido y nombre ya armada (las primeras 10 posiciones, el
      * mismo largo que guarda el maestro de clientes).
       01  TABLA-RESTRINGIDOS.
           03  TAB-RST-CANT     PIC 9(4) VALUE ZERO.
           03  TAB-RST-ENTRY OCCURS 3000 TIMES.
               05  TAB-RST-ID        PIC X(8).
               05  TAB-RST-TIPO-DOC  PIC X(01).
               05  TAB-RST-DOCUMENTO PIC X(11).
               05  TAB-RST-CLAVE-APE PIC X(10).
               05  TAB-RST-LARGO-APE PIC 9(2).
               05  TAB-RST-CLAVE-NOM PIC X(10).
               05  TAB-RST-LARGO-NOM PIC 9(2).
       01  WS-IDX-RST          PIC 9(4).

       01  WS-RESTRINGIDO      PIC X(01).
           88 RESTRINGIDO-SIN-DESPEJAR VALUE "S".
       01  WS-COINCIDE         PIC X(01).
           88 HAY-COINCIDENCIA VALUE "S".

      * Datos del cliente que se controla contra la lista.
       01  WS-CONTROL-CLIENTE.
           03  WS-CTL-IDN       PIC 9(7).
           03  WS-CTL-APELLIDO  PIC X(10).
           03  WS-CTL-NOMBRE    PIC X(10).
           03  WS-CTL-DOCUMENTO PIC X(11).
           03  WS-CTL-TIPO      PIC X(01).
           03  WS-CTL-CLAVE-APE PIC X(10).
           03  WS-CTL-LARGO-APE PIC 9(2).
           03  WS-CTL-CLAVE-NOM PIC X(10).
           03  WS-CTL-LARGO-NOM PIC 9(2).

      * Clave fonetica: mayusculas, sin espacios ni signos, sin H
      * muda, con V=B, Z=S, Y=I, W=U, C/Q=K (C y G suaves como S y
      * J) y sin letras repetidas seguidas. Absorbe las variantes de
      * ortografia mas comunes (GONZALEZ/GONSALES, VAZQUEZ/BASQUES).
       01  NORMALIZACION.
           03  NOR-TEXTO        PIC X(10).
           03  NOR-TEXTO-R REDEFINES NOR-TEXTO.
               05  NOR-LETRA    PIC X(01) OCCURS 10 TIMES.
           03  NOR-CLAVE        PIC X(10).
           03  NOR-CLAVE-R REDEFINES NOR-CLAVE.
               05  NOR-CLAVE-LETRA PIC X(01) OCCURS 10 TIMES.
           03  NOR-LARGO        PIC 9(2).
           03  NOR-POS          PIC 9(2).
           03  NOR-ACTUAL       PIC X(01).
           03  NOR-ANTERIOR     PIC X(01).
           03  NOR-SIGUIENTE    PIC X(01).
           03  NOR-FONEMA       PIC X(01).

      * Comparacion tolerante de dos claves: iguales, o del mismo
      * largo (4 o mas) con una sola letra distinta, o, para el
      * nombre de pila, una prefijo de la otra (JUAN / JUAN CARLOS).
       01  COMPARACION.
           03  CMP-CLAVE-1      PIC X(10).
           03  CMP-CLAVE-1-R REDEFINES CMP-CLAVE-1.
               05  CMP-LETRA-1  PIC X(01) OCCURS 10 TIMES.
           03  CMP-LARGO-1      PIC 9(2).
           03  CMP-CLAVE-2      PIC X(10).
           03  CMP-CLAVE-2-R REDEFINES CMP-CLAVE-2.
               05  CMP-LETRA-2  PIC X(01) OCCURS 10 TIMES.
           03  CMP-LARGO-2      PIC 9(2).
           03  CMP-PREFIJO      PIC X(01).
           03  CMP-RESULTADO    PIC X(01).
               88 CLAVES-COINCIDEN VALUE "S".
           03  CMP-POS          PIC 9(2).
           03  CMP-DIFERENCIAS  PIC 9(2).
           03  CMP-MENOR        PIC 9(2).

      * Datos del registro que se esta reportando en CLIENTES-LISTADO.
       01  WS-REGISTRO-ACTUAL.
           03  WS-IDN-ACTUAL      PIC 9(7).
           03  WS-NOMBRE-ACTUAL   PIC X(10).
           03  WS-APELLIDO-ACTUAL PIC X(10).


           PERFORM 1000-ABERTURA-DE-ARCHIVOS.
           PERFORM 1100-CARGAR-OPERADORES.
           PERFORM 1200-CARGAR-RESTRINGIDOS.
           PERFORM 2000-LEER-TRANSACCION.
           PERFORM 3000-PROCESO UNTIL FS-TRANMANT-EOF.
           PERFORM 3700-GRABAR-MANT-RESUMEN.
               PERFORM 9900-ABEND
           END-EVALUATE

      * Decisiones de cumplimiento: se crean la primera vez.
           OPEN I-O DECISIONES
           EVALUATE FS-DECISIONES
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT DECISIONES
               EVALUATE FS-DECISIONES
                   WHEN "00"
                   CLOSE DECISIONES
                   OPEN I-O DECISIONES
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RESTRINGIDOS-DECISIONES"
               DISPLAY "FILE STATUS ERROR" FS-DECISIONES
               MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
               MOVE FS-DECISIONES TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * Sin posicion, embargos o reclamos (primera corrida, o el
      * maestro todavia no se creo) no hay nada que impida la baja.
           OPEN INPUT POSICION
           EVALUATE FS-POSICION
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-POSICION
               DISPLAY "SIN POSICION, BAJAS SIN CONTROL DE SALDO"
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR POSICION"
               DISPLAY "FILE STATUS ERROR" FS-POSICION
               MOVE "POSICION" TO ABE-ARCHIVO
               MOVE FS-POSICION TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

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

           OPEN INPUT RECLAMOS
           EVALUATE FS-RECLAMOS
               WHEN "00"
               CONTINUE
               WHEN "35"
               MOVE "S" TO WS-SIN-RECLAMOS
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR RECLAMOS"
               DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
               MOVE "RECLAMOS" TO ABE-ARCHIVO
               MOVE FS-RECLAMOS TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

      * Pedidos de cierre: se crean la primera vez.
           OPEN I-O CIERRES
           EVALUATE FS-CIERRES
               WHEN "00"
               CONTINUE
               WHEN "35"
               OPEN OUTPUT CIERRES
               EVALUATE FS-CIERRES
                   WHEN "00"
                   CLOSE CIERRES
                   OPEN I-O CIERRES
                   WHEN OTHER
                   DISPLAY "ERROR AL CREAR CIERRES-CUENTA"
                   DISPLAY "FILE STATUS ERROR" FS-CIERRES
                   MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
                   MOVE FS-CIERRES TO ABE-FILE-STATUS
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CIERRES-CUENTA"
               DISPLAY "FILE STATUS ERROR" FS-CIERRES
               MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
               MOVE FS-CIERRES TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN EXTEND DATOS-AUDITORIA
           EVALUATE FS-DAT-AUDIT
               WHEN "00"
               PERFORM 9900-ABEND
           END-EVALUATE

      * La cola de cambios pendientes se crea la primera vez.
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
                   MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
               END-EVALUATE
               WHEN OTHER
               DISPLAY "ERROR AL ABRIR CAMBIOS-PENDIENTES"
               DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
               MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
               MOVE FS-PENDIENTES TO ABE-FILE-STATUS
               MOVE "1000-ABERTURA-DE-ARCHIVOS" TO ABE-PARRAFO
               MOVE 16 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE

           OPEN EXTEND AUDITORIA
           EVALUATE FS-AUDITORIA
               WHEN "00"
       1150-FIN-LEER-OPERADOR.
           EXIT.

      * Sin lista cargada todavia no hay contra que controlar: las
      * altas pasan como antes y se avisa por consola.
       1200-CARGAR-RESTRINGIDOS.
           OPEN INPUT RESTRINGIDOS
           EVALUATE FS-RESTRINGIDOS
               WHEN "00"
                   PERFORM 1250-LEER-RESTRINGIDO
                      UNTIL FS-RESTRINGIDOS-EOF
                   CLOSE RESTRINGIDOS
               WHEN "35"
                   DISPLAY "SIN LISTA RESTRINGIDOS, ALTAS SIN CONTROL"
               WHEN OTHER
                   DISPLAY "ERROR AL ABRIR RESTRINGIDOS"
                   DISPLAY "FILE STATUS ERROR" FS-RESTRINGIDOS
                   MOVE "RESTRINGIDOS" TO ABE-ARCHIVO
                   MOVE FS-RESTRINGIDOS TO ABE-FILE-STATUS
                   MOVE "1200-CARGAR-RESTRINGIDOS" TO ABE-PARRAFO
                   MOVE 16 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       1200-FIN-CARGAR-RESTRINGIDOS.
           EXIT.

       1250-LEER-RESTRINGIDO.
           READ RESTRINGIDOS
           EVALUATE FS-RESTRINGIDOS
               WHEN "00"
                   IF TAB-RST-CANT LESS THAN 3000
                       ADD 1 TO TAB-RST-CANT
                       MOVE RST-ID
                            TO TAB-RST-ID (TAB-RST-CANT)
                       MOVE RST-TIPO-DOC
                            TO TAB-RST-TIPO-DOC (TAB-RST-CANT)
                       MOVE RST-DOCUMENTO
                            TO TAB-RST-DOCUMENTO (TAB-RST-CANT)
                       MOVE RST-APELLIDO TO NOR-TEXTO
                       PERFORM 7100-ARMAR-CLAVE
                       MOVE NOR-CLAVE
                            TO TAB-RST-CLAVE-APE (TAB-RST-CANT)
                       MOVE NOR-LARGO
                            TO TAB-RST-LARGO-APE (TAB-RST-CANT)
                       MOVE RST-NOMBRE TO NOR-TEXTO
                       PERFORM 7100-ARMAR-CLAVE
                       MOVE NOR-CLAVE
                            TO TAB-RST-CLAVE-NOM (TAB-RST-CANT)
                       MOVE NOR-LARGO
                            TO TAB-RST-LARGO-NOM (TAB-RST-CANT)
                   ELSE
                       DISPLAY "TABLA DE RESTRINGIDOS DESBORDADA"
                       MOVE "10" TO FS-RESTRINGIDOS
                   END-IF
               WHEN "10"
               CONTINUE
               WHEN OTHER
               DISPLAY "ERROR EN LECTURA DE RESTRINGIDOS"
               DISPLAY "FILE STATUS ERROR" FS-RESTRINGIDOS
               MOVE "RESTRINGIDOS" TO ABE-ARCHIVO
               MOVE FS-RESTRINGIDOS TO ABE-FILE-STATUS
               MOVE "1250-LEER-RESTRINGIDO" TO ABE-PARRAFO
               MOVE 17 TO ABE-RETORNO
               PERFORM 9900-ABEND
           END-EVALUATE
           .
       1250-FIN-LEER-RESTRINGIDO.
           EXIT.

       2000-LEER-TRANSACCION.
           READ TRANMANT.
           EVALUATE FS-TRANMANT
                   PERFORM 6000-APLICAR-DATOS-CARGA
               WHEN MANT-DATOS-BAJA
                   PERFORM 6300-APLICAR-DATOS-BAJA
      * Las exenciones impositivas tambien exigen supervisor.
               WHEN MANT-EXENCIONES
                   IF ES-SUPERVISOR
                       PERFORM 6700-APLICAR-EXENCIONES
                   ELSE
                       MOVE "EXENCION SIN SUPERV" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   END-IF
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
                       MOVE "IDN YA EXISTE" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   WHEN "23"
                       PERFORM 3120-CONTROLAR-ALTA
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                       DISPLAY "FILE STATUS ERROR" FS-IDX
       3100-FIN-APLICAR-ALTA.
           EXIT.

      * El alta de alguien que figura en la lista de restringidos
      * espera a que cumplimiento despeje la coincidencia. Un alta
      * con limite por encima del monto de autorizacion no se graba:
      * queda en CAMBIOS-PENDIENTES como la suba de un cambio. Con un
      * alta ya pendiente para el IDN no se acepta otra, que dejaria
      * sin aprobar la primera.
       3120-CONTROLAR-ALTA.
           MOVE MANT-IDN      TO WS-CTL-IDN.
           MOVE MANT-APELLIDO TO WS-CTL-APELLIDO.
           MOVE MANT-NOMBRE   TO WS-CTL-NOMBRE.
           MOVE SPACES        TO WS-CTL-DOCUMENTO.
           MOVE "N"           TO WS-CTL-TIPO.
           PERFORM 7000-CONTROLAR-RESTRINGIDOS.
           IF RESTRINGIDO-SIN-DESPEJAR
               MOVE "LISTA RESTRINGIDOS" TO WS-MOTIVO
               PERFORM 3900-GRABAR-RECHAZO
           ELSE
               PERFORM 3265-NUMERAR-PENDIENTE
               EVALUATE TRUE
                   WHEN HAY-CAMBIO-PENDIENTE
                       MOVE "CAMBIO YA PENDIENTE" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   WHEN MANT-LIMITE GREATER THAN WS-LIMITE-AUTORIZ
                       PERFORM 3160-ENCOLAR-ALTA
                   WHEN OTHER
                       PERFORM 3150-GRABAR-ALTA
               END-EVALUATE
           END-IF.
       3120-FIN-CONTROLAR-ALTA.
           EXIT.

       3150-GRABAR-ALTA.
           MOVE MANT-IDN      TO CIDX-IDN.
           MOVE MANT-NOMBRE   TO CIDX-NOMBRE.
       3150-FIN-GRABAR-ALTA.
           EXIT.

      * El pedido de alta va con la imagen anterior vacia: el IDN no
      * existe en el maestro, y AprobacionCambios lo graba recien al
      * aprobarlo.
       3160-ENCOLAR-ALTA.
           INITIALIZE WS-IMAGEN-ANTERIOR.
           PERFORM 3560-IMAGEN-NUEVA-DESDE-MANT.
           MOVE "A"         TO WS-PEN-ORIGEN.
           MOVE "ALTA PEND" TO WS-ACCION.
           PERFORM 3275-GRABAR-PENDIENTE.
       3160-FIN-ENCOLAR-ALTA.
           EXIT.

       3200-APLICAR-CAMBIO.
           PERFORM 2500-VALIDAR-DATOS-NUEVOS.
           IF NOT DATOS-NUEVOS-VALIDOS
       3200-FIN-APLICAR-CAMBIO.
           EXIT.

      * Un cambio de estado, o una suba de limite por encima del
      * monto de autorizacion, no se aplica: la transaccion entera,
      * con los demas datos que traiga, queda en CAMBIOS-PENDIENTES
      * y el maestro no se toca hasta que otro operador, supervisor,
      * la apruebe. Solo el cambio sin estado ni suba se aplica aca.
      * El estado C (cuenta cerrada) solo lo pone CierreCuentas y no
      * se cambia por mantenimiento: un cambio no puede reabrir la
      * cuenta salteando el circuito de cierre.
       3250-REGRABAR-CAMBIO.
           EVALUATE TRUE
               WHEN CIDX-ESTADO EQUAL "C"
                   MOVE "CLIENTE CERRADO" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
               WHEN MANT-ESTADO NOT EQUAL CIDX-ESTADO
                   PERFORM 3260-ENCOLAR-CAMBIO
               WHEN MANT-LIMITE GREATER THAN CIDX-LIMITE
                AND MANT-LIMITE GREATER THAN WS-LIMITE-AUTORIZ
                   PERFORM 3260-ENCOLAR-CAMBIO
               WHEN OTHER
                   PERFORM 3255-REGRABAR-APROBADO
           END-EVALUATE.
       3250-FIN-REGRABAR-CAMBIO.
           EXIT.

       3255-FIN-REGRABAR-APROBADO.
           EXIT.

      * El pedido lleva la imagen del maestro y la transaccion
      * completa; el maestro no se toca hasta la aprobacion.
       3260-ENCOLAR-CAMBIO.
           PERFORM 3265-NUMERAR-PENDIENTE.
           IF HAY-CAMBIO-PENDIENTE
               MOVE "CAMBIO YA PENDIENTE" TO WS-MOTIVO
               PERFORM 3900-GRABAR-RECHAZO
           ELSE
               PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO
               PERFORM 3560-IMAGEN-NUEVA-DESDE-MANT
               MOVE "M"         TO WS-PEN-ORIGEN
               MOVE "PENDIENTE" TO WS-ACCION
               PERFORM 3275-GRABAR-PENDIENTE
           END-IF.
       3260-FIN-ENCOLAR-CAMBIO.
           EXIT.

       3265-NUMERAR-PENDIENTE.
           MOVE ZERO TO WS-ULTIMO-PENDIENTE.
           MOVE "N" TO WS-YA-PENDIENTE.
           MOVE "N" TO WS-FIN-PENDIENTES.
           MOVE MANT-IDN TO PEN-IDN.
           MOVE ZERO TO PEN-NUMERO.
           START PENDIENTES KEY NOT LESS THAN PEN-CLAVE
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   PERFORM 3270-LEER-PENDIENTE
                      UNTIL FIN-PENDIENTES-IDN
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "3265-NUMERAR-PENDIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3265-FIN-NUMERAR-PENDIENTE.
           EXIT.

       3270-LEER-PENDIENTE.
           READ PENDIENTES NEXT RECORD
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   IF PEN-IDN NOT EQUAL MANT-IDN
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
                   MOVE "3270-LEER-PENDIENTE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3270-FIN-LEER-PENDIENTE.
           EXIT.

      * Graba el pedido con las imagenes ya armadas; el origen y la
      * accion los pone quien encola. Lo numera 3265-NUMERAR-PENDIENTE.
       3275-GRABAR-PENDIENTE.
           MOVE SPACES              TO REGISTRO-PENDIENTE.
           MOVE MANT-IDN            TO PEN-IDN.
           ADD 1 WS-ULTIMO-PENDIENTE GIVING PEN-NUMERO.
           MOVE WS-PEN-ORIGEN       TO PEN-ORIGEN.
           MOVE "P"                 TO PEN-ESTADO.
           MOVE WS-AUD-FECHA        TO PEN-FECHA-ALTA.
           MOVE WS-OPERADOR         TO PEN-OPERADOR-ALTA.
           MOVE WS-IMAGEN-ANTERIOR  TO PEN-IMAGEN-ANTERIOR.
           MOVE WS-IMAGEN-NUEVA     TO PEN-IMAGEN-NUEVA.
           MOVE ZERO                TO PEN-FECHA-RESOLUCION.
           WRITE REGISTRO-PENDIENTE
           EVALUATE FS-PENDIENTES
               WHEN "00"
                   ADD 1 TO WS-PENDIENTES
                   PERFORM 3450-ACTUAL-DESDE-MANT
                   PERFORM 3500-GRABAR-LISTADO
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CAMBIOS-PENDIENTES"
                   DISPLAY "FILE STATUS ERROR" FS-PENDIENTES
                   MOVE "CAMBIOS-PENDIENTES" TO ABE-ARCHIVO
                   MOVE FS-PENDIENTES TO ABE-FILE-STATUS
                   MOVE "3275-GRABAR-PENDIENTE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3275-FIN-GRABAR-PENDIENTE.
           EXIT.

       3300-APLICAR-BAJA.
           MOVE MANT-IDN TO CIDX-IDN.
           READ CLIENTES-IDX
           EVALUATE FS-IDX
               WHEN "00"
                   PERFORM 3320-CONTROLAR-CIERRE
               WHEN "23"
                   MOVE "IDN NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-GRABAR-RECHAZO
       3300-FIN-APLICAR-BAJA.
           EXIT.

      * La baja se acepta solo con la cuenta en condiciones de
      * cerrarse: sin saldo ni cheques en canje en ninguna moneda,
      * sin embargo vigente y sin reclamo abierto. El primer
      * impedimento encontrado es el motivo del rechazo.
       3320-CONTROLAR-CIERRE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "N" TO WS-CIERRE-EXISTE.
           IF CIDX-ESTADO EQUAL "C"
               MOVE "CLIENTE YA CERRADO" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
               PERFORM 3325-LEER-CIERRE
           END-IF.
           IF WS-MOTIVO EQUAL SPACES AND NOT SIN-POSICION
               PERFORM 3330-CONTROLAR-POSICION
           END-IF.
           IF WS-MOTIVO EQUAL SPACES AND NOT SIN-EMBARGOS
               PERFORM 3340-CONTROLAR-EMBARGOS
           END-IF.
           IF WS-MOTIVO EQUAL SPACES AND NOT SIN-RECLAMOS
               PERFORM 3345-CONTROLAR-RECLAMOS
           END-IF.
           IF WS-MOTIVO EQUAL SPACES
               PERFORM 3350-PEDIR-CIERRE
           ELSE
               PERFORM 3900-GRABAR-RECHAZO
           END-IF.
       3320-FIN-CONTROLAR-CIERRE.
           EXIT.

      * Un cierre anterior ya ejecutado (cliente reabierto despues)
      * se pisa con el pedido nuevo.
       3325-LEER-CIERRE.
           MOVE CIDX-IDN TO CIE-IDN.
           READ CIERRES
           EVALUATE FS-CIERRES
               WHEN "00"
                   MOVE "S" TO WS-CIERRE-EXISTE
                   IF CIE-PEDIDO
                       MOVE "CIERRE YA PEDIDO" TO WS-MOTIVO
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE CIERRES-CUENTA"
                   DISPLAY "FILE STATUS ERROR" FS-CIERRES
                   MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
                   MOVE FS-CIERRES TO ABE-FILE-STATUS
                   MOVE "3325-LEER-CIERRE" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3325-FIN-LEER-CIERRE.
           EXIT.

       3330-CONTROLAR-POSICION.
           MOVE "N" TO WS-FIN-CLIENTE.
           MOVE CIDX-IDN   TO POS-IDN.
           MOVE LOW-VALUES TO POS-MONEDA.
           START POSICION KEY NOT LESS THAN POS-CLAVE
           EVALUATE FS-POSICION
               WHEN "00"
                   PERFORM 3335-LEER-POSICION
                      UNTIL FIN-DEL-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "3330-CONTROLAR-POSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3330-FIN-CONTROLAR-POSICION.
           EXIT.

       3335-LEER-POSICION.
           READ POSICION NEXT RECORD
           EVALUATE FS-POSICION
               WHEN "00"
                   EVALUATE TRUE
                       WHEN POS-IDN NOT EQUAL CIDX-IDN
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN POS-SALDOS NOT EQUAL ZERO
                           MOVE "POSICION CON SALDO" TO WS-MOTIVO
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN POS-FLOTANTE GREATER THAN ZERO
                           MOVE "CHEQUES EN CANJE" TO WS-MOTIVO
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "10"
                   MOVE "S" TO WS-FIN-CLIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE POSICION"
                   DISPLAY "FILE STATUS ERROR" FS-POSICION
                   MOVE "POSICION" TO ABE-ARCHIVO
                   MOVE FS-POSICION TO ABE-FILE-STATUS
                   MOVE "3335-LEER-POSICION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       3335-FIN-LEER-POSICION.
           EXIT.

       3340-CONTROLAR-EMBARGOS.
           MOVE "N" TO WS-FIN-CLIENTE.
           MOVE CIDX-IDN TO EMB-IDN.
           MOVE SPACES   TO EMB-MONEDA.
           START EMBARGOS KEY NOT LESS THAN EMB-CLAVE
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   PERFORM 3342-LEER-EMBARGO
                      UNTIL FIN-DEL-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3340-CONTROLAR-EMBARGOS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3340-FIN-CONTROLAR-EMBARGOS.
           EXIT.

       3342-LEER-EMBARGO.
           READ EMBARGOS NEXT RECORD
           EVALUATE FS-EMBARGOS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN EMB-IDN NOT EQUAL CIDX-IDN
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN EMB-FECHA-LEVANTAMIENTO EQUAL ZERO
                           MOVE "EMBARGO VIGENTE" TO WS-MOTIVO
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "10"
                   MOVE "S" TO WS-FIN-CLIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE EMBARGOS"
                   DISPLAY "FILE STATUS ERROR" FS-EMBARGOS
                   MOVE "EMBARGOS" TO ABE-ARCHIVO
                   MOVE FS-EMBARGOS TO ABE-FILE-STATUS
                   MOVE "3342-LEER-EMBARGO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       3342-FIN-LEER-EMBARGO.
           EXIT.

       3345-CONTROLAR-RECLAMOS.
           MOVE "N" TO WS-FIN-CLIENTE.
           MOVE CIDX-IDN TO REC-IDN.
           MOVE ZERO     TO REC-NUMERO.
           START RECLAMOS KEY NOT LESS THAN REC-CLAVE
           EVALUATE FS-RECLAMOS
               WHEN "00"
                   PERFORM 3347-LEER-RECLAMO
                      UNTIL FIN-DEL-CLIENTE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR EN POSICIONAMIENTO DE RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "3345-CONTROLAR-RECLAMOS" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3345-FIN-CONTROLAR-RECLAMOS.
           EXIT.

       3347-LEER-RECLAMO.
           READ RECLAMOS NEXT RECORD
           EVALUATE FS-RECLAMOS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN REC-IDN NOT EQUAL CIDX-IDN
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN REC-ABIERTO
                           MOVE "RECLAMO ABIERTO" TO WS-MOTIVO
                           MOVE "S" TO WS-FIN-CLIENTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "10"
                   MOVE "S" TO WS-FIN-CLIENTE
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE RECLAMOS"
                   DISPLAY "FILE STATUS ERROR" FS-RECLAMOS
                   MOVE "RECLAMOS" TO ABE-ARCHIVO
                   MOVE FS-RECLAMOS TO ABE-FILE-STATUS
                   MOVE "3347-LEER-RECLAMO" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE
           .
       3347-FIN-LEER-RECLAMO.
           EXIT.

      * El cliente sigue vigente hasta que CierreCuentas ejecute el
      * cierre; la auditoria registra el pedido con la imagen sin
      * cambios.
       3350-PEDIR-CIERRE.
           PERFORM 3580-IMAGEN-ANT-DESDE-MAESTRO.
           PERFORM 3460-ACTUAL-DESDE-MAESTRO.
           MOVE CIDX-IDN     TO CIE-IDN.
           MOVE "P"          TO CIE-ESTADO.
           MOVE WS-AUD-FECHA TO CIE-FECHA-PEDIDO.
           MOVE WS-OPERADOR  TO CIE-OPERADOR.
           MOVE ZERO         TO CIE-FECHA-INTENTO.
           MOVE SPACES       TO CIE-MOTIVO.
           MOVE ZERO         TO CIE-FECHA-CIERRE.
           MOVE ZERO         TO CIE-CUENTA-PAGO.
           MOVE ZERO         TO CIE-MONTO-PAGADO.
           MOVE ZERO         TO CIE-CHEQUERAS.
           MOVE ZERO         TO CIE-FRENOS.
           IF CIERRE-YA-GRABADO
               REWRITE REGISTRO-CIERRE
           ELSE
               WRITE REGISTRO-CIERRE
           END-IF
           EVALUATE FS-CIERRES
               WHEN "00"
                   ADD 1 TO WS-BAJAS
                   MOVE "PIDE BAJA" TO WS-ACCION
                   PERFORM 3500-GRABAR-LISTADO
                   MOVE WS-IMAGEN-ANTERIOR TO WS-IMAGEN-NUEVA
                   PERFORM 3550-GRABAR-AUDITORIA
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR CIERRES-CUENTA"
                   DISPLAY "FILE STATUS ERROR" FS-CIERRES
                   MOVE "CIERRES-CUENTA" TO ABE-ARCHIVO
                   MOVE FS-CIERRES TO ABE-FILE-STATUS
                   MOVE "3350-PEDIR-CIERRE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       3350-FIN-PEDIR-CIERRE.
           EXIT.

       3400-APLICAR-LISTADO.
           MOVE WS-IMG-NVO-SUCURSAL TO AUD-SUCURSAL-NVO.
           MOVE WS-IMG-NVO-ESTADO   TO AUD-ESTADO-NVO.
           MOVE WS-IMG-NVO-LIMITE   TO AUD-LIMITE-NVO.
           MOVE SPACES              TO AUD-OPERADOR-CARGA.
           WRITE REGISTRO-AUDITORIA.
           EVALUATE FS-AUDITORIA
               WHEN "00"
      * existir en el maestro; si ya tenia datos se regraban (cambio)
      * y si no se dan de alta, con auditoria en ambos casos.
       6000-APLICAR-DATOS-CARGA.
           PERFORM 6050-VALIDAR-DOCUMENTO.
           IF NOT DOCUMENTO-VALIDO
               PERFORM 3900-GRABAR-RECHAZO
           ELSE
               MOVE MANTD-IDN TO CIDX-IDN
               READ CLIENTES-IDX
               EVALUATE FS-IDX
                   WHEN "00"
                       PERFORM 6020-CONTROLAR-DOCUMENTO
                   WHEN "23"
                       MOVE "IDN NO EXISTE" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-IDX"
                       DISPLAY "FILE STATUS ERROR" FS-IDX
                       MOVE "CLIENTES-IDX" TO ABE-ARCHIVO
                       MOVE FS-IDX TO ABE-FILE-STATUS
                       MOVE "6000-APLICAR-DATOS-CARGA" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       6000-FIN-APLICAR-DATOS-CARGA.
           EXIT.

      * Un documento que figura en la lista de restringidos no se
      * carga hasta que cumplimiento despeje la coincidencia.
       6020-CONTROLAR-DOCUMENTO.
           MOVE MANTD-IDN       TO WS-CTL-IDN.
           MOVE CIDX-APELLIDO   TO WS-CTL-APELLIDO.
           MOVE CIDX-NOMBRE     TO WS-CTL-NOMBRE.
           MOVE MANTD-DOCUMENTO TO WS-CTL-DOCUMENTO.
           MOVE "D"             TO WS-CTL-TIPO.
           PERFORM 7000-CONTROLAR-RESTRINGIDOS.
           IF RESTRINGIDO-SIN-DESPEJAR
               MOVE "LISTA RESTRINGIDOS" TO WS-MOTIVO
               PERFORM 3900-GRABAR-RECHAZO
           ELSE
               PERFORM 6100-GRABAR-DATOS
           END-IF.
       6020-FIN-CONTROLAR-DOCUMENTO.
           EXIT.

      * Documento en blanco es "sin informar" y se acepta como hasta
      * ahora (CentralDeudores lo deja en excepciones). Informado,
      * tiene que ser un CUIT/CUIL de 11 digitos con prefijo valido
      * y digito verificador correcto.
       6050-VALIDAR-DOCUMENTO.
           MOVE "S" TO WS-DOC-VALIDO.
           IF MANTD-DOCUMENTO NOT EQUAL SPACES
               MOVE MANTD-DOCUMENTO TO WS-CUIT
               IF WS-CUIT NOT NUMERIC
                   MOVE "N" TO WS-DOC-VALIDO
                   MOVE "DOCUMENTO INVALIDO" TO WS-MOTIVO
               ELSE
                   IF NOT CUIT-TIPO-VALIDO
                       MOVE "N" TO WS-DOC-VALIDO
                       MOVE "DOCUMENTO INVALIDO" TO WS-MOTIVO
                   ELSE
                       PERFORM 6060-CALCULAR-DIGITO
                       IF WS-DV-CUIT NOT EQUAL WS-CUIT-DIGITO (11)
                           MOVE "N" TO WS-DOC-VALIDO
                           MOVE "DIGITO CUIT ERRONEO" TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       6050-FIN-VALIDAR-DOCUMENTO.
           EXIT.

      * Un resto que da verificador 10 no tiene digito posible: se
      * deja en 10 para que nunca coincida y el CUIT se rechace.
       6060-CALCULAR-DIGITO.
           MOVE ZERO TO WS-SUMA-CUIT.
           PERFORM 6070-SUMAR-DIGITO
               VARYING WS-IDX-CUIT FROM 1 BY 1
               UNTIL WS-IDX-CUIT GREATER THAN 10.
           DIVIDE WS-SUMA-CUIT BY 11 GIVING WS-COCIENTE-CUIT
               REMAINDER WS-RESTO-CUIT.
           COMPUTE WS-DV-CUIT = 11 - WS-RESTO-CUIT.
           IF WS-DV-CUIT EQUAL 11
               MOVE ZERO TO WS-DV-CUIT
           END-IF.
       6060-FIN-CALCULAR-DIGITO.
           EXIT.

       6070-SUMAR-DIGITO.
           COMPUTE WS-SUMA-CUIT = WS-SUMA-CUIT
               + WS-CUIT-DIGITO (WS-IDX-CUIT)
               * WS-PESO-CUIT (WS-IDX-CUIT).
       6070-FIN-SUMAR-DIGITO.
           EXIT.

       6100-GRABAR-DATOS.
           MOVE MANTD-IDN TO CDAT-IDN.
           READ CLIENTES-DATOS
                   END-EVALUATE
               WHEN "23"
                   INITIALIZE WS-DAT-IMAGEN-ANT
                   MOVE SPACES TO CDAT-EXENCIONES
                   MOVE "N"    TO CDAT-EXENTO-GANANCIAS
                   MOVE "N"    TO CDAT-EXENTO-DEBCRED
                   PERFORM 6160-APLICAR-CAMPOS-DATOS
                   WRITE REGISTRO-CLIENTE-DATOS
                   EVALUATE FS-DATOS
           MOVE CDAT-LOCALIDAD TO WS-DAT-ANT-LOCALIDAD.
           MOVE CDAT-DOCUMENTO TO WS-DAT-ANT-DOCUMENTO.
           MOVE CDAT-TELEFONO  TO WS-DAT-ANT-TELEFONO.
           MOVE CDAT-EXENCIONES TO WS-DAT-ANT-EXENCIONES.
       6150-FIN-IMAGEN-ANT-DATOS.
           EXIT.

           MOVE MANTD-LOCALIDAD TO WS-DAT-NVO-LOCALIDAD.
           MOVE MANTD-DOCUMENTO TO WS-DAT-NVO-DOCUMENTO.
           MOVE MANTD-TELEFONO  TO WS-DAT-NVO-TELEFONO.
           MOVE CDAT-EXENCIONES TO WS-DAT-NVO-EXENCIONES.
       6160-FIN-APLICAR-CAMPOS-DATOS.
           EXIT.

       6300-FIN-APLICAR-DATOS-BAJA.
           EXIT.

      * Las exenciones se marcan sobre datos ya cargados: el resto
      * del registro no cambia y la auditoria lleva ambas imagenes.
       6700-APLICAR-EXENCIONES.
           IF NOT MANTX-GANANCIAS-VALIDO
              OR NOT MANTX-DEBCRED-VALIDO
               MOVE "EXENCION INVALIDA" TO WS-MOTIVO
               PERFORM 3900-GRABAR-RECHAZO
           ELSE
               MOVE MANTX-IDN TO CDAT-IDN
               READ CLIENTES-DATOS
               EVALUATE FS-DATOS
                   WHEN "00"
                       PERFORM 6150-IMAGEN-ANT-DATOS
                       MOVE WS-DAT-IMAGEN-ANT TO WS-DAT-IMAGEN-NVA
                       MOVE MANTX-EXENTO-GANANCIAS
                            TO CDAT-EXENTO-GANANCIAS
                       MOVE MANTX-EXENTO-DEBCRED
                            TO CDAT-EXENTO-DEBCRED
                       MOVE CDAT-EXENCIONES TO WS-DAT-NVO-EXENCIONES
                       REWRITE REGISTRO-CLIENTE-DATOS
                       EVALUATE FS-DATOS
                           WHEN "00"
                               ADD 1 TO WS-EXENCIONES
                               MOVE "EXENCION" TO WS-ACCION
                               PERFORM 6500-GRABAR-DATOS-AUDITORIA
                           WHEN OTHER
                               DISPLAY "ERROR AL REGRABAR "
                                       "CLIENTES-DATOS"
                               DISPLAY "FILE STATUS ERROR" FS-DATOS
                               MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
                               MOVE FS-DATOS TO ABE-FILE-STATUS
                               MOVE "6700-APLICAR-EXENCIONES"
                                    TO ABE-PARRAFO
                               MOVE 18 TO ABE-RETORNO
                               PERFORM 9900-ABEND
                       END-EVALUATE
                   WHEN "23"
                       MOVE "SIN DATOS CARGADOS" TO WS-MOTIVO
                       PERFORM 3900-GRABAR-RECHAZO
                   WHEN OTHER
                       DISPLAY "ERROR EN LECTURA DE CLIENTES-DATOS"
                       DISPLAY "FILE STATUS ERROR" FS-DATOS
                       MOVE "CLIENTES-DATOS" TO ABE-ARCHIVO
                       MOVE FS-DATOS TO ABE-FILE-STATUS
                       MOVE "6700-APLICAR-EXENCIONES" TO ABE-PARRAFO
                       MOVE 17 TO ABE-RETORNO
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
       6700-FIN-APLICAR-EXENCIONES.
           EXIT.

       6500-GRABAR-DATOS-AUDITORIA.
           MOVE WS-AUD-FECHA TO DAU-FECHA.
           ACCEPT WS-AUD-HORA8 FROM TIME.
           MOVE WS-DAT-NVO-LOCALIDAD TO DAU-LOCALIDAD-NVO.
           MOVE WS-DAT-NVO-DOCUMENTO TO DAU-DOCUMENTO-NVO.
           MOVE WS-DAT-NVO-TELEFONO  TO DAU-TELEFONO-NVO.
           MOVE WS-DAT-ANT-EXENCIONES TO DAU-EXENCIONES-ANT.
           MOVE WS-DAT-NVO-EXENCIONES TO DAU-EXENCIONES-NVO.
           WRITE REGISTRO-DATOS-AUDITORIA.
           EVALUATE FS-DAT-AUDIT
               WHEN "00"
       6500-FIN-GRABAR-DATOS-AUDITORIA.
           EXIT.

      * Control de un alta (por nombre) o de un documento (opcion D)
      * contra la lista. Se recorren todas las entradas para que cada
      * coincidencia quede registrada; alcanza con una que no este
      * despejada para rechazar la transaccion.
       7000-CONTROLAR-RESTRINGIDOS.
           MOVE "N" TO WS-RESTRINGIDO.
           IF TAB-RST-CANT GREATER THAN ZERO
               MOVE WS-CTL-APELLIDO TO NOR-TEXTO
               PERFORM 7100-ARMAR-CLAVE
               MOVE NOR-CLAVE TO WS-CTL-CLAVE-APE
               MOVE NOR-LARGO TO WS-CTL-LARGO-APE
               MOVE WS-CTL-NOMBRE TO NOR-TEXTO
               PERFORM 7100-ARMAR-CLAVE
               MOVE NOR-CLAVE TO WS-CTL-CLAVE-NOM
               MOVE NOR-LARGO TO WS-CTL-LARGO-NOM
               PERFORM 7010-CONTROLAR-ENTRADA
                   VARYING WS-IDX-RST FROM 1 BY 1
                   UNTIL WS-IDX-RST GREATER THAN TAB-RST-CANT
           END-IF.
       7000-FIN-CONTROLAR-RESTRINGIDOS.
           EXIT.

       7010-CONTROLAR-ENTRADA.
           IF WS-CTL-TIPO EQUAL "N"
               PERFORM 7020-COMPARAR-NOMBRE
           ELSE
               PERFORM 7050-COMPARAR-DOCUMENTO
           END-IF.
           IF HAY-COINCIDENCIA
               PERFORM 7400-VERIFICAR-DECISION
           END-IF.
       7010-FIN-CONTROLAR-ENTRADA.
           EXIT.

      * Apellido contra apellido y nombre contra nombre; si la lista
      * no trae nombre (entidades) alcanza con el apellido. Tambien
      * se prueba cruzado, por si se cargaron invertidos.
       7020-COMPARAR-NOMBRE.
           MOVE "N" TO WS-COINCIDE.
           IF TAB-RST-LARGO-APE (WS-IDX-RST) GREATER THAN ZERO
               PERFORM 7030-NOMBRE-DIRECTO
               IF NOT HAY-COINCIDENCIA
                  AND TAB-RST-LARGO-NOM (WS-IDX-RST) GREATER THAN ZERO
                   PERFORM 7040-NOMBRE-CRUZADO
               END-IF
           END-IF.
       7020-FIN-COMPARAR-NOMBRE.
           EXIT.

       7030-NOMBRE-DIRECTO.
           MOVE WS-CTL-CLAVE-APE TO CMP-CLAVE-1.
           MOVE WS-CTL-LARGO-APE TO CMP-LARGO-1.
           MOVE TAB-RST-CLAVE-APE (WS-IDX-RST) TO CMP-CLAVE-2.
           MOVE TAB-RST-LARGO-APE (WS-IDX-RST) TO CMP-LARGO-2.
           MOVE "N" TO CMP-PREFIJO.
           PERFORM 7200-COMPARAR-CLAVES.
           IF CLAVES-COINCIDEN
               IF TAB-RST-LARGO-NOM (WS-IDX-RST) EQUAL ZERO
                   MOVE "S" TO WS-COINCIDE
               ELSE
                   MOVE WS-CTL-CLAVE-NOM TO CMP-CLAVE-1
                   MOVE WS-CTL-LARGO-NOM TO CMP-LARGO-1
                   MOVE TAB-RST-CLAVE-NOM (WS-IDX-RST) TO CMP-CLAVE-2
                   MOVE TAB-RST-LARGO-NOM (WS-IDX-RST) TO CMP-LARGO-2
                   MOVE "S" TO CMP-PREFIJO
                   PERFORM 7200-COMPARAR-CLAVES
                   MOVE CMP-RESULTADO TO WS-COINCIDE
               END-IF
           END-IF.
       7030-FIN-NOMBRE-DIRECTO.
           EXIT.

       7040-NOMBRE-CRUZADO.
           MOVE WS-CTL-CLAVE-APE TO CMP-CLAVE-1.
           MOVE WS-CTL-LARGO-APE TO CMP-LARGO-1.
           MOVE TAB-RST-CLAVE-NOM (WS-IDX-RST) TO CMP-CLAVE-2.
           MOVE TAB-RST-LARGO-NOM (WS-IDX-RST) TO CMP-LARGO-2.
           MOVE "N" TO CMP-PREFIJO.
           PERFORM 7200-COMPARAR-CLAVES.
           IF CLAVES-COINCIDEN
               MOVE WS-CTL-CLAVE-NOM TO CMP-CLAVE-1
               MOVE WS-CTL-LARGO-NOM TO CMP-LARGO-1
               MOVE TAB-RST-CLAVE-APE (WS-IDX-RST) TO CMP-CLAVE-2
               MOVE TAB-RST-LARGO-APE (WS-IDX-RST) TO CMP-LARGO-2
               MOVE "S" TO CMP-PREFIJO
               PERFORM 7200-COMPARAR-CLAVES
               MOVE CMP-RESULTADO TO WS-COINCIDE
           END-IF.
       7040-FIN-NOMBRE-CRUZADO.
           EXIT.

      * CUIT contra CUIT completo; un DNI de la lista contra las
      * posiciones 3 a 10 del CUIT del cliente.
       7050-COMPARAR-DOCUMENTO.
           MOVE "N" TO WS-COINCIDE.
           IF WS-CTL-DOCUMENTO NOT EQUAL SPACES
               EVALUATE TRUE
                   WHEN TAB-RST-TIPO-DOC (WS-IDX-RST) EQUAL "C"
                    AND TAB-RST-DOCUMENTO (WS-IDX-RST)
                        EQUAL WS-CTL-DOCUMENTO
                       MOVE "S" TO WS-COINCIDE
                   WHEN TAB-RST-TIPO-DOC (WS-IDX-RST) EQUAL "D"
                    AND TAB-RST-DOCUMENTO (WS-IDX-RST) (1:8)
                        EQUAL WS-CTL-DOCUMENTO (3:8)
                       MOVE "S" TO WS-COINCIDE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       7050-FIN-COMPARAR-DOCUMENTO.
           EXIT.

       7100-ARMAR-CLAVE.
           MOVE SPACES TO NOR-CLAVE.
           MOVE ZERO   TO NOR-LARGO.
           MOVE SPACE  TO NOR-ANTERIOR.
           INSPECT NOR-TEXTO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 7110-FONEMA
               VARYING NOR-POS FROM 1 BY 1
               UNTIL NOR-POS GREATER THAN 10.
       7100-FIN-ARMAR-CLAVE.
           EXIT.

       7110-FONEMA.
           MOVE NOR-LETRA (NOR-POS) TO NOR-ACTUAL.
           IF NOR-POS LESS THAN 10
               MOVE NOR-LETRA (NOR-POS + 1) TO NOR-SIGUIENTE
           ELSE
               MOVE SPACE TO NOR-SIGUIENTE
           END-IF.
           MOVE SPACE TO NOR-FONEMA.
           EVALUATE TRUE
               WHEN NOR-ACTUAL EQUAL "H"
                   CONTINUE
               WHEN NOR-ACTUAL EQUAL "U"
                AND (NOR-ANTERIOR EQUAL "Q" OR NOR-ANTERIOR EQUAL "G")
                AND (NOR-SIGUIENTE EQUAL "E" OR NOR-SIGUIENTE EQUAL "I")
                   CONTINUE
               WHEN NOR-ACTUAL EQUAL "C"
                AND (NOR-SIGUIENTE EQUAL "E" OR NOR-SIGUIENTE EQUAL "I")
                   MOVE "S" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "G"
                AND (NOR-SIGUIENTE EQUAL "E" OR NOR-SIGUIENTE EQUAL "I")
                   MOVE "J" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "C" OR NOR-ACTUAL EQUAL "Q"
                   MOVE "K" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "V"
                   MOVE "B" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "Z"
                   MOVE "S" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "Y"
                   MOVE "I" TO NOR-FONEMA
               WHEN NOR-ACTUAL EQUAL "W"
                   MOVE "U" TO NOR-FONEMA
               WHEN NOR-ACTUAL NOT LESS THAN "A"
                AND NOR-ACTUAL NOT GREATER THAN "Z"
                   MOVE NOR-ACTUAL TO NOR-FONEMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOR-FONEMA NOT EQUAL SPACE
               PERFORM 7120-AGREGAR-FONEMA
           END-IF.
           MOVE NOR-ACTUAL TO NOR-ANTERIOR.
       7110-FIN-FONEMA.
           EXIT.

       7120-AGREGAR-FONEMA.
           IF NOR-LARGO EQUAL ZERO
               ADD 1 TO NOR-LARGO
               MOVE NOR-FONEMA TO NOR-CLAVE-LETRA (NOR-LARGO)
           ELSE
               IF NOR-FONEMA NOT EQUAL NOR-CLAVE-LETRA (NOR-LARGO)
                   ADD 1 TO NOR-LARGO
                   MOVE NOR-FONEMA TO NOR-CLAVE-LETRA (NOR-LARGO)
               END-IF
           END-IF.
       7120-FIN-AGREGAR-FONEMA.
           EXIT.

       7200-COMPARAR-CLAVES.
           MOVE "N"  TO CMP-RESULTADO.
           MOVE ZERO TO CMP-DIFERENCIAS.
           EVALUATE TRUE
               WHEN CMP-LARGO-1 EQUAL ZERO OR CMP-LARGO-2 EQUAL ZERO
                   CONTINUE
               WHEN CMP-CLAVE-1 EQUAL CMP-CLAVE-2
                   MOVE "S" TO CMP-RESULTADO
               WHEN CMP-LARGO-1 EQUAL CMP-LARGO-2
                AND CMP-LARGO-1 NOT LESS THAN 4
                   PERFORM 7210-CONTAR-DIFERENCIA
                       VARYING CMP-POS FROM 1 BY 1
                       UNTIL CMP-POS GREATER THAN CMP-LARGO-1
                   IF CMP-DIFERENCIAS NOT GREATER THAN 1
                       MOVE "S" TO CMP-RESULTADO
                   END-IF
               WHEN CMP-PREFIJO EQUAL "S"
                   PERFORM 7220-COMPARAR-PREFIJO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       7200-FIN-COMPARAR-CLAVES.
           EXIT.

       7210-CONTAR-DIFERENCIA.
           IF CMP-LETRA-1 (CMP-POS) NOT EQUAL CMP-LETRA-2 (CMP-POS)
               ADD 1 TO CMP-DIFERENCIAS
           END-IF.
       7210-FIN-CONTAR-DIFERENCIA.
           EXIT.

       7220-COMPARAR-PREFIJO.
           IF CMP-LARGO-1 LESS THAN CMP-LARGO-2
               MOVE CMP-LARGO-1 TO CMP-MENOR
           ELSE
               MOVE CMP-LARGO-2 TO CMP-MENOR
           END-IF.
           IF CMP-MENOR NOT LESS THAN 3
               IF CMP-CLAVE-1 (1:CMP-MENOR)
                  EQUAL CMP-CLAVE-2 (1:CMP-MENOR)
                   MOVE "S" TO CMP-RESULTADO
               END-IF
           END-IF.
       7220-FIN-COMPARAR-PREFIJO.
           EXIT.

      * Una coincidencia ya despejada por cumplimiento no frena; una
      * nueva queda pendiente (origen mantenimiento) para que el
      * control nocturno la liste hasta que se decida.
       7400-VERIFICAR-DECISION.
           MOVE WS-CTL-IDN TO DEC-IDN.
           MOVE TAB-RST-ID (WS-IDX-RST) TO DEC-RST-ID.
           MOVE WS-CTL-TIPO TO DEC-TIPO.
           READ DECISIONES
           EVALUATE FS-DECISIONES
               WHEN "00"
                   IF NOT DEC-DESPEJADA
                       MOVE "S" TO WS-RESTRINGIDO
                   END-IF
               WHEN "23"
                   PERFORM 7450-GRABAR-PENDIENTE
                   MOVE "S" TO WS-RESTRINGIDO
               WHEN OTHER
                   DISPLAY "ERROR EN LECTURA DE RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "7400-VERIFICAR-DECISION" TO ABE-PARRAFO
                   MOVE 17 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       7400-FIN-VERIFICAR-DECISION.
           EXIT.

       7450-GRABAR-PENDIENTE.
           MOVE "P"              TO DEC-ESTADO.
           MOVE "M"              TO DEC-ORIGEN.
           MOVE WS-CTL-APELLIDO  TO DEC-APELLIDO.
           MOVE WS-CTL-NOMBRE    TO DEC-NOMBRE.
           MOVE WS-CTL-DOCUMENTO TO DEC-DOCUMENTO.
           MOVE WS-AUD-FECHA     TO DEC-FECHA-DETECCION.
           MOVE ZERO             TO DEC-FECHA-CONTROL.
           MOVE ZERO             TO DEC-FECHA-DECISION.
           MOVE SPACES           TO DEC-OPERADOR.
           WRITE REGISTRO-DECISION
           EVALUATE FS-DECISIONES
               WHEN "00"
                   ADD 1 TO WS-COINCIDENCIAS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR RESTRINGIDOS-DECISIONES"
                   DISPLAY "FILE STATUS ERROR" FS-DECISIONES
                   MOVE "RESTRINGIDOS-DECISIO" TO ABE-ARCHIVO
                   MOVE FS-DECISIONES TO ABE-FILE-STATUS
                   MOVE "7450-GRABAR-PENDIENTE" TO ABE-PARRAFO
                   MOVE 18 TO ABE-RETORNO
                   PERFORM 9900-ABEND
           END-EVALUATE.
       7450-FIN-GRABAR-PENDIENTE.
           EXIT.

       3700-GRABAR-MANT-RESUMEN.
           OPEN OUTPUT MANT-RESUMEN.
           EVALUATE FS-MANT-RESUMEN
           CLOSE TRANMANT
           CLOSE CLIENTES-IDX
           CLOSE CLIENTES-DATOS
           CLOSE DECISIONES
           IF NOT SIN-POSICION
               CLOSE POSICION
           END-IF
           IF NOT SIN-EMBARGOS
               CLOSE EMBARGOS
           END-IF
           IF NOT SIN-RECLAMOS
               CLOSE RECLAMOS
           END-IF
           CLOSE CIERRES
           CLOSE PENDIENTES
           CLOSE DATOS-AUDITORIA
           CLOSE LISTADO
           CLOSE RECHAZOS
           DISPLAY "TRANSACCIONES LEIDAS: " WS-LEIDAS.
           DISPLAY "ALTAS PROCESADAS    : " WS-ALTAS.
           DISPLAY "CAMBIOS PROCESADOS  : " WS-CAMBIOS.
           DISPLAY "CAMBIOS A APROBACION: " WS-PENDIENTES.
           DISPLAY "BAJAS PEDIDAS       : " WS-BAJAS.
           DISPLAY "LISTADOS PROCESADOS : " WS-LISTADOS.
           DISPLAY "CARGAS DE DATOS     : " WS-DATOS-CARGAS.
           DISPLAY "BAJAS DE DATOS      : " WS-DATOS-BAJAS.
           DISPLAY "EXENCIONES APLICADAS: " WS-EXENCIONES.
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-RECHAZADOS.
           DISPLAY "COINCIDENCIAS NUEVAS CON RESTRINGIDOS: "
                   WS-COINCIDENCIAS.
       5000-FIN-MOSTRAR-RESUMEN.
           EXIT.

