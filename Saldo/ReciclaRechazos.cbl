           03  RQ-ORIGEN        PIC X(01).
           03  RQ-FECHA-ING     PIC 9(8).
           03  RQ-DIAS          PIC 9(3).
           03  RQ-IMAGEN        PIC X(40).

       FD  RECHAZOS-S.

      * Largos reales de los rechazos de hoy: SALDO-RECHAZOS es
      * idn(7) + saldos(11) + motivo(20) + fuente(2) = 40 y
      * CLIENTES-RECHAZOS es opcion(1) + idn(7) + motivo(20) = 28.
       01  REGISTRO-RECHAZO-S   PIC X(40).

       FD  RECHAZOS-C.

       01  REGISTRO-RECHAZO-C   PIC X(28).

       FD  REPARACIONES.

           03  REP-NRO          PIC 9(5).
           03  REP-ORIGEN       PIC X(01).
      * Registro corregido completo en el layout de destino:
      * SALDO-CRUDO (48) o CLIENTES-MANT (66, con la vista de
      * datos complementarios); se dimensiona por el mayor.
           03  REP-DATOS        PIC X(66).

       FD  PENDIENTES-NUEVO.

           03  RQN-ORIGEN       PIC X(01).
           03  RQN-FECHA-ING    PIC 9(8).
           03  RQN-DIAS         PIC 9(3).
           03  RQN-IMAGEN       PIC X(40).

       FD  REPARADO-S.

       01  REGISTRO-REPARADO-S  PIC X(48).

       FD  REPARADO-C.

       01  REGISTRO-REPARADO-C  PIC X(66).

       FD  REPORTE.

           03  TAB-REP-ENTRY OCCURS 200 TIMES.
               05  TAB-REP-NRO     PIC 9(5).
               05  TAB-REP-ORIGEN  PIC X(01).
               05  TAB-REP-DATOS   PIC X(66).
               05  TAB-REP-USADA   PIC X(01).

       01  WS-IDX-REP           PIC 9(3).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  ANT-DIAS         PIC ZZ9.
           03  FILLER           PIC X(7)  VALUE " DIAS  ".
           03  ANT-IMAGEN       PIC X(40).
           03  FILLER           PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
