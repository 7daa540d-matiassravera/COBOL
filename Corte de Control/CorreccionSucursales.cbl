           03  FECHA               PIC 9(8).
           03  NRO-SUCURSAL        PIC 9(2).
           03  NOM-SUC             PIC X(10).
           03  CLIENTE             PIC 9(7).
           03  CHEQUES             PIC 9(3).
           03  MONTO-COMPENSADO    PIC 9(7)V99.
       01  REGISTRO-DETALLE.
           03  DET-NRO-SUCURSAL    PIC 9(2).
           03  DET-MARCA           PIC X(2).
               88 ES-REGISTRO-DETALLE VALUE "*D".
           03  DET-CLIENTE         PIC 9(7).
           03  DET-NRO-CHEQUE      PIC 9(8).
           03  DET-IMPORTE         PIC 9(7)V99.
           03  DET-FECHA-EMISION   PIC 9(8).

       FD  CORREGIDO.

       01  REGISTRO-CORREGIDO      PIC X(39).
       01  REGISTRO-CORREGIDO-DET  PIC X(44).

       FD  REPORTE.

