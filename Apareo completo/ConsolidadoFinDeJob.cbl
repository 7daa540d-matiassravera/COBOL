           03  R1-MONEDAS OCCURS 2 TIMES.
               05  R1-MON-CODIGO    PIC X(3).
               05  R1-MON-CARGADOSC PIC 9(7).
               05  R1-MON-TOTAL-C   PIC S9(12)V99.

       FD  RESUMEN-APAREON.

           03  RN-MONEDAS OCCURS 2 TIMES.
               05  RN-MON-CODIGO    PIC X(3).
               05  RN-MON-CARGADOSC PIC 9(7).
               05  RN-MON-TOTAL-C   PIC S9(12)V99.

       FD  CONTROL-CORRIDAS.
       01  REGISTRO-CONTROL.
