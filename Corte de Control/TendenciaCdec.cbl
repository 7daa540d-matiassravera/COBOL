       01  WS-FECHA-HOY-8       PIC 9(8).
       01  WS-FECHA-REF-8       PIC 9(8).
       01  WS-ENTERO-FECHA      PIC 9(8).
       01  WS-VARIACION         PIC S9(9)V99.
       01  WS-HAY-ALERTA        PIC X(01) VALUE "N".
           88 HAY-ALERTA        VALUE "S".
       01  WS-REF-ENCONTRADA    PIC X(01).
