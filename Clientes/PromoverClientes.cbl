
       01  REGISTRO-VIEJO.
           03  FILLER          PIC X(5).
           03  IDN             PIC 9(7).
           03  NOMBRE          PIC X(10).
           03  APELLIDO        PIC X(10).
           03  FILLER          PIC X(3).
           03  CLI-SUCURSAL    PIC 9(2).
           03  CLI-ESTADO      PIC X(01).
           03  CLI-LIMITE      PIC 9(9)V99.
       01  REGISTRO-VIEJO-TRAILER.
           03  TRAILER-ID-V    PIC X(10).
           03  TRAILER-CANT-V  PIC 9(07).

       01  REGISTRO-NUEVO.
           03  FILLER          PIC X(5).
           03  IDN             PIC 9(7).
           03  NOMBRE          PIC X(10).
           03  APELLIDO        PIC X(10).
           03  FILLER          PIC X(3).
           03  CLI-SUCURSAL    PIC 9(2).
           03  CLI-ESTADO      PIC X(01).
           03  CLI-LIMITE      PIC 9(9)V99.

       FD  MANT-RESUMEN.


       01  REGISTRO-RESPALDO.
           03  FILLER          PIC X(5).
           03  IDN             PIC 9(7).
           03  NOMBRE          PIC X(10).
           03  APELLIDO        PIC X(10).
           03  FILLER          PIC X(3).
           03  CLI-SUCURSAL    PIC 9(2).
           03  CLI-ESTADO      PIC X(01).
           03  CLI-LIMITE      PIC 9(9)V99.
       01  REGISTRO-RESPALDO-TRAILER.
           03  TRAILER-ID-R    PIC X(10).
           03  TRAILER-CANT-R  PIC 9(07).

       01  REGISTRO-SALIDA.
           03  FILLER          PIC X(5).
           03  IDN             PIC 9(7).
           03  NOMBRE          PIC X(10).
           03  APELLIDO        PIC X(10).
           03  FILLER          PIC X(3).
           03  CLI-SUCURSAL    PIC 9(2).
           03  CLI-ESTADO      PIC X(01).
           03  CLI-LIMITE      PIC 9(9)V99.
       01  REGISTRO-SALIDA-TRAILER.
           03  TRAILER-ID-S    PIC X(10).
           03  TRAILER-CANT-S  PIC 9(07).
       01  WS-ALTAS             PIC 9(5) VALUE ZERO.
       01  WS-BAJAS             PIC 9(5) VALUE ZERO.

       01  WS-IDN-ANT-NUEVO     PIC 9(7) VALUE ZERO.
       01  WS-FUERA-DE-ORDEN    PIC X(01) VALUE "N".
           88 NUEVO-FUERA-DE-ORDEN VALUE "S".
       01  WS-HAY-RECHAZO       PIC X(01) VALUE "N".
