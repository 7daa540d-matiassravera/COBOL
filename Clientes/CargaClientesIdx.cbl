
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
       FD  CLIENTES-IDX.

       01  REGISTRO-CLIENTE-IDX.
           03  CIDX-IDN        PIC 9(7).
           03  CIDX-NOMBRE     PIC X(10).
           03  CIDX-APELLIDO   PIC X(10).
           03  CIDX-SUCURSAL   PIC 9(2).
           03  CIDX-ESTADO     PIC X(01).
           03  CIDX-LIMITE     PIC 9(9)V99.

       FD  ARCHIVO-ERRORES.
       01  REGISTRO-ERROR.
