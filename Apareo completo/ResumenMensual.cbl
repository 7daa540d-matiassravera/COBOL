
       01  REGISTRO-HISTORIA.
           03  HIST-CLAVE.
               05  HIST-IDN     PIC 9(7).
               05  HIST-FECHA   PIC 9(8).
               05  HIST-MONEDA  PIC X(3).
           03  HIST-APELLIDO    PIC X(10).
           03  HIST-NOMBRE     PIC X(10).
           03  HIST-SALDOS      PIC S9(9)V99.

       FD  FERIADOS.

       FD  RESUMEN.

       01  REGISTRO-RESUMEN.
           03  RES-IDN          PIC 9(7).
           03  RES-MONEDA       PIC X(3).
           03  RES-MES          PIC 9(6).
           03  RES-PROMEDIO     PIC S9(9)V99.
           03  RES-MINIMO       PIC S9(9)V99.
           03  RES-DIAS-DEUDOR  PIC 9(3).
           03  RES-CAMBIOS      PIC 9(3).
           03  RES-DIAS-DATO    PIC 9(3).

      * Acumulado del cliente en curso, una entrada por moneda.
       01  CLIENTE-EN-CURSO.
           03  WS-CLI-IDN       PIC 9(7).
           03  WS-CLI-APELLIDO  PIC X(10).
           03  WS-CLI-HAY       PIC X(01) VALUE "N".
               88 HAY-CLIENTE-EN-CURSO VALUE "S".
           03  WS-CLI-MON-ENTRY OCCURS 2 TIMES.
               05  WS-CLI-CANT      PIC 9(3).
               05  WS-CLI-SUMA      PIC S9(13)V99.
               05  WS-CLI-MINIMO    PIC S9(9)V99.
               05  WS-CLI-DEUDOR    PIC 9(3).
               05  WS-CLI-CAMBIOS   PIC 9(3).
               05  WS-CLI-SALDO-ANT PIC S9(9)V99.
               05  WS-CLI-HAY-MON   PIC X(01).

       01  WS-IDX-MON           PIC 9(1).
       01  WS-PROMEDIO          PIC S9(9)V99.
       01  WS-FIN-BARRIDO       PIC X(01) VALUE "N".
           88 FIN-DE-BARRIDO    VALUE "S".

           03  FILLER           PIC X(28) VALUE SPACES.

       01  LINEA-ENCABEZADO-2.
           03  FILLER           PIC X(9)  VALUE "IDN".
           03  FILLER           PIC X(11) VALUE "APELLIDO".
           03  FILLER           PIC X(4)  VALUE "MON".
           03  FILLER           PIC X(17) VALUE "PROMEDIO".
           03  FILLER           PIC X(17) VALUE "MINIMO".
           03  FILLER           PIC X(8)  VALUE "D.DEUD".
           03  FILLER           PIC X(8)  VALUE "CAMBIOS".
           03  FILLER           PIC X(6)  VALUE SPACES.

       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

       01  LINEA-DETALLE.
           03  DET-IDN          PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-APELLIDO     PIC X(10).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(1)  VALUE SPACES.
           03  DET-PROMEDIO     PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-MINIMO       PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(4)  VALUE SPACES.
           03  DET-DEUDOR       PIC ZZ9.
           03  FILLER           PIC X(5)  VALUE SPACES.
           03  DET-CAMBIOS      PIC ZZ9.
           03  FILLER           PIC X(9)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
