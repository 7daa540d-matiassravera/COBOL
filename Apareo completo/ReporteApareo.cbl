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

       FD  REPORTE.
       01  TABLA-TOTALES-MONEDA.
           03  MON-TOT-ENTRY OCCURS 2 TIMES.
               05  MON-CODIGO      PIC X(3).
               05  MON-TOTAL       PIC S9(12)V99.
               05  MON-CANTIDAD    PIC 9(7).
       01  WS-IDX-MON            PIC 9(1).

           03  FILLER           PIC X(2)  VALUE SPACES.
           03  FILLER           PIC X(10) VALUE "NOMBRE".
           03  FILLER           PIC X(4)  VALUE SPACES.
           03  FILLER           PIC X(17) VALUE "SALDOS".
           03  FILLER           PIC X(8)  VALUE "MONEDA".
           03  FILLER           PIC X(29) VALUE SPACES.

       01  LINEA-EN-BLANCO      PIC X(80) VALUE SPACES.

           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-NOMBRE       PIC X(10).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-SALDOS       PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  DET-MONEDA       PIC X(3).
           03  FILLER           PIC X(33) VALUE SPACES.

       01  LINEA-TOTAL.
           03  FILLER           PIC X(14) VALUE "TOTAL GENERAL ".
           03  TOT-MONEDA       PIC X(3).
           03  FILLER           PIC X(3)  VALUE ": ".
           03  TOT-SALDOS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER           PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
