       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OJO: el registro crecio con LOG-CUOTAS; un CALC-LOG grabado con
      * el layout corto no se puede reprocesar con este.
       SELECT ARCHIVO-LOG ASSIGN TO "CALC-LOG"
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS FS-CADENAS.

      * prestamos a cotizar en modo archivo: capital, tasa nominal
      * anual, cantidad de cuotas y fecha del primer vencimiento
       SELECT ARCHIVO-PRESTAMOS ASSIGN TO "CALC-PRESTAMOS"
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS FS-PRESTAMOS.

      * cronograma impreso que se lleva el cliente, uno a continuacion
      * del otro si se cotiza mas de un prestamo
       SELECT ARCHIVO-CRONOGRAMA ASSIGN TO "CALC-CRONOGRAMA"
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS FS-CRONOGRAMA.

       DATA DIVISION.
       FILE SECTION.

           05 LOG-OPERANDO      PIC X(01).
           05 LOG-NUMERO2       PIC S9(16)V99.
           05 LOG-RESULTADO     PIC S9(16)V99.
           05 LOG-CUOTAS        PIC 9(03).

       FD  ARCHIVO-ENTRADA-CALC.

              10 CAD-OPER        PIC X(01).
              10 CAD-OPERANDO    PIC S9(16)V99.

       FD  ARCHIVO-PRESTAMOS.

       01 REGISTRO-PRESTAMO.
           05 PRE-CAPITAL       PIC S9(16)V99.
           05 PRE-TASA          PIC 9(3)V99.
           05 PRE-CUOTAS        PIC 9(03).
           05 PRE-PRIMER-VTO    PIC 9(08).

       FD  ARCHIVO-CRONOGRAMA.

       01 LINEA-CRONOGRAMA      PIC X(80).

       WORKING-STORAGE SECTION.

       01 calculo.
       01 WS-RESULTADO-LOG      PIC ZZZ9.99-.
       01 WS-RESULTADO-RECALC   PIC ZZZ9.99-.

       01 WS-MODO-PRESTAMO      PIC X(01).
           88 ES-MODO-PRESTAMO VALUE 'S'.

       01 FS-PRESTAMOS          PIC X(2).
           88 FS-PRESTAMOS-OK  VALUE '00'.
           88 FS-PRESTAMOS-EOF VALUE '10'.

       01 FS-CRONOGRAMA         PIC X(2).
           88 FS-CRONOGRAMA-OK VALUE '00'.

      * prestamo en curso, venga de CALC-PRESTAMOS o del operador
       01 prestamo.
           05 capital           PIC S9(16)V99.
           05 tasa-anual        PIC 9(3)V99.
           05 cantidad-cuotas   PIC 9(03).
           05 primer-vto        PIC 9(08).
           05 FILLER REDEFINES primer-vto.
              10 primer-vto-anio PIC 9(04).
              10 primer-vto-mes  PIC 9(02).
              10 primer-vto-dia  PIC 9(02).

      * sistema frances: cuota fija = capital * i / (1 - (1 + i) ** -n)
      * con i la tasa mensual (nominal anual / 12 / 100)
       01 WS-TASA-MENSUAL       PIC 9V9(12).
       01 WS-FACTOR             PIC 9(6)V9(12).
       01 WS-CUOTA              PIC S9(16)V99.
       01 WS-CUOTA-FILA         PIC S9(16)V99.
       01 WS-INTERES            PIC S9(16)V99.
       01 WS-AMORTIZACION       PIC S9(16)V99.
       01 WS-SALDO-PRESTAMO     PIC S9(16)V99.
       01 WS-TOT-INTERES        PIC S9(16)V99.
       01 WS-TOT-AMORTIZACION   PIC S9(16)V99.
       01 WS-TOT-CUOTAS         PIC S9(16)V99.
       01 WS-NRO-CUOTA          PIC 9(03).

      * vencimiento de la cuota en curso: mes a mes desde el primero,
      * el mismo dia o el ultimo del mes si ese mes es mas corto
       01 WS-VTO.
           05 WS-VTO-ANIO       PIC 9(04).
           05 WS-VTO-MES        PIC 9(02).
           05 WS-VTO-DIA        PIC 9(02).
       01 WS-ULTIMO-DIA         PIC 9(02).
       01 WS-COCIENTE           PIC 9(04).
       01 WS-RESTO-4            PIC 9(04).
       01 WS-RESTO-100          PIC 9(04).
       01 WS-RESTO-400          PIC 9(04).
       01 TABLA-DIAS-MES-VALORES PIC X(24)
               VALUE "312831303130313130313031".
       01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
           05 DIAS-DEL-MES      PIC 9(02) OCCURS 12 TIMES.

       01 WS-PRESTAMO-MALO      PIC X(01).
           88 PRESTAMO-MALO    VALUE 'S'.
       01 WS-MOTIVO-PRESTAMO    PIC X(20).
       01 WS-FIN-PRESTAMOS      PIC X(01).
           88 FIN-DE-PRESTAMOS VALUE 'S'.
       01 WS-PRE-LEIDOS         PIC 9(5) VALUE ZERO.
       01 WS-PRE-COTIZADOS      PIC 9(5) VALUE ZERO.
       01 WS-PRE-RECHAZADOS     PIC 9(5) VALUE ZERO.
       01 WS-CUOTA-LINDA        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-CRON-TITULO.
           05 FILLER            PIC X(80) VALUE
              "CRONOGRAMA DE PAGOS - PRESTAMO SISTEMA FRANCES".
       01 LINEA-CRON-DATOS.
           05 FILLER            PIC X(09) VALUE "CAPITAL: ".
           05 CRO-CAPITAL       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(08) VALUE "   TNA: ".
           05 CRO-TASA          PIC ZZ9.99.
           05 FILLER            PIC X(12) VALUE "%   CUOTAS: ".
           05 CRO-CUOTAS        PIC ZZ9.
           05 FILLER            PIC X(28) VALUE SPACES.
       01 LINEA-CRON-ENCABEZADO.
           05 FILLER            PIC X(6)  VALUE "  NRO".
           05 FILLER            PIC X(15) VALUE "VENCIMIENTO".
           05 FILLER            PIC X(15) VALUE "INTERES".
           05 FILLER            PIC X(15) VALUE "CAPITAL".
           05 FILLER            PIC X(15) VALUE "CUOTA".
           05 FILLER            PIC X(14) VALUE "SALDO".
       01 LINEA-CRON-DETALLE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CRO-NRO           PIC ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CRO-VTO-DIA       PIC 9(02).
           05 FILLER            PIC X(1)  VALUE "/".
           05 CRO-VTO-MES       PIC 9(02).
           05 FILLER            PIC X(1)  VALUE "/".
           05 CRO-VTO-ANIO      PIC 9(04).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CRO-INTERES       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CRO-AMORTIZACION  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CRO-CUOTA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CRO-SALDO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
       01 LINEA-CRON-TOTALES.
           05 FILLER            PIC X(20) VALUE "  TOTALES".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TOT-INTERES       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TOT-AMORTIZACION  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TOT-CUOTAS        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(18) VALUE SPACES.
       01 LINEA-CRON-BLANCO     PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WS-MODO-REPLAY FROM ENVIRONMENT "CALC-REPLAY".
               STOP RUN
           END-IF.

           ACCEPT WS-MODO-PRESTAMO FROM ENVIRONMENT "CALC-PRESTAMO".
           IF ES-MODO-PRESTAMO
               PERFORM 9000-procesar-prestamos
               STOP RUN
           END-IF.

           PERFORM 1000-inicio.


           MOVE operando  TO LOG-OPERANDO.
           MOVE WS-NUMERO2-LOG TO LOG-NUMERO2.
           MOVE resultado TO LOG-RESULTADO.
           MOVE ZERO      TO LOG-CUOTAS.
           WRITE REGISTRO-LOG.
           EVALUATE FS-LOG
               WHEN "00"
                    MOVE LOG-NUMERO1  TO numero1
                    MOVE LOG-OPERANDO TO operando
                    MOVE LOG-NUMERO2  TO resultado
                    IF operando EQUAL 'a'
                        MOVE numero1     TO capital
                        MOVE LOG-NUMERO2 TO tasa-anual
                        MOVE LOG-CUOTAS  TO cantidad-cuotas
                        PERFORM 9500-calcular-cuota
                        MOVE WS-CUOTA    TO resultado
                    ELSE
                        PERFORM 4000-ejecutarcalculo
                    END-IF
                    IF resultado NOT EQUAL LOG-RESULTADO
                        ADD 1 TO WS-REPLAY-DIFIEREN
                        MOVE LOG-RESULTADO TO WS-RESULTADO-LOG
           fin-7100-replay-registro. exit.


      * modo prestamo: cronograma de un prestamo por sistema frances
      * (cuota fija). Con CALC-BATCH=S los prestamos salen de
      * CALC-PRESTAMOS y los invalidos van a CALC-RECHAZOS; si no, el
      * operador los ingresa de a uno (capital cero para terminar).
      * Cada cotizacion se imprime en CALC-CRONOGRAMA y queda en
      * CALC-LOG con operando 'a', capital, tasa, cuotas y la cuota.
           9000-procesar-prestamos.

           OPEN OUTPUT ARCHIVO-LOG.
           EVALUATE FS-LOG
               WHEN "00"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR EN APERTURA DEL LOG"
                    DISPLAY "FILE STATUS ERROR " FS-LOG
           END-EVALUATE.

           OPEN OUTPUT ARCHIVO-CRONOGRAMA.
           EVALUATE FS-CRONOGRAMA
               WHEN "00"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR EN APERTURA DE CALC-CRONOGRAMA"
                    DISPLAY "FILE STATUS ERROR " FS-CRONOGRAMA
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           ACCEPT WS-MODO-BATCH FROM ENVIRONMENT "CALC-BATCH".
           IF ES-MODO-BATCH
               OPEN INPUT ARCHIVO-PRESTAMOS
               EVALUATE FS-PRESTAMOS
                   WHEN "00"
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "ERROR EN APERTURA DE CALC-PRESTAMOS"
                        DISPLAY "FILE STATUS ERROR " FS-PRESTAMOS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
               END-EVALUATE

               OPEN OUTPUT ARCHIVO-RECHAZOS-CALC
               EVALUATE FS-RECHAZOS-CALC
                   WHEN "00"
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "ERROR EN APERTURA DE CALC-RECHAZOS"
                        DISPLAY "FILE STATUS ERROR " FS-RECHAZOS-CALC
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
               END-EVALUATE
           END-IF.

           MOVE 'N' TO WS-FIN-PRESTAMOS.
           PERFORM 9100-obtener-prestamo.
           PERFORM 9200-cotizar-prestamo UNTIL FIN-DE-PRESTAMOS.

           CLOSE ARCHIVO-LOG.
           CLOSE ARCHIVO-CRONOGRAMA.
           IF ES-MODO-BATCH
               CLOSE ARCHIVO-PRESTAMOS
               CLOSE ARCHIVO-RECHAZOS-CALC
           END-IF.
           DISPLAY "PRESTAMOS LEIDOS    : " WS-PRE-LEIDOS.
           DISPLAY "PRESTAMOS COTIZADOS : " WS-PRE-COTIZADOS.
           DISPLAY "PRESTAMOS RECHAZADOS: " WS-PRE-RECHAZADOS.

           fin-9000-procesar-prestamos. exit.


      * un campo no numerico del archivo se toma como cero, y el
      * prestamo cae en la validacion con su motivo
           9100-obtener-prestamo.

           IF ES-MODO-BATCH
               READ ARCHIVO-PRESTAMOS
               EVALUATE FS-PRESTAMOS
                   WHEN "00"
                        ADD 1 TO WS-PRE-LEIDOS
                        INITIALIZE prestamo
                        IF PRE-CAPITAL NUMERIC
                            MOVE PRE-CAPITAL TO capital
                        END-IF
                        IF PRE-TASA NUMERIC
                            MOVE PRE-TASA TO tasa-anual
                        END-IF
                        IF PRE-CUOTAS NUMERIC
                            MOVE PRE-CUOTAS TO cantidad-cuotas
                        END-IF
                        IF PRE-PRIMER-VTO NUMERIC
                            MOVE PRE-PRIMER-VTO TO primer-vto
                        END-IF
                   WHEN "10"
                        MOVE 'S' TO WS-FIN-PRESTAMOS
                   WHEN OTHER
                        DISPLAY "ERROR EN LECTURA DE CALC-PRESTAMOS"
                        DISPLAY "FILE STATUS ERROR " FS-PRESTAMOS
                        MOVE 17 TO RETURN-CODE
                        STOP RUN
               END-EVALUATE
           ELSE
               INITIALIZE prestamo
               DISPLAY "ingrese capital del prestamo (0 para salir): "
               ACCEPT capital
               IF capital EQUAL ZERO
                   MOVE 'S' TO WS-FIN-PRESTAMOS
               ELSE
                   ADD 1 TO WS-PRE-LEIDOS
                   DISPLAY "ingrese tasa nominal anual (%): "
                   ACCEPT tasa-anual
                   DISPLAY "ingrese cantidad de cuotas: "
                   ACCEPT cantidad-cuotas
                   DISPLAY "ingrese primer vencimiento (AAAAMMDD): "
                   ACCEPT primer-vto
               END-IF
           END-IF.

           fin-9100-obtener-prestamo. exit.


           9200-cotizar-prestamo.

           PERFORM 9300-validar-prestamo.
           IF NOT PRESTAMO-MALO
               PERFORM 9500-calcular-cuota
           END-IF.
           IF PRESTAMO-MALO
               PERFORM 9800-rechazar-prestamo
           ELSE
               PERFORM 9600-emitir-cronograma
               PERFORM 9700-grabar-log-prestamo
               ADD 1 TO WS-PRE-COTIZADOS
               MOVE WS-CUOTA TO WS-CUOTA-LINDA
               DISPLAY "cuota: " WS-CUOTA-LINDA
                       " - cronograma en CALC-CRONOGRAMA"
           END-IF.
           PERFORM 9100-obtener-prestamo.

           fin-9200-cotizar-prestamo. exit.


      * el capital y el total de cuotas tienen que entrar en las
      * columnas del cronograma; hasta 360 cuotas (30 anios)
           9300-validar-prestamo.

           MOVE 'N' TO WS-PRESTAMO-MALO.
           MOVE primer-vto-anio TO WS-VTO-ANIO.
           MOVE primer-vto-mes  TO WS-VTO-MES.
           MOVE primer-vto-dia  TO WS-VTO-DIA.
           EVALUATE TRUE
               WHEN capital NOT GREATER THAN ZERO
                 OR capital GREATER THAN 999999999.99
                    MOVE 'S' TO WS-PRESTAMO-MALO
                    MOVE "CAPITAL FUERA RANGO" TO WS-MOTIVO-PRESTAMO
               WHEN cantidad-cuotas EQUAL ZERO
                 OR cantidad-cuotas GREATER THAN 360
                    MOVE 'S' TO WS-PRESTAMO-MALO
                    MOVE "CUOTAS FUERA RANGO" TO WS-MOTIVO-PRESTAMO
               WHEN WS-VTO-ANIO LESS THAN 1900
                 OR WS-VTO-MES EQUAL ZERO
                 OR WS-VTO-MES GREATER THAN 12
                 OR WS-VTO-DIA EQUAL ZERO
                    MOVE 'S' TO WS-PRESTAMO-MALO
                    MOVE "VENCIMIENTO INVALIDO" TO WS-MOTIVO-PRESTAMO
               WHEN OTHER
                    PERFORM 9660-ultimo-dia-mes
                    IF WS-VTO-DIA GREATER THAN WS-ULTIMO-DIA
                        MOVE 'S' TO WS-PRESTAMO-MALO
                        MOVE "VENCIMIENTO INVALIDO"
                             TO WS-MOTIVO-PRESTAMO
                    END-IF
           END-EVALUATE.

           fin-9300-validar-prestamo. exit.


      * con tasa cero la cuota es capital / cuotas; el replay del log
      * pasa por aca para verificar las cotizaciones
           9500-calcular-cuota.

           MOVE ZERO TO WS-TASA-MENSUAL.
           MOVE ZERO TO WS-CUOTA.
           IF tasa-anual EQUAL ZERO
               DIVIDE capital BY cantidad-cuotas
                   GIVING WS-CUOTA ROUNDED
                   ON SIZE ERROR
                       MOVE 'S' TO WS-PRESTAMO-MALO
                       MOVE "CUOTAS FUERA RANGO" TO WS-MOTIVO-PRESTAMO
               END-DIVIDE
           ELSE
               COMPUTE WS-TASA-MENSUAL ROUNDED = tasa-anual / 1200
               COMPUTE WS-FACTOR ROUNDED =
                   (1 + WS-TASA-MENSUAL) ** cantidad-cuotas
                   ON SIZE ERROR
                       MOVE 'S' TO WS-PRESTAMO-MALO
                       MOVE "TASA O PLAZO EXCESIVO"
                            TO WS-MOTIVO-PRESTAMO
               END-COMPUTE
               IF NOT PRESTAMO-MALO
                   COMPUTE WS-CUOTA ROUNDED =
                       capital * WS-TASA-MENSUAL * WS-FACTOR
                       / (WS-FACTOR - 1)
                       ON SIZE ERROR
                           MOVE 'S' TO WS-PRESTAMO-MALO
                           MOVE "TASA O PLAZO EXCESIVO"
                                TO WS-MOTIVO-PRESTAMO
                   END-COMPUTE
               END-IF
           END-IF.
           IF NOT PRESTAMO-MALO
              AND WS-CUOTA * cantidad-cuotas GREATER THAN 999999999.99
               MOVE 'S' TO WS-PRESTAMO-MALO
               MOVE "TOTAL FUERA RANGO" TO WS-MOTIVO-PRESTAMO
           END-IF.

           fin-9500-calcular-cuota. exit.


           9600-emitir-cronograma.

           MOVE capital         TO CRO-CAPITAL.
           MOVE tasa-anual      TO CRO-TASA.
           MOVE cantidad-cuotas TO CRO-CUOTAS.
           WRITE LINEA-CRONOGRAMA FROM LINEA-CRON-TITULO.
           WRITE LINEA-CRONOGRAMA FROM LINEA-CRON-DATOS.
           WRITE LINEA-CRONOGRAMA FROM LINEA-CRON-BLANCO.
           WRITE LINEA-CRONOGRAMA FROM LINEA-CRON-ENCABEZADO.
           MOVE capital TO WS-SALDO-PRESTAMO.
           MOVE ZERO    TO WS-TOT-INTERES.
           MOVE ZERO    TO WS-TOT-AMORTIZACION.
           MOVE ZERO    TO WS-TOT-CUOTAS.
           PERFORM 9610-emitir-cuota
               VARYING WS-NRO-CUOTA FROM 1 BY 1
               UNTIL WS-NRO-CUOTA GREATER THAN cantidad-cuotas.
           MOVE WS-TOT-INTERES      TO TOT-INTERES.
           MOVE WS-TOT-AMORTIZACION TO TOT-AMORTIZACION.
           MOVE WS-TOT-CUOTAS       TO TOT-CUOTAS.
           WRITE LINEA-CRONOGRAMA FROM LINEA-CRON-TOTALES.
           WRITE LINEA-CRONOGRAMA FROM LINEA-CRON-BLANCO.
           EVALUATE FS-CRONOGRAMA
               WHEN "00"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR AL GRABAR CALC-CRONOGRAMA"
                    DISPLAY "FILE STATUS ERROR " FS-CRONOGRAMA
           END-EVALUATE.

           fin-9600-emitir-cronograma. exit.


      * la ultima cuota cancela el saldo que quede, asi el redondeo
      * de los centavos no deja capital colgado
           9610-emitir-cuota.

           IF WS-NRO-CUOTA GREATER THAN 1
               PERFORM 9650-avanzar-vencimiento
           END-IF.
           COMPUTE WS-INTERES ROUNDED =
               WS-SALDO-PRESTAMO * WS-TASA-MENSUAL.
           IF WS-NRO-CUOTA EQUAL cantidad-cuotas
               MOVE WS-SALDO-PRESTAMO TO WS-AMORTIZACION
               COMPUTE WS-CUOTA-FILA = WS-AMORTIZACION + WS-INTERES
           ELSE
               COMPUTE WS-AMORTIZACION = WS-CUOTA - WS-INTERES
               MOVE WS-CUOTA TO WS-CUOTA-FILA
           END-IF.
           SUBTRACT WS-AMORTIZACION FROM WS-SALDO-PRESTAMO.
           ADD WS-INTERES      TO WS-TOT-INTERES.
           ADD WS-AMORTIZACION TO WS-TOT-AMORTIZACION.
           ADD WS-CUOTA-FILA   TO WS-TOT-CUOTAS.
           MOVE WS-NRO-CUOTA      TO CRO-NRO.
           MOVE WS-VTO-DIA        TO CRO-VTO-DIA.
           MOVE WS-VTO-MES        TO CRO-VTO-MES.
           MOVE WS-VTO-ANIO       TO CRO-VTO-ANIO.
           MOVE WS-INTERES        TO CRO-INTERES.
           MOVE WS-AMORTIZACION   TO CRO-AMORTIZACION.
           MOVE WS-CUOTA-FILA     TO CRO-CUOTA.
           MOVE WS-SALDO-PRESTAMO TO CRO-SALDO.
           WRITE LINEA-CRONOGRAMA FROM LINEA-CRON-DETALLE.
           EVALUATE FS-CRONOGRAMA
               WHEN "00"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR AL GRABAR CALC-CRONOGRAMA"
                    DISPLAY "FILE STATUS ERROR " FS-CRONOGRAMA
           END-EVALUATE.

           fin-9610-emitir-cuota. exit.


           9650-avanzar-vencimiento.

           ADD 1 TO WS-VTO-MES.
           IF WS-VTO-MES GREATER THAN 12
               MOVE 1 TO WS-VTO-MES
               ADD 1 TO WS-VTO-ANIO
           END-IF.
           PERFORM 9660-ultimo-dia-mes.
           IF primer-vto-dia GREATER THAN WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA  TO WS-VTO-DIA
           ELSE
               MOVE primer-vto-dia TO WS-VTO-DIA
           END-IF.

           fin-9650-avanzar-vencimiento. exit.


      * febrero tiene 29 en los anios divisibles por 4, salvo los
      * seculares que no son divisibles por 400
           9660-ultimo-dia-mes.

           MOVE DIAS-DEL-MES (WS-VTO-MES) TO WS-ULTIMO-DIA.
           IF WS-VTO-MES EQUAL 2
               DIVIDE WS-VTO-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-4
               DIVIDE WS-VTO-ANIO BY 100
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-100
               DIVIDE WS-VTO-ANIO BY 400
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-400
               IF WS-RESTO-4 EQUAL ZERO
                  AND (WS-RESTO-100 NOT EQUAL ZERO
                       OR WS-RESTO-400 EQUAL ZERO)
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF.

           fin-9660-ultimo-dia-mes. exit.


           9700-grabar-log-prestamo.

           MOVE capital         TO LOG-NUMERO1.
           MOVE 'a'             TO LOG-OPERANDO.
           MOVE tasa-anual      TO LOG-NUMERO2.
           MOVE WS-CUOTA        TO LOG-RESULTADO.
           MOVE cantidad-cuotas TO LOG-CUOTAS.
           WRITE REGISTRO-LOG.
           EVALUATE FS-LOG
               WHEN "00"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "ERROR AL GRABAR EL LOG"
                    DISPLAY "FILE STATUS ERROR " FS-LOG
           END-EVALUATE.

           fin-9700-grabar-log-prestamo. exit.


           9800-rechazar-prestamo.

           ADD 1 TO WS-PRE-RECHAZADOS.
           DISPLAY "prestamo rechazado: " WS-MOTIVO-PRESTAMO.
           IF ES-MODO-BATCH
               MOVE capital            TO RECH-NUMERO1
               MOVE 'a'                TO RECH-OPERANDO
               MOVE tasa-anual         TO RECH-NUMERO2
               MOVE WS-MOTIVO-PRESTAMO TO RECH-MOTIVO
               MOVE ZERO               TO RECH-TERMINO
               WRITE REGISTRO-RECHAZO-CALC
               EVALUATE FS-RECHAZOS-CALC
                   WHEN "00"
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "ERROR AL GRABAR CALC-RECHAZOS"
                        DISPLAY "FILE STATUS ERROR " FS-RECHAZOS-CALC
               END-EVALUATE
           END-IF.

           fin-9800-rechazar-prestamo. exit.


       END PROGRAM YOUR-PROGRAM-NAME.
