               MOVE RET-MOTIVO TO TAB-ENV-MOTIVO (WS-IDX-ENV)
               IF RET-RECHAZADO
                   ADD 1 TO WS-RECHAZADOS
      * El rechazo queda tambien en DIFERENCIAS para que
      * ChequesRechazados revierta y cobre los cheques del par.
                   MOVE "RECHAZADO"     TO DIF-TIPO
                   MOVE RET-SECUENCIA   TO DIF-SECUENCIA
                   MOVE RET-SUCURSAL    TO DIF-SUCURSAL
                   MOVE RET-FECHA       TO DIF-FECHA
                   MOVE RET-MOTIVO      TO DIF-DETALLE
                   PERFORM 3700-GRABAR-DIFERENCIA
               ELSE
                   ADD 1 TO WS-ACEPTADOS
               END-IF
