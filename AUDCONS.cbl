                 READ AUDIT-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
      * un reverso (SALARIO anulado a cero) no es una desviacion
                       IF AUD-SALARIO-ANT > ZERO
                          AND NOT AUD-REVERSO
                          COMPUTE WS-PORCENTAJE-CAMBIO =
                              ((AUD-SALARIO-NVO - AUD-SALARIO-ANT)
                               / AUD-SALARIO-ANT) * 100
               " NVO=" WS-SALARIO-EDIT2
               " HORAS=" AUD-HORAS
               " PAGO=" AUD-PAGO.
           IF AUD-REVERSO
              DISPLAY "     REVERSO DEL PAGO DEL PERIODO " AUD-PERIODO
           END-IF.
           ADD 1 TO WS-NUM-ENCONTRADOS.
