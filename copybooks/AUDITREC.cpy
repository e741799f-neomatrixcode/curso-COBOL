           05  AUD-COMPANIA       PIC XX.
      * numero de periodo (1-26) de la corrida (ver PERIODOS.cpy)
           05  AUD-PERIODO        PIC 99.
      * 'R' = renglon de reverso que escribe REVERSO.cbl al anular un
      * pago ya cerrado (SALARIO-ANT es el SALARIO anulado,
      * SALARIO-NVO cero, FECHA-CORRIDA la del reverso y PERIODO el
      * del pago original); en blanco el renglon normal del calculo
           05  AUD-MOVIMIENTO     PIC X.
               88  AUD-REVERSO    VALUE 'R'.
