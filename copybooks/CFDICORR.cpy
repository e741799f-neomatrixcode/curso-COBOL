      * CFDICORR.cpy - pago timbrado que cambio despues de timbrarse
      * (data/CFDICORR.DAT): un renglon por COMPANIA, ejercicio,
      * periodo y DATO-ID cuyo recibo ya timbrado hay que cancelar y
      * sustituir. Lo agregan RETROCALC.cbl (el periodo que el delta
      * corrige, origen 'R'), CFDINOM.cbl cuando extrae de nuevo un
      * recibo que ya estaba timbrado (corrida off-cycle 'O' o
      * re-corrida del periodo 'C'), y se captura a mano para una
      * correccion fuera de la nomina (origen 'M'). CFDICANC.cbl lo
      * consume: arma la solicitud de cancelacion en cuanto el
      * recibo sustituto ya tiene UUID, y deja pendientes los demas.
       01  CFDI-CORR-RECORD.
           05  COR-COMPANIA       PIC X(2).
           05  COR-EJERCICIO      PIC 9(4).
           05  COR-PERIODO        PIC 99.
           05  COR-DATO-ID        PIC 9(5).
           05  COR-ORIGEN         PIC X.
               88  COR-RETRO      VALUE 'R'.
               88  COR-OFFCYCLE   VALUE 'O'.
               88  COR-RECORRIDA  VALUE 'C'.
               88  COR-MANUAL     VALUE 'M'.
           05  COR-FECHA          PIC 9(8).
