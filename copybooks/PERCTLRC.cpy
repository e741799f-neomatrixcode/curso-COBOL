           05  PCT-PERIODO        PIC 99.
           05  PCT-STATUS         PIC X.
               88  PCT-CERRADO    VALUE 'C'.
      * periodo reabierto por un reverso de nomina (REVERSO.cbl); la
      * fecha es la del reverso y PERCIERRA lo vuelve a cerrar al
      * terminar la re-corrida
               88  PCT-REABIERTO  VALUE 'R'.
           05  PCT-FECHA-CIERRE   PIC 9(8).
