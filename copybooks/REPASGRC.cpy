      * REPASGRC.cpy - asignacion de trabajadores a contratos REPSE
      * (data/REPSEASG.DAT): un renglon por DATO-ID, contrato y rango
      * de fechas, con el porcentaje de su salario que corresponde a
      * ese contrato; un trabajador repartido entre dos clientes
      * lleva dos renglones que se traslapan en fechas. En ninguna
      * fecha las asignaciones de un DATO-ID suman mas de 100.00
      * (REPMANTTO.cbl no lo graba de otra manera); lo que falte para
      * el 100 es trabajo propio de la compania que no se informa.
      * RAS-FECHA-FIN en cero es una asignacion abierta. RAS-COMPANIA
      * es la del empleado y la del contrato.
       01  REPASG-RECORD.
           05  RAS-DATO-ID        PIC 9(5).
           05  RAS-COMPANIA       PIC XX.
           05  RAS-CONTRATO       PIC X(10).
           05  RAS-FECHA-INICIO   PIC 9(8).
           05  RAS-FECHA-FIN      PIC 9(8).
           05  RAS-PORCENTAJE     PIC 9(3)V99.
