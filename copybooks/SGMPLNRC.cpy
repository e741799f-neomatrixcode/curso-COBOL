      * SGMPLNRC.cpy - catalogo de planes del seguro de gastos medicos
      * mayores (data/SGMMPLAN.DAT): prima mensual por plan y nivel de
      * cobertura (ver SGM-NIVEL en SGMMREC.cpy) con su fecha efectiva
      * -la renovacion de la poliza agrega renglones nuevos, no pisa
      * los anteriores- y el porcentaje de la prima que paga la
      * empresa; el resto se descuenta al empleado en la nomina
      * (codigo SGMM de DEDUCCION.DAT, ver SGMMCALC.cbl).
       01  SGMMPLAN-RECORD.
           05  SPL-PLAN           PIC X(4).
           05  SPL-NIVEL          PIC X.
           05  SPL-FECHA-EFECTIVA PIC 9(8).
           05  SPL-PRIMA-MENSUAL  PIC 9(7)V99.
           05  SPL-PCT-PATRON     PIC 9(3)V99.
           05  SPL-DESCRIPCION    PIC X(20).
