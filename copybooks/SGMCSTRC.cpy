      * SGMCSTRC.cpy - costo del seguro de gastos medicos mayores del
      * periodo (data/SGMMCOST.OUT): un renglon por titular con
      * cobertura vigente, con la cuota que se le descuenta y lo que
      * paga la empresa. Lo escribe SGMMCALC.cbl antes del calculo de
      * la nomina; CARGAPAT.cbl suma el costo patronal a la carga del
      * departamento del empleado. Lo que paga la empresa es ingreso
      * en especie del empleado: hasta el tope exento (UMA) es
      * exento y el excedente es gravable; TIPOSDEDATOS.cbl suma el
      * excedente a la base del ISR y deja los renglones aplicados
      * en data/SGMMAPLI.OUT (mismo layout) para el registro P del
      * CFDI (ver CFDINOM.cbl).
       01  SGMMCOST-RECORD.
           05  SGC-DATO-ID        PIC 9(5).
           05  SGC-COMPANIA       PIC XX.
           05  SGC-DEPARTAMENTO   PIC X(4).
           05  SGC-PLAN           PIC X(4).
           05  SGC-NIVEL          PIC X.
           05  SGC-CUOTA-EMPLEADO PIC 9(5)V99.
           05  SGC-COSTO-PATRON   PIC 9(7)V99.
           05  SGC-EXENTO         PIC 9(7)V99.
           05  SGC-GRAVADO        PIC 9(7)V99.
