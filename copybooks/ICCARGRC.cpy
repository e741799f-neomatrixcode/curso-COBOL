      * ICCARGRC.cpy - cargo intercompania de una corrida
      * (data/ICCARGO.OUT, lo escribe ICCARGO.cbl en cada corrida
      * ordinaria; STEP08 de jobs/PAYROLL.job lo archiva como las
      * demas generaciones). Un renglon por empleado compartido y
      * compania receptora con la parte de su SALARIO, de su carga
      * patronal (tasas de CARGAPAT.cbl) y de su provision de
      * aguinaldo/prima vacacional (regla de ACUMPROV.cpy) que la
      * compania que lo paga le cobra a la que recibe su tiempo.
      * ICEDOCTA.cbl arma con las generaciones del mes el estado de
      * cuenta que respalda la factura intercompania.
       01  ICCARGO-RECORD.
           05  ICC-CIA-RECIBE     PIC XX.
           05  ICC-CIA-PAGA       PIC XX.
           05  ICC-PERIODO        PIC 99.
           05  ICC-DATO-ID        PIC 9(5).
           05  ICC-DEPARTAMENTO   PIC X(4).
           05  ICC-PORCENTAJE     PIC 9(3)V99.
           05  ICC-SUELDO         PIC 9(7)V99.
           05  ICC-CARGA          PIC 9(7)V99.
           05  ICC-PROVISION      PIC 9(7)V99.
