      * ISRBASRC.cpy - base del ISR por empleado pagado en la corrida
      * (data/ISRBASE.OUT, lo escribe TIPOSDEDATOS junto al registro
      * de PAYCALC). Un renglon por empleado pagado con su COMPANIA,
      * el periodo de SU calendario y la fecha de la corrida: lo
      * percibido, la parte exenta y la gravada, el ISR causado por
      * la tarifa sobre lo gravado y el ISR realmente retenido (lo
      * que DESCUENTA-DE-LA-LISTA alcanzo a tomar con codigo 'ISR ',
      * incluyendo recuperacion de mora; lo que no alcanzo queda en
      * ARREARS). STEP08 de jobs/PAYROLL.job y STEP07 de
      * jobs/OFFCYCLE.job lo archivan por generacion y ISRMENS.cbl
      * arma con ellas la hoja de trabajo mensual del ISR retenido
      * por salarios.
       01  ISRBASE-RECORD.
           05  ISB-DATO-ID        PIC 9(5).
           05  ISB-COMPANIA       PIC XX.
           05  ISB-PERIODO        PIC 99.
           05  ISB-FECHA-CORRIDA  PIC 9(8).
           05  ISB-PERCEPCIONES   PIC 9(9)V99.
           05  ISB-EXENTO         PIC 9(9)V99.
           05  ISB-GRAVADO        PIC 9(9)V99.
           05  ISB-ISR-CAUSADO    PIC 9(7)V99.
           05  ISB-ISR-RETENIDO   PIC 9(7)V99.
