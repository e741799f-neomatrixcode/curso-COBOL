      * DEFREPRC.cpy - reparto del pago por defuncion de la corrida
      * (data/DEFREPAR.DAT, lo regenera DEFREPAR.cbl en cada corrida
      * off-cycle y jobs/OFFCYCLE.job lo vacia al terminar). Un
      * renglon por beneficiario del empleado fallecido: BANKDISP.cbl
      * ya no dispersa el neto del fallecido a su cuenta, transfiere
      * cada parte con CLABE; CHKPRINT.cbl emite cheque a nombre del
      * beneficiario para cada parte sin CLABE.
       01  DEFREPAR-RECORD.
           05  DRP-DATO-ID        PIC 9(5).
           05  DRP-SECUENCIA      PIC 9.
           05  DRP-NOMBRE         PIC X(30).
           05  DRP-CLABE          PIC X(18).
      * parte del beneficiario: del neto de la liquidacion y del
      * seguro de vida; DRP-MONTO es la suma que se paga
           05  DRP-NETO           PIC 9(7)V99.
           05  DRP-SEGURO         PIC 9(7)V99.
           05  DRP-MONTO          PIC 9(7)V99.
