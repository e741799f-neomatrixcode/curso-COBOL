      * GLPASRC.cpy - bitacora de creditos de pasivo posteados al GL
      * (data/GLPASIVO.DAT). GLPOST escribe un renglon por cada
      * credito de retencion que escribe en el diario: fecha del
      * posteo, COMPANIA, ejercicio y periodo de la nomina, tipo de
      * corrida, codigo de deduccion, cuenta contable y monto. La
      * llave COMPANIA/ejercicio/periodo deja reprocesar un periodo
      * sin duplicar: GLPOST regraba la bitacora (.NEW + rename)
      * quitando lo que ya habia de esa llave antes de agregar lo
      * nuevo. REVERSO agrega renglones 'R' con monto negativo por
      * lo que anula, con la misma fecha del posteo original para que
      * caigan en el mismo mes. GLPOST.OUT se rehace en cada corrida;
      * esta bitacora es lo que queda para cuadrar el pasivo del mes
      * (ISRMENS.cbl la cruza contra lo retenido y lo timbrado antes
      * de presentar la declaracion).
       01  GLPASIVO-RECORD.
           05  GLP-FECHA          PIC 9(8).
           05  GLP-COMPANIA       PIC XX.
           05  GLP-EJERCICIO      PIC 9(4).
           05  GLP-PERIODO        PIC 99.
           05  GLP-CORRIDA        PIC X.
               88  GLP-POSTEO         VALUE 'N'.
               88  GLP-REVERSO        VALUE 'R'.
           05  GLP-CODIGO         PIC X(4).
           05  GLP-CUENTA         PIC X(6).
           05  GLP-MONTO          PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
