      * DEFUNREC.cpy - registro de defunciones por liquidar
      * (data/DEFUNCION.DAT). FINIQUITO.cbl agrega el renglon cuando
      * la baja es por defuncion, con el seguro de vida que la
      * empresa paga a los beneficiarios; DEFREPAR.cbl lo toma en
      * la corrida off-cycle que paga el finiquito, reparte el neto
      * mas el seguro entre los beneficiarios (ver BENEFREC.cpy) y
      * marca el renglon como liquidado: el seguro se paga una sola
      * vez aunque el DATO-ID vuelva a salir en otra corrida.
       01  DEFUNCION-RECORD.
           05  DEF-DATO-ID        PIC 9(5).
           05  DEF-FECHA-DEFUNCION PIC 9(8).
           05  DEF-SEGURO         PIC 9(7)V99.
      * 'P' pendiente de liquidar, 'L' liquidado
           05  DEF-STATUS         PIC X.
               88  DEF-PENDIENTE  VALUE 'P'.
               88  DEF-LIQUIDADA  VALUE 'L'.
           05  DEF-FECHA-LIQUIDA  PIC 9(8).
