      * PRYHRSRC.cpy - minutos checados por empleado y orden de
      * trabajo del periodo (data/PROYHRS.DAT, lo rehace RELOJIMP.cbl
      * en cada importacion del reloj). Un renglon por DATO-ID y
      * PUN-PROYECTO de la checada de entrada de cada turno; el
      * renglon con proyecto en blanco es el tiempo indirecto del
      * empleado. PROYDIST.cbl reparte el costo de cada empleado
      * entre sus ordenes en proporcion a estos minutos (el tiempo
      * indirecto entra al total, su parte se queda en el
      * departamento).
       01  PROYHRS-RECORD.
           05  PRH-DATO-ID        PIC 9(5).
           05  PRH-PROYECTO       PIC X(10).
           05  PRH-MINUTOS        PIC 9(6).
