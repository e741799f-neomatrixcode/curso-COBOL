      * PRIMRTRC.cpy - prima de riesgo de trabajo por compania
      * (data/PRIMART.DAT): un renglon por COMPANIA (registro
      * patronal) y fecha efectiva con la prima vigente desde esa
      * fecha, mismo patron de vigencias que data/SALMIN.DAT (se toma
      * la mayor fecha efectiva que no exceda la fecha de referencia).
      * PRIMART.cbl agrega cada febrero la prima determinada con la
      * siniestralidad del ejercicio anterior, efectiva el 1 de marzo;
      * CARGAPAT.cbl y SUACALC.cbl la suman a la cuota patronal IMSS
      * de la compania. Una compania sin renglon vigente usa la prima
      * general del renglon 'RT' de data/PATRONAL.DAT.
      * PRT-PRIMA es porcentaje con 5 decimales (0.54355 = 0.54355%);
      * PRT-EJERCICIO, PRT-PRIMA-ANTERIOR y PRT-SINIESTRALIDAD son la
      * traza de la determinacion (en ceros en un renglon capturado
      * a mano, p.ej. la prima de clase de una compania nueva).
       01  PRIMART-RECORD.
           05  PRT-COMPANIA        PIC XX.
           05  PRT-FECHA-EFECTIVA  PIC 9(8).
           05  PRT-PRIMA           PIC 9(2)V9(5).
           05  PRT-EJERCICIO       PIC 9(4).
           05  PRT-PRIMA-ANTERIOR  PIC 9(2)V9(5).
           05  PRT-SINIESTRALIDAD  PIC 9(2)V9(5).
