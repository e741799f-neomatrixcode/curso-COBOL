      * estado y ya vive en data/EDOTAX.DAT (ver EDOTAXRC.cpy);
      * CARGAPAT.cbl combina las dos tablas. Cambiar un porcentaje es
      * editar este archivo, igual que PAYRATE.DAT.
      * La prima de riesgo de trabajo NO va dentro del renglon IMSS:
      * se determina cada ano por compania (ver PRIMRTRC.cpy y
      * PRIMART.cbl); el renglon 'RT' es solo la prima general que
      * aplica a una compania sin prima determinada vigente.
       01  PATRONAL-RECORD.
           05  PAT-CODIGO         PIC X(4).
           05  PAT-PORCENTAJE     PIC 9(2)V9999.
