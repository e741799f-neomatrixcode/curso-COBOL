      * DSTCATRC.cpy - catalogo de operaciones a destajo
      * (data/DESTCAT.DAT): la tarifa por pieza de cada operacion, con
      * cuatro decimales porque hay operaciones de centavos. Una
      * boleta de DESTAJRC.cpy con operacion fuera del catalogo se
      * reporta y no se paga, igual que una percepcion con codigo
      * fuera de PERCCAT.DAT. Subir una tarifa es editar el renglon,
      * no recompilar.
       01  DESTCAT-RECORD.
           05  DOP-OPERACION      PIC X(4).
           05  DOP-TARIFA         PIC 9(3)V9(4).
           05  DOP-DESCRIPCION    PIC X(30).
