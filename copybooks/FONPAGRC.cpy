      * FONPAGRC.cpy - pago e incidencias del mes de regreso al
      * FONACOT (data/FONPAGO.OUT, lo graba FONPAGO.cbl al cierre del
      * mes): un renglon por credito de la cedula con la retencion
      * esperada, lo realmente retenido y, si quedo corto, el motivo
      * -B baja del trabajador (con su fecha), I incapacidad IMSS en
      * el mes, N neto insuficiente para cubrir el descuento-.
       01  FONPAGO-RECORD.
           05  FPG-MES            PIC 9(6).
           05  FPG-DATO-ID        PIC 9(5).
           05  FPG-RFC            PIC X(13).
           05  FPG-NUM-CREDITO    PIC X(10).
           05  FPG-RETENCION      PIC 9(7)V99.
           05  FPG-RETENIDO       PIC 9(7)V99.
           05  FPG-MOTIVO         PIC X.
               88  FPG-SIN-INCIDENCIA    VALUE SPACE.
               88  FPG-MOTIVO-BAJA       VALUE 'B'.
               88  FPG-MOTIVO-INCAPACIDAD VALUE 'I'.
               88  FPG-MOTIVO-NETO       VALUE 'N'.
           05  FPG-FECHA-BAJA     PIC 9(8).
