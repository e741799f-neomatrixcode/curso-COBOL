      * FONCRRC.cpy - maestro de creditos FONACOT por mes
      * (data/FONCRED.DAT, lo graba FONCARGA.cbl desde la cedula):
      * un renglon por mes y credito con la retencion mensual y la
      * COMPANIA del trabajador al cargar. Aparte del maestro de
      * creditos INFONAVIT (INFOCRRC.cpy): aquel calcula un factor
      * por periodo, aqui el FONACOT dicta el monto del MES y la
      * corrida lo reparte entre los periodos de pago que cierran en
      * ese mes segun la frecuencia de la compania (CIACAL.DAT); el
      * descuento entra a la lista de prioridades con el codigo FONA
      * y lo que no alcance va a mora como cualquier otro codigo.
      * FONPAGO.cbl cruza el mes contra lo realmente retenido
      * (data/FONMOV.DAT, ver FONMOVRC.cpy) para el archivo de pago
      * e incidencias de regreso al FONACOT.
       01  FONCRED-RECORD.
           05  FCR-MES            PIC 9(6).
           05  FCR-DATO-ID        PIC 9(5).
           05  FCR-NUM-CREDITO    PIC X(10).
           05  FCR-RETENCION      PIC 9(7)V99.
           05  FCR-COMPANIA       PIC XX.
           05  FCR-RFC            PIC X(13).
