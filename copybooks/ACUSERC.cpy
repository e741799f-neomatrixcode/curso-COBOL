      * ACUSERC.cpy - acuses de las transmisiones (data/ACUSES.DAT): un
      * renglon por cada respuesta del receptor (banco, PAC, IMSS,
      * contabilidad) a un archivo enviado, capturado o convertido de
      * su respuesta con el folio del manifiesto (va en el nombre del
      * archivo que se envio, data/ENVIO/<ARCHIVO>.<FOLIO>).
      * ACU-RESULTADO 'A' recibido, 'R' rechazado con su motivo.
       01  ACUSE-RECORD.
           05  ACU-FOLIO          PIC 9(6).
           05  ACU-RESULTADO      PIC X.
               88  ACU-RECIBIDO   VALUE 'A'.
               88  ACU-RECHAZADO  VALUE 'R'.
           05  ACU-FECHA          PIC 9(8).
           05  ACU-REFERENCIA     PIC X(20).
           05  ACU-MOTIVO         PIC X(30).
