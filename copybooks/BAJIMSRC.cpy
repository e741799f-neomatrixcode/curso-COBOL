      * BAJIMSRC.cpy - causa y fecha de baja ante el IMSS
      * (data/BAJAIMSS.DAT, EXTEND): FINIQUITO.cbl agrega un renglon
      * por cada liquidacion con la causa que capturo el supervisor
      * y el ultimo dia laborado; la baja en el maestro se captura
      * despues en EMPMANTTO y el aviso de baja del IDSE
      * (IDSEMOV.cbl) toma de aqui su causa y su fecha. Catalogo de
      * causas del IMSS en BJI-CAUSA:
      *   1 termino de contrato      6 otra
      *   2 separacion voluntaria    7 ausentismo
      *   3 abandono de empleo       8 rescision de contrato
      *   4 defuncion                9 jubilacion
      *   5 clausura                 A pension
       01  BAJAIMSS-RECORD.
           05  BJI-DATO-ID        PIC 9(5).
           05  BJI-FECHA-BAJA     PIC 9(8).
           05  BJI-CAUSA          PIC X.
               88  BJI-CAUSA-VALIDA VALUE '1' THRU '9' 'A'.
           05  BJI-FECHA-CAPTURA  PIC 9(8).
