      * RFCVALRC.cpy - bitacora de la validacion masiva de RFC ante
      * el SAT (data/RFCVALID.DAT). Nunca se regraba ni se borra un
      * renglon, solo se agrega: RFCSOLIC.cbl anota 'E' por cada RFC
      * que manda en la solicitud (con el RFC y el NOMBRE del maestro
      * tal como se enviaron) y RFCRESP.cbl anota el resultado que
      * regreso el SAT ('V' valido, 'N' no registrado o cancelado,
      * 'M' registrado con otro nombre, con el nombre que tiene el
      * SAT). El estado vigente de un DATO-ID es su ultimo renglon;
      * si el RFC o el NOMBRE del maestro ya no son los de ese
      * renglon, el dato cambio y se vuelve a mandar. CFDINOM.cbl no
      * manda a timbrar a quien tiene un rechazo vigente con los
      * mismos RFC y NOMBRE: el PAC lo rechazaria igual.
       01  RFC-VALID-RECORD.
           05  RFV-DATO-ID        PIC 9(5).
           05  RFV-RFC            PIC X(13).
           05  RFV-NOMBRE         PIC X(30).
           05  RFV-STATUS         PIC X.
               88  RFV-ENVIADO    VALUE 'E'.
               88  RFV-VALIDO     VALUE 'V'.
               88  RFV-NO-REGISTRADO VALUE 'N'.
               88  RFV-NOMBRE-DISTINTO VALUE 'M'.
               88  RFV-FALLIDO    VALUE 'N' 'M'.
      * fecha de envio en el renglon 'E', de validacion en los demas
           05  RFV-FECHA          PIC 9(8).
           05  RFV-NOMBRE-SAT     PIC X(60).
