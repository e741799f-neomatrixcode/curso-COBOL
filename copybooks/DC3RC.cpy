      * DC3RC.cpy - bitacora de constancias DC-3 emitidas
      * (data/DC3.DAT): un renglon por constancia de competencias o
      * de habilidades laborales que saca CAPACITA.cbl (transaccion
      * D), con su folio consecutivo y el curso que acredita, para
      * contestarle al inspector de la STPS sin buscar el papel.
      * Solo se agrega al final (OPEN EXTEND); nunca se regraba.
       01  DC3-RECORD.
           05  DC3-FOLIO          PIC 9(6).
           05  DC3-FECHA          PIC 9(8).
           05  DC3-HORA           PIC 9(6).
           05  DC3-DATO-ID        PIC 9(5).
           05  DC3-CURSO          PIC X(6).
           05  DC3-FECHA-FIN      PIC 9(8).
           05  DC3-OPERADOR       PIC X(8).
