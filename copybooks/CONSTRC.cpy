      * CONSTRC.cpy - bitacora de constancias laborales emitidas
      * (data/CONSTANCIA.DAT): un renglon por carta que saca
      * CONSTANCIA.cbl, con su folio consecutivo y las cifras que
      * la carta afirma, para contestarle al banco o a la embajada
      * que llama a confirmar un folio sin buscar la carta en papel.
      * Solo se agrega al final (OPEN EXTEND); nunca se regraba.
       01  CONSTANCIA-RECORD.
           05  CNS-FOLIO          PIC 9(6).
           05  CNS-FECHA          PIC 9(8).
           05  CNS-HORA           PIC 9(6).
           05  CNS-DATO-ID        PIC 9(5).
      * 'E' solo la relacion laboral, 'S' con el salario mensual,
      * 'I' con el salario mensual y los ingresos de los ultimos
      * tres meses cerrados
           05  CNS-TIPO           PIC X.
               88  CNS-SOLO-EMPLEO    VALUE 'E'.
               88  CNS-CON-SALARIO    VALUE 'S'.
               88  CNS-CON-INGRESOS   VALUE 'I'.
               88  CNS-TIPO-VALIDO    VALUE 'E' 'S' 'I'.
           05  CNS-COMPANIA       PIC XX.
           05  CNS-NOMBRE         PIC X(30).
           05  CNS-RFC            PIC X(13).
           05  CNS-FECHA-INGRESO  PIC 9(8).
      * cero en las cartas que no lo declaran
           05  CNS-SALARIO-MENSUAL PIC 9(7)V99.
           05  CNS-INGRESO-TRIMESTRE PIC 9(9)V99.
      * operador firmado que la emitio y a quien va dirigida
           05  CNS-OPERADOR       PIC X(8).
           05  CNS-DESTINATARIO   PIC X(40).
