      * FONBAJRC.cpy - bajas con credito FONACOT (data/FONBAJA.DAT,
      * EXTEND): EMPMANTTO.cbl agrega un renglon por credito de la
      * cedula vigente cuando da de baja al trabajador, con la fecha
      * y el operador. FONPAGO.cbl reporta esos creditos con
      * incidencia de baja y su fecha en el archivo de pago, para
      * que el FONACOT los saque de la siguiente cedula, y
      * FONCARGA.cbl avisa si la cedula nueva los vuelve a traer.
       01  FONBAJA-RECORD.
           05  FBJ-DATO-ID        PIC 9(5).
           05  FBJ-NUM-CREDITO    PIC X(10).
           05  FBJ-FECHA-BAJA     PIC 9(8).
           05  FBJ-OPERADOR       PIC X(8).
