      * EFECREC.cpy - pago en efectivo por empleado (data/EFECTIVO.DAT,
      * satelite por DATO-ID como BANKACCT y MONEDA): un renglon por
      * empleado de un sitio remoto sin sucursal bancaria cerca que
      * cobra su neto en sobre, con el sitio (ver SITEFERC.cpy) donde
      * su cajero arma y entrega el sobre. Estar aqui es la eleccion
      * del medio de pago: BANKDISP no lo dispersa aunque tenga
      * cuenta en BANKACCT.DAT, CHKPRINT no le emite cheque y
      * EFEPAGO.cbl le arma el sobre. Un empleado sin renglon aqui
      * sigue por dispersion o cheque, como siempre. Se mantiene
      * editando el archivo, ordenado por DATO-ID.
       01  EFECTIVO-RECORD.
           05  EFE-DATO-ID        PIC 9(5).
           05  EFE-SITIO          PIC X(4).
