      * OBLPAGRC.cpy - pago de obligacion de remesa
      * (data/OBLPAGO.DAT): lo captura tesoreria en OBLMANTTO.cbl con
      * la confirmacion del banco -linea de captura del SAT / del
      * estado / del SUA y numero de operacion-. La llave es la misma
      * que la del cargo (ver OBLCARRC.cpy): tipo, compania, clave,
      * periodo y, para las obligaciones por corrida, la fecha de la
      * corrida. OBLVENCE.cbl la cruza contra el vencimiento para el
      * historial de cumplimiento por compania.
       01  OBLPAGO-RECORD.
           05  OPG-TIPO           PIC X(4).
           05  OPG-COMPANIA       PIC XX.
           05  OPG-CLAVE          PIC X(4).
           05  OPG-PERIODO        PIC 9(6).
           05  OPG-CORRIDA        PIC 9(8).
           05  OPG-FECHA-PAGO     PIC 9(8).
           05  OPG-MONTO          PIC 9(9)V99.
           05  OPG-LINEA-CAPTURA  PIC X(20).
           05  OPG-NUM-OPERACION  PIC X(12).
           05  OPG-OPERADOR       PIC X(8).
