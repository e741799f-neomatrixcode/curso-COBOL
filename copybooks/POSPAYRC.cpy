      * POSPAYRC.cpy - bitacora de transmision de positive pay
      * (data/POSPAY.LOG). POSPAY.cbl manda al banco, en
      * data/POSPAY.OUT, cada cheque nuevo de data/CHECKREG.DAT (los
      * de CHKPRINT.cbl, las reposiciones de BANKRET.cbl y de
      * CHKMANTTO.cbl) y cada anulacion de CHKMANTTO.cbl, para que el
      * banco solo pague lo que la empresa declaro. Cada renglon
      * enviado queda aqui con la transmision en que salio: es lo que
      * impide reenviar un cheque o una anulacion ya transmitidos, y
      * lo que tesoreria consulta cuando el banco llama por una
      * excepcion (cheque presentado que no cuadra con lo declarado).
      * El archivo solo crece, nunca se regraba.
       01  POSPAY-LOG-RECORD.
           05  PPL-NUMERO         PIC 9(6).
      * 'E' emision del cheque, 'V' anulacion (void)
           05  PPL-TIPO           PIC X.
               88  PPL-ES-EMISION VALUE 'E'.
               88  PPL-ES-ANULACION VALUE 'V'.
           05  PPL-DATO-ID        PIC 9(5).
           05  PPL-MONTO          PIC 9(9)V99.
           05  PPL-FECHA-CHEQUE   PIC 9(8).
           05  PPL-NOMBRE         PIC X(30).
      * consecutivo de transmision (el mismo del encabezado H de
      * data/POSPAY.OUT) con su fecha y hora de generacion
           05  PPL-TRANSMISION    PIC 9(6).
           05  PPL-FECHA-ENVIO    PIC 9(8).
           05  PPL-HORA-ENVIO     PIC 9(6).
