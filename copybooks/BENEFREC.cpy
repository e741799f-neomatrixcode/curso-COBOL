      * BENEFREC.cpy - beneficiarios designados por el empleado
      * (data/BENEFIC.DAT): un renglon por beneficiario, varios por
      * DATO-ID, con el porcentaje que le toca de lo que se le deba
      * al empleado si fallece. La designacion completa de un
      * DATO-ID suma exactamente 100.00; BENMANTTO.cbl no la graba de
      * otra manera. DEFREPAR.cbl reparte con estos porcentajes el
      * pago de liquidacion por defuncion (finiquito, fondo de
      * ahorro, ultimo salario y seguro de vida). Un beneficiario sin
      * CLABE cobra con cheque (CHKPRINT.cbl); con CLABE, por
      * transferencia en el lote de BANKDISP.cbl.
       01  BENEFIC-RECORD.
           05  BEN-DATO-ID        PIC 9(5).
           05  BEN-SECUENCIA      PIC 9.
           05  BEN-NOMBRE         PIC X(30).
           05  BEN-PARENTESCO     PIC X(10).
           05  BEN-RFC            PIC X(13).
           05  BEN-CURP           PIC X(18).
           05  BEN-PORCENTAJE     PIC 9(3)V99.
           05  BEN-CLABE          PIC X(18).
