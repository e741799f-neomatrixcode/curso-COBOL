      * que pasan la ventana de vigencia se marcan para anulacion y
      * escheatment via CHKMANTTO. Los renglones historicos de 33
      * posiciones leen la fecha de pago en blanco.
      * POSPAY.cbl declara al banco cada cheque 'emi' nuevo y cada
      * anulacion 'anu' (positive pay, ver POSPAYRC.cpy).
      * CHK-BENEFICIARIO es el nombre del beneficiario cuando el
      * cheque liquida a un empleado fallecido (DEFREPAR.cbl); en
      * blanco el cheque es a nombre del propio empleado. Los
      * renglones historicos sin el campo lo leen en blanco.
       01  CHECK-RECORD.
           05  CHK-NUMERO         PIC 9(6).
           05  CHK-DATO-ID        PIC 9(5).
               88  CHK-ANULADO    VALUE 'anu'.
               88  CHK-PAGADO     VALUE 'pag'.
           05  CHK-FECHA-PAGO     PIC 9(8).
           05  CHK-BENEFICIARIO   PIC X(30).
