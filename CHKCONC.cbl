                         CHK-EMITIDO BY NCHK-EMITIDO
                         CHK-ANULADO BY NCHK-ANULADO
                         CHK-PAGADO BY NCHK-PAGADO
                         CHK-FECHA-PAGO BY NCHK-FECHA-PAGO
                         CHK-BENEFICIARIO BY NCHK-BENEFICIARIO.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
