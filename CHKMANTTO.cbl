      * patron que EMPMANTTO.cbl/SUSMANTTO.cbl; el reemplazo del
      * registro usa archivo .NEW + CBL_RENAME_FILE como
      * SINCRONIZA-EMPLOYEE-DAT.
      * Se corre con jobs/CHKMANTTO.job: al terminar, POSPAY.cbl
      * declara al banco (positive pay) las anulaciones y las
      * reposiciones capturadas.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMANTTO.

                         CHK-EMITIDO BY NCHK-EMITIDO
                         CHK-ANULADO BY NCHK-ANULADO
                         CHK-PAGADO BY NCHK-PAGADO
                         CHK-FECHA-PAGO BY NCHK-FECHA-PAGO
                         CHK-BENEFICIARIO BY NCHK-BENEFICIARIO.

       FD  CHECKCTL-FILE.
       01  CHECKCTL-RECORD.
               10  TC-FECHA    PIC 9(8).
               10  TC-STATUS   PIC X(3).
               10  TC-FECHA-PAGO PIC 9(8).
               10  TC-BENEFICIARIO PIC X(30).

           77 WS-CHEQUE-CAPTURA PIC 9(6) VALUE ZERO.
           77 WS-CHEQUE-POS PIC 9(4) VALUE ZERO.
                           TC-STATUS(WS-NUM-CHEQUES)
                       MOVE CHK-FECHA-PAGO TO
                           TC-FECHA-PAGO(WS-NUM-CHEQUES)
                       MOVE CHK-BENEFICIARIO TO
                           TC-BENEFICIARIO(WS-NUM-CHEQUES)
                 END-READ
              END-PERFORM
              CLOSE CHECKREG-FILE
              MOVE WS-FECHA-HOY TO TC-FECHA(WS-NUM-CHEQUES)
              MOVE 'emi' TO TC-STATUS(WS-NUM-CHEQUES)
              MOVE ZERO TO TC-FECHA-PAGO(WS-NUM-CHEQUES)
              MOVE TC-BENEFICIARIO(WS-CHEQUE-POS) TO
                  TC-BENEFICIARIO(WS-NUM-CHEQUES)
              DISPLAY "CHEQUE " WS-CHEQUE-CAPTURA
                  " ANULADO, REPUESTO CON CHEQUE "
                  WS-SIGUIENTE-CHEQUE
                 MOVE TC-FECHA(TC-IDX2) TO NCHK-FECHA
                 MOVE TC-STATUS(TC-IDX2) TO NCHK-STATUS
                 MOVE TC-FECHA-PAGO(TC-IDX2) TO NCHK-FECHA-PAGO
                 MOVE TC-BENEFICIARIO(TC-IDX2) TO NCHK-BENEFICIARIO
                 WRITE NEW-CHECK-RECORD
              END-PERFORM
              CLOSE CHECKREG-FILE-NEW
