           MOVE WS-FECHA-HOY TO CHK-FECHA.
           MOVE 'emi' TO CHK-STATUS.
           MOVE ZERO TO CHK-FECHA-PAGO.
           MOVE SPACES TO CHK-BENEFICIARIO.
           WRITE CHECK-RECORD.
           ADD 1 TO WS-SIGUIENTE-CHEQUE.
           ADD 1 TO WS-NUM-REPUESTOS.
