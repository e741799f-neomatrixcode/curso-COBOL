              MOVE RFC TO EM-RFC
              MOVE CURP TO EM-CURP
              MOVE FECHA-INGRESO TO EM-FECHA-INGRESO
              MOVE BASE-PAGO TO EM-BASE-PAGO
              MOVE TIPO-REGIMEN TO EM-TIPO-REGIMEN
              WRITE EMPLOYEE-MASTER-RECORD
              ADD 1 TO WS-NUM-CARGADOS
              ADD 1 TO WS-STAT-PROCESADOS
