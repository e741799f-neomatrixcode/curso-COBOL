                  DISPLAY "RFC      : " EM-RFC
                  DISPLAY "CURP     : " EM-CURP
                  DISPLAY "INGRESO  : " EM-FECHA-INGRESO
                  DISPLAY "BASE PAGO: " EM-BASE-PAGO
                  DISPLAY "TIPO REGIMEN: " EM-TIPO-REGIMEN
           END-READ.
