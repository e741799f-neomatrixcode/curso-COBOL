           COPY EMPREC.

       FD  EMPLOYEE-FILE-NEW.
       01  EMPLOYEE-NEW-LINEA PIC X(153).

       FD  STATHIST-FILE.
           COPY STAHISRC.

       FD  EMPHIST-FILE.
       01  EMPHIST-LINEA PIC X(153).

       FD  YTD-FILE-IN.
           COPY YTDACUM.
                          MOVE RFC TO EM-RFC
                          MOVE CURP TO EM-CURP
                          MOVE FECHA-INGRESO TO EM-FECHA-INGRESO
                          MOVE BASE-PAGO TO EM-BASE-PAGO
                          MOVE TIPO-REGIMEN TO EM-TIPO-REGIMEN
                          WRITE EMPLOYEE-MASTER-RECORD
                       END-READ
                 END-PERFORM
