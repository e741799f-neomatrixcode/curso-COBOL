                         FECHA-INGRESO BY SIM-FECHA-INGRESO
                         SALARIO-REGULAR BY SIM-SALARIO-REGULAR
                         HORAS-EXTRA BY SIM-HORAS-EXTRA
                         PRIMA-EXTRA BY SIM-PRIMA-EXTRA
                         BASE-PAGO BY SIM-BASE-PAGO
                         BASE-POR-HORA BY SIM-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY SIM-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY SIM-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY SIM-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY SIM-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY SIM-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY SIM-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY SIM-REGIMEN-VALIDO.

       FD  PREV-FILE.
           COPY EMPREC
                         FECHA-INGRESO BY PRV-FECHA-INGRESO
                         SALARIO-REGULAR BY PRV-SALARIO-REGULAR
                         HORAS-EXTRA BY PRV-HORAS-EXTRA
                         PRIMA-EXTRA BY PRV-PRIMA-EXTRA
                         BASE-PAGO BY PRV-BASE-PAGO
                         BASE-POR-HORA BY PRV-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY PRV-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY PRV-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY PRV-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY PRV-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY PRV-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY PRV-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY PRV-REGIMEN-VALIDO.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
