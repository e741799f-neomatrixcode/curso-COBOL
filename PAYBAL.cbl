                         FECHA-INGRESO BY PC-FECHA-INGRESO
                         SALARIO-REGULAR BY PC-SALARIO-REGULAR
                         HORAS-EXTRA BY PC-HORAS-EXTRA
                         PRIMA-EXTRA BY PC-PRIMA-EXTRA
                         BASE-PAGO BY PC-BASE-PAGO
                         BASE-POR-HORA BY PC-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY PC-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY PC-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY PC-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY PC-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY PC-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY PC-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY PC-REGIMEN-VALIDO.

       FD  PAYCALC-SORTED.
           COPY EMPREC
                         FECHA-INGRESO BY PS-FECHA-INGRESO
                         SALARIO-REGULAR BY PS-SALARIO-REGULAR
                         HORAS-EXTRA BY PS-HORAS-EXTRA
                         PRIMA-EXTRA BY PS-PRIMA-EXTRA
                         BASE-PAGO BY PS-BASE-PAGO
                         BASE-POR-HORA BY PS-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY PS-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY PS-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY PS-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY PS-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY PS-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY PS-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY PS-REGIMEN-VALIDO.

       WORKING-STORAGE SECTION.
           77 WS-CONTROL-STATUS PIC XX VALUE SPACES.
