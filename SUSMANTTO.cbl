                         FECHA-INGRESO BY REL-FECHA-INGRESO
                         SALARIO-REGULAR BY REL-SALARIO-REGULAR
                         HORAS-EXTRA BY REL-HORAS-EXTRA
                         PRIMA-EXTRA BY REL-PRIMA-EXTRA
                         BASE-PAGO BY REL-BASE-PAGO
                         BASE-POR-HORA BY REL-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY REL-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY REL-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY REL-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY REL-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY REL-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY REL-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY REL-REGIMEN-VALIDO.

       WORKING-STORAGE SECTION.
           77 WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
