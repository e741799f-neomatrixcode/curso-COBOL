           05  EM-RFC               PIC X(13).
           05  EM-CURP              PIC X(18).
           05  EM-FECHA-INGRESO     PIC 9(8).
      * misma BASE-PAGO del registro secuencial (ver EMPREC.cpy)
           05  EM-BASE-PAGO         PIC X.
               88  EM-BASE-POR-HORA VALUE 'H' SPACE.
               88  EM-BASE-SUELDO-FIJO VALUE 'S'.
               88  EM-BASE-DESTAJO  VALUE 'D'.
               88  EM-BASE-PAGO-VALIDA VALUE 'H' 'S' 'D' SPACE.
      * mismo TIPO-REGIMEN del registro secuencial (ver EMPREC.cpy)
           05  EM-TIPO-REGIMEN      PIC XX.
               88  EM-REGIMEN-SUELDOS VALUE '02' SPACES.
               88  EM-REGIMEN-ASIMILADO VALUE '05' '06' '07' '08'
                                              '09' '10' '11'.
               88  EM-REGIMEN-VALIDO VALUE '02' '05' '06' '07' '08'
                                           '09' '10' '11' SPACES.
