           05  SALARIO-REGULAR   PIC 9(7)V99.
           05  HORAS-EXTRA       PIC 9(3).
           05  PRIMA-EXTRA       PIC 9(7)V99.
      * BASE-PAGO dice de donde sale el pago regular del empleado:
      * 'H' (o blanco, el registro de siempre) HORAS por PAGO; 'S'
      * sueldo fijo, las SCHEDULED-HORAS del periodo por PAGO sin
      * importar lo checado; 'D' destajo, las piezas de sus boletas
      * de produccion (data/DESTAJO.DAT) por la tarifa de cada
      * operacion (data/DESTCAT.DAT), con la garantia del salario
      * minimo por dia trabajado que pide la LFT (ver CALCULA-DESTAJO
      * en TIPOSDEDATOS.cbl). Viaja a PAYCALC-RECORD como los demas.
           05  BASE-PAGO         PIC X.
               88  BASE-POR-HORA VALUE 'H' SPACE.
               88  BASE-SUELDO-FIJO VALUE 'S'.
               88  BASE-DESTAJO  VALUE 'D'.
               88  BASE-PAGO-VALIDA VALUE 'H' 'S' 'D' SPACE.
      * TIPO-REGIMEN es la clave del catalogo c_TipoRegimen del SAT
      * con la que se timbra el recibo: blanco o '02' sueldos y
      * salarios (el registro de siempre); '05' a '11' asimilados a
      * salarios (consejeros, honorarios asimilables, etc.). Un
      * asimilado retiene ISR como empleado, pero no cotiza IMSS ni
      * INFONAVIT, no entra a SUA/SBC, ni al reparto de PTU, no
      * devenga aguinaldo ni prima vacacional y paga impuesto sobre
      * nomina solo donde el estado lo grava (ver EDOTAXRC.cpy).
           05  TIPO-REGIMEN      PIC XX.
               88  REGIMEN-SUELDOS VALUE '02' SPACES.
               88  REGIMEN-ASIMILADO VALUE '05' '06' '07' '08' '09'
                                           '10' '11'.
               88  REGIMEN-VALIDO VALUE '02' '05' '06' '07' '08' '09'
                                        '10' '11' SPACES.
