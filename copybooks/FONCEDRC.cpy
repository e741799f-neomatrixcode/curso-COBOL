      * FONCEDRC.cpy - cedula mensual de descuentos FONACOT
      * (data/FONCEDULA.DAT, el archivo tal como lo manda el
      * FONACOT): un renglon por credito vigente del trabajador con
      * el mes de la cedula, el numero de empleado con que la empresa
      * lo registro (el DATO-ID), su RFC, el numero de credito y la
      * retencion MENSUAL que el FONACOT espera. Antes alguien la
      * tecleaba como renglon plano en DEDUCCION.DAT; FONCARGA.cbl la
      * valida contra el maestro de empleados y la deja en
      * data/FONCRED.DAT (ver FONCRRC.cpy).
       01  FONCEDULA-RECORD.
           05  FCE-MES            PIC 9(6).
           05  FCE-DATO-ID        PIC 9(5).
           05  FCE-RFC            PIC X(13).
           05  FCE-NUM-CREDITO    PIC X(10).
           05  FCE-RETENCION      PIC 9(7)V99.
