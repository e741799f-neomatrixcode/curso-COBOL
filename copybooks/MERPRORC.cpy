      * MERPRORC.cpy - propuesta de aumento por merito (data/
      * MERITPROP.DAT): un renglon por empleado que RH arma con las
      * hojas de los gerentes, en vez de teclear cada PAGO o
      * JOB-GRADE nuevo en EMPMANTTO. MERITO.cbl la valida contra la
      * bolsa del departamento y el rango del grado (ver PAYRATE.cpy)
      * y, aprobada, la manda al maestro por EMPBATCH.
       01  MERITPROP-RECORD.
           05  MPR-DATO-ID        PIC 9(5).
      * evaluacion de desempeno del ciclo: 1 no cumple (no admite
      * aumento) a 5 sobresaliente
           05  MPR-CALIFICACION   PIC 9.
               88  MPR-NO-CUMPLE  VALUE 1.
               88  MPR-CALIFICACION-VALIDA VALUE 1 THRU 5.
      * aumento propuesto en porcentaje sobre la tarifa vigente del
      * empleado; un MPR-PAGO-NUEVO distinto de cero lo sustituye
      * (la hoja del gerente trae el PAGO nuevo ya calculado)
           05  MPR-PORCENTAJE     PIC 9(2)V99.
           05  MPR-PAGO-NUEVO     PIC 9(5)V99.
      * promocion: grado nuevo; en blanco conserva el vigente
           05  MPR-GRADO-NUEVO    PIC X(2).
