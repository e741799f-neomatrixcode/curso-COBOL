      * MERHISRC.cpy - historia de aumentos por merito aplicados
      * (data/MERITHIST.DAT, EXTEND: la historia nunca se pisa). Un
      * renglon por propuesta que MERITO.cbl manda al maestro, con su
      * fecha efectiva y el antes/despues de tarifa y grado; de aqui
      * sale la fecha del ultimo aumento de la hoja de revision del
      * ciclo siguiente y el candado de un solo aumento por empleado
      * en cada ciclo.
       01  MERITHIST-RECORD.
           05  MHI-ANIO           PIC 9(4).
           05  MHI-DATO-ID        PIC 9(5).
           05  MHI-FECHA-EFECTIVA PIC 9(8).
           05  MHI-DEPARTAMENTO   PIC X(4).
           05  MHI-CALIFICACION   PIC 9.
           05  MHI-GRADO-ANTES    PIC X(2).
           05  MHI-GRADO-NUEVO    PIC X(2).
           05  MHI-PAGO-ANTES     PIC 9(5)V99.
           05  MHI-PAGO-NUEVO     PIC 9(5)V99.
      * dia en que se genero la transaccion para EMPBATCH
           05  MHI-FECHA-APLICA   PIC 9(8).
