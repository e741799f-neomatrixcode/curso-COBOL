      * AGENDARC.cpy - maestro de la agenda de jobs (data/AGENDA.DAT):
      * un renglon por job calendarizado con su disparo y hasta tres
      * prerrequisitos (AGD-ID de otros renglones). AGENDA.cbl decide
      * cada manana cuales tocan ese dia y en que orden, y
      * jobs/AGENDA.job los corre. Disparos:
      *   'P' fecha de pago de la compania AGD-COMPANIA (los fines de
      *       periodo de su calendario, ver CIACALRC.cpy; en blanco
      *       o sin calendario propio, el quincenal corporativo);
      *       AGD-DESFASE = dias ANTES de la fecha de pago
      *   'M' fin de mes, 'B' fin de bimestre (febrero, abril, ...);
      *       AGD-DESFASE = dias DESPUES del ultimo dia del mes
      *   'D' dia fijo AGD-DIA de cada mes ('A' ademas del mes
      *       AGD-MES, una vez al ano); un dia que el mes no tiene
      *       cae en su ultimo dia
      *   'T' todos los dias
      * AGD-PARAMETROS dice que argumentos lleva el job: ninguno, la
      * COMPANIA, "MM AAAA" o "BIMESTRE AAAA" del mes o bimestre del
      * disparo (el que cerro, con 'M'/'B'). Una fecha de disparo
      * anterior a AGD-FECHA-ALTA no cuenta (el job no estaba en la
      * agenda todavia).
       01  AGENDA-RECORD.
           05  AGD-ID             PIC X(8).
           05  AGD-JOB            PIC X(12).
           05  AGD-DISPARO        PIC X.
               88  AGD-FECHA-PAGO VALUE 'P'.
               88  AGD-FIN-MES    VALUE 'M'.
               88  AGD-FIN-BIMESTRE VALUE 'B'.
               88  AGD-DIA-FIJO   VALUE 'D'.
               88  AGD-ANUAL      VALUE 'A'.
               88  AGD-DIARIO     VALUE 'T'.
               88  AGD-DISPARO-VALIDO VALUE 'P' 'M' 'B' 'D' 'A' 'T'.
           05  AGD-COMPANIA       PIC XX.
           05  AGD-MES            PIC 99.
           05  AGD-DIA            PIC 99.
           05  AGD-DESFASE        PIC 99.
           05  AGD-PARAMETROS     PIC X.
               88  AGD-SIN-PARAMETROS VALUE 'N'.
               88  AGD-PARM-COMPANIA VALUE 'C'.
               88  AGD-PARM-MES   VALUE 'M'.
               88  AGD-PARM-BIMESTRE VALUE 'B'.
               88  AGD-PARAMETROS-VALIDO VALUE 'N' 'C' 'M' 'B'.
           05  AGD-FECHA-ALTA     PIC 9(8).
           05  AGD-PRERREQ        PIC X(8) OCCURS 3 TIMES.
