      * FONMOVRC.cpy - retencion FONACOT realmente aplicada
      * (data/FONMOV.DAT, EXTEND: TIPOSDEDATOS agrega un renglon por
      * credito descontado en cada corrida ordinaria, aunque no haya
      * alcanzado nada, con lo debido del periodo y lo realmente
      * tomado). Una recuperacion de mora FONA no sabe de que credito
      * viene (ARREARS.DAT guarda un saldo por codigo) y va con el
      * credito en blanco y FMV-ES-MORA en 'S'; FONPAGO.cbl la
      * reparte entre los creditos del empleado que quedaron cortos
      * en el mes. Una re-corrida del mismo periodo vuelve a agregar
      * sus renglones: gana el ultimo por empleado, credito, fin de
      * periodo y tipo de renglon.
       01  FONMOV-RECORD.
           05  FMV-DATO-ID        PIC 9(5).
           05  FMV-NUM-CREDITO    PIC X(10).
           05  FMV-MES            PIC 9(6).
           05  FMV-FIN-PERIODO    PIC 9(8).
           05  FMV-DEBIDO         PIC 9(7)V99.
           05  FMV-RETENIDO       PIC 9(7)V99.
           05  FMV-ES-MORA        PIC X.
