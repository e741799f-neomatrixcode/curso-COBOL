      * FRAUDREC.cpy - hallazgos de la revision de fraude de nomina
      * (data/FRAUDE.DAT). FRAUDCHK.cbl corre cada periodo, despues
      * de ordenar la nomina, y regraba aqui un renglon por hallazgo
      * con su puntaje de riesgo y la evidencia; es la revision de
      * empleados fantasma que auditoria interna hacia una vez al ano
      * en una hoja de calculo. El reporte impreso lo saca
      * FRAUDRPT.cbl, y solo a un operador supervisor (nivel 2 de
      * data/OPERADOR.DAT).
       01  FRAUDE-RECORD.
           05  FRD-DATO-ID        PIC 9(5).
      * prueba que disparo el hallazgo:
      *   CL  CLABE compartida por mas de un DATO-ID
      *   RF  RFC duplicado        CU  CURP duplicada
      *   SC  pagado sin checadas ni licencia en el periodo
      *   PB  pagado despues de una transicion a 'baj'
      *   CR  cuenta bancaria cambiada pocos dias antes del pago
      *   MO  PAGO y cuenta bancaria cambiados por el mismo operador
           05  FRD-PRUEBA         PIC XX.
               88  FRD-CLABE-COMPARTIDA VALUE 'CL'.
               88  FRD-RFC-DUPLICADO VALUE 'RF'.
               88  FRD-CURP-DUPLICADA VALUE 'CU'.
               88  FRD-SIN-CHECADAS VALUE 'SC'.
               88  FRD-PAGADO-EN-BAJA VALUE 'PB'.
               88  FRD-CUENTA-RECIENTE VALUE 'CR'.
               88  FRD-MISMO-OPERADOR VALUE 'MO'.
           05  FRD-PUNTOS         PIC 9(3).
           05  FRD-EVIDENCIA      PIC X(60).
      * corrida y periodo de nomina en que se detecto
           05  FRD-FECHA-CORRIDA  PIC 9(8).
           05  FRD-PERIODO        PIC 99.
