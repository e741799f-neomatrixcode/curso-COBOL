      * los depositos de subsidio del banco (data/SUBSIDEP.DAT: un
      * renglon por folio con fecha y monto depositado) para
      * perseguir los reembolsos que hoy se olvidan.
      * ICP-RAMO clasifica el certificado: 'T' riesgo de trabajo,
      * 'Y' accidente en trayecto (riesgo de trabajo que NO cuenta
      * para la siniestralidad), 'M' maternidad; en blanco o 'G' es
      * enfermedad general (los renglones historicos sin el campo).
      * ICP-CONSECUENCIA es el desenlace del riesgo de trabajo: 'I'
      * solo incapacidad temporal, 'P' incapacidad permanente
      * parcial con su valuacion en ICP-VALUACION (porcentaje del
      * dictamen), 'T' permanente total (100%), 'D' defuncion.
      * PRIMART.cbl los toma para la prima de riesgo de trabajo.
       01  INCAP-RECORD.
           05  ICP-DATO-ID        PIC 9(5).
           05  ICP-FOLIO          PIC X(8).
           05  ICP-FECHA-INICIO   PIC 9(8).
           05  ICP-DIAS           PIC 9(3).
           05  ICP-RAMO           PIC X.
               88  ICP-RIESGO-TRABAJO VALUE 'T'.
               88  ICP-TRAYECTO   VALUE 'Y'.
               88  ICP-MATERNIDAD VALUE 'M'.
           05  ICP-CONSECUENCIA   PIC X.
               88  ICP-TEMPORAL   VALUE 'I'.
               88  ICP-PERMANENTE-PARCIAL VALUE 'P'.
               88  ICP-PERMANENTE-TOTAL VALUE 'T'.
               88  ICP-DEFUNCION  VALUE 'D'.
           05  ICP-VALUACION      PIC 9(3)V99.
