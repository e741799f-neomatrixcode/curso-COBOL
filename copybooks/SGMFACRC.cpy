      * SGMFACRC.cpy - detalle de la factura mensual de la aseguradora
      * de gastos medicos mayores (data/SGMMFACT.DAT), convertido de
      * su archivo: un renglon por certificado (titular) con el plan,
      * el nivel, cuantos asegurados cobra y la prima del mes.
      * SGMMCALC.cbl lo concilia contra la inscripcion de ese mes.
       01  SGMMFACT-RECORD.
           05  FAC-MES            PIC 9(6).
           05  FAC-DATO-ID        PIC 9(5).
           05  FAC-PLAN           PIC X(4).
           05  FAC-NIVEL          PIC X.
           05  FAC-ASEGURADOS     PIC 99.
           05  FAC-PRIMA          PIC 9(7)V99.
