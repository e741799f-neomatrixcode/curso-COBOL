      * CFDIRSRC.cpy - respuesta del proveedor de timbrado
      * (data/CFDIRESP.DAT): un renglon por registro E de
      * data/CFDINOM.OUT que el PAC proceso. El PAC regresa la
      * referencia que le mandamos (COMPANIA, ejercicio, periodo y
      * DATO-ID del registro E), el resultado y, si timbro, el folio
      * fiscal (UUID) que asigno el SAT; si rechazo, su codigo y
      * descripcion de error. CFDIRESP.cbl lo pasa a la bitacora de
      * folios data/CFDIUUID.DAT (ver CFDIUUID.cpy).
       01  CFDI-RESP-RECORD.
           05  RSP-COMPANIA       PIC X(2).
           05  RSP-EJERCICIO      PIC 9(4).
           05  RSP-PERIODO        PIC 99.
           05  RSP-DATO-ID        PIC 9(5).
           05  RSP-RESULTADO      PIC X.
               88  RSP-TIMBRADO   VALUE 'T'.
               88  RSP-RECHAZADO  VALUE 'R'.
           05  RSP-UUID           PIC X(36).
           05  RSP-FECHA          PIC 9(8).
           05  RSP-NETO           PIC 9(9)V99.
           05  RSP-COD-ERROR      PIC X(6).
           05  RSP-DESC-ERROR     PIC X(40).
