      * IDSERSRC.cpy - respuesta del IDSE a un lote de movimientos
      * afiliatorios (data/IDSERESP.DAT): un renglon por movimiento,
      * capturado o convertido de la constancia del IMSS con el folio
      * que el movimiento llevaba en data/IDSEAFIL.OUT (ver
      * IDSEMVRC.cpy). IRS-RESULTADO 'A' aceptado, 'R' rechazado con
      * su motivo.
       01  IDSERESP-RECORD.
           05  IRS-FOLIO          PIC 9(6).
           05  IRS-RESULTADO      PIC X.
               88  IRS-ACEPTADO   VALUE 'A'.
               88  IRS-RECHAZADO  VALUE 'R'.
           05  IRS-FECHA          PIC 9(8).
           05  IRS-MOTIVO         PIC X(30).
