      * VIATREC.cpy - libro de viaticos por DATO-ID
      * (data/VIATICOS.DAT): cuentas por pagar deja aqui cada
      * anticipo de viaje que entrega y cada comprobacion o
      * devolucion que recibe, todas amarradas al folio del anticipo.
      * El anticipo trae la fecha limite para comprobarlo; vencida
      * esa fecha, VIATLIQ.cbl (STEP00D de jobs/PAYROLL.job) lleva el
      * saldo no comprobado a la nomina segun la politica de la
      * compania (data/VIATPOL.DAT, ver VIAPOLRC.cpy) y agrega aqui
      * mismo el renglon de liquidacion que cierra el folio.
      *   'A' anticipo entregado (VIA-FECHA-LIMITE obligatoria)
      *   'C' comprobado con facturas
      *   'D' devuelto en efectivo a la caja
      *   'P' liquidado como percepcion gravable (codigo VIAT de
      *       data/PERCEPCION.DAT) en el periodo VIA-PERIODO de la
      *       compania VIA-CIA-PERIODO
      *   'R' liquidado como recuperacion (codigo VIAT de
      *       data/DEDUCCION.DAT, con meta)
       01  VIATICO-RECORD.
           05  VIA-DATO-ID        PIC 9(5).
           05  VIA-FOLIO          PIC X(10).
           05  VIA-TIPO           PIC X.
               88  VIA-ANTICIPO   VALUE 'A'.
               88  VIA-COMPROBADO VALUE 'C'.
               88  VIA-DEVUELTO   VALUE 'D'.
               88  VIA-LIQ-PERCEPCION VALUE 'P'.
               88  VIA-LIQ-RECUPERACION VALUE 'R'.
           05  VIA-FECHA          PIC 9(8).
           05  VIA-FECHA-LIMITE   PIC 9(8).
           05  VIA-MONTO          PIC 9(7)V99.
           05  VIA-CIA-PERIODO    PIC XX.
           05  VIA-PERIODO        PIC 99.
