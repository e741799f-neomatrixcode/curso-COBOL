      * VIAPOLRC.cpy - politica de viaticos no comprobados por
      * compania (data/VIATPOL.DAT). VPO-TRATAMIENTO 'P' paga el
      * saldo vencido como percepcion gravable (entra al SALARIO y a
      * la base del ISR del periodo); 'D' lo recupera por nomina en
      * VPO-PARCIALIDADES descuentos del mismo monto. Una compania
      * sin renglon toma 'P': sin el acuerdo firmado del empleado
      * para descontarle, lo no comprobado es ingreso gravable.
       01  VIATPOL-RECORD.
           05  VPO-COMPANIA       PIC XX.
           05  VPO-TRATAMIENTO    PIC X.
               88  VPO-PERCEPCION VALUE 'P'.
               88  VPO-RECUPERA   VALUE 'D'.
           05  VPO-PARCIALIDADES  PIC 99.
