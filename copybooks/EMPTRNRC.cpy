           05  TRN-RFC            PIC X(13).
           05  TRN-CURP           PIC X(18).
           05  TRN-FECHA-INGRESO  PIC 9(8).
      * BASE-PAGO (H/S/D, ver EMPREC.cpy); en blanco, una alta queda
      * por hora y un cambio conserva la vigente
           05  TRN-BASE-PAGO      PIC X.
      * TIPO-REGIMEN (clave SAT, ver EMPREC.cpy); en blanco, una alta
      * queda en sueldos y salarios y un cambio conserva el vigente
           05  TRN-TIPO-REGIMEN   PIC XX.
      * plaza autorizada que toma una alta o una transferencia de
      * departamento (ver PLAZAREC.cpy); cero o en blanco toma la
      * primera vacante de su compania/departamento/grado
           05  TRN-PLAZA          PIC 9(5).
      * 'S' = alta o transferencia sin plaza vacante; solo vale con
      * un operador supervisor firmado
           05  TRN-SIN-PLAZA      PIC X.
               88  TRN-AUTORIZA-SIN-PLAZA VALUE 'S'.
      * contrato de trabajo (ver CONTRREC.cpy). En una alta, tipo en
      * blanco es contrato por tiempo indeterminado desde la
      * FECHA-INGRESO (LFT art. 35) y un inicio en cero o en blanco
      * toma la FECHA-INGRESO; en un cambio, tipo en blanco conserva
      * el contrato vigente y uno capturado registra la renovacion o
      * el nuevo contrato. El fin va en cero en el indeterminado.
      * TRN-CTR-CONFIANZA 'S' = puesto de direccion o confianza (tope
      * mayor de prueba y capacitacion)
           05  TRN-TIPO-CONTRATO  PIC XX.
           05  TRN-CTR-INICIO     PIC 9(8).
           05  TRN-CTR-FIN        PIC 9(8).
           05  TRN-CTR-CONFIANZA  PIC X.
