      * OBLCARRC.cpy - cargo de obligacion de remesa
      * (data/OBLCARGO.DAT, EXTEND: la historia nunca se pisa). Cada
      * programa que genera una obligacion deja aqui el monto que
      * hay que enterar, con el reporte de donde sale:
      *   ISN  - EDOTAX.cbl, por compania y estado, en cada corrida
      *   ISR  - ISRMENS.cbl, por compania, el retenido del mes
      *   SUA  - SUACALC.cbl, por compania, obrera + patronal +
      *          INFONAVIT del bimestre
      *   SIND - SINDREM.cbl, por compania y seccion, en cada corrida
      *   PENS - BANKDISP.cbl, por compania, lo retenido en la
      *          corrida para los beneficiarios de pension
      *   FONA - FONPAGO.cbl, por compania, lo retenido del mes a los
      *          creditos de la cedula FONACOT
      * OCG-CORRIDA es la fecha de la corrida que lo genero (en
      * cero si el cargo ya es el total del periodo, ISR, SUA y
      * FONA).
      * Volver a correr el generador agrega otro renglon con la misma
      * llave (tipo, compania, clave, periodo, corrida): OBLVENCE se
      * queda con el ultimo, asi una re-corrida sustituye al cargo en
      * vez de duplicarlo.
       01  OBLCARGO-RECORD.
           05  OCG-TIPO           PIC X(4).
           05  OCG-COMPANIA       PIC XX.
           05  OCG-CLAVE          PIC X(4).
           05  OCG-PERIODO        PIC 9(6).
           05  OCG-CORRIDA        PIC 9(8).
           05  OCG-MONTO          PIC 9(9)V99.
           05  OCG-REPORTE        PIC X(12).
           05  OCG-FECHA-GEN      PIC 9(8).
