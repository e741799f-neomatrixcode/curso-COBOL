      * EDOTAX.cbl la carga a memoria y la aplica a la base gravable
      * de cada estado acumulada de data/PAYCALC.SRT; cambiar una tasa
      * es editar este archivo, igual que PAYRATE.DAT.
      * STX-GRAVA-ASIMILADOS dice si el estado grava tambien los pagos
      * a asimilados a salarios (ver TIPO-REGIMEN en EMPREC.cpy):
      * 'N' los deja fuera de la base; blanco o 'S' los grava igual
      * que a los sueldos, que es la regla en la mayoria de los
      * estados.
       01  EDOTAX-RECORD.
           05  STX-ESTADO         PIC X(3).
           05  STX-TASA           PIC 9(2)V9999.
           05  STX-GRAVA-ASIMILADOS PIC X.
               88  STX-ASIMILADOS-EXENTOS VALUE 'N'.
