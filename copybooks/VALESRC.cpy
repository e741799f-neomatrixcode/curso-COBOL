      * VALESRC.cpy - tabla de prestacion de vales de despensa
      * (data/VALES.DAT): un renglon por COMPANIA y JOB-GRADE con el
      * monto mensual del vale y sus reglas de elegibilidad. Un grado
      * sin renglon en su compania no recibe vales. El vale se
      * pagaba por fuera del sistema y el excedente gravable nunca
      * llegaba a la base del ISR; VALES.cbl arma cada mes la carga
      * de tarjetas para el proveedor y deja lo exento y lo gravado
      * por empleado para la siguiente corrida (ver VALCALRC.cpy).
      *   VAL-ANTIG-DIAS  - dias minimos desde FECHA-INGRESO al fin
      *                     del mes (cero: desde el ingreso)
      *   VAL-MAX-FALTAS  - faltas (FAL de data/INCIDENT.HIS) que se
      *                     toleran en el mes; con una mas el vale se
      *                     pierde (cero: cualquier falta lo quita)
       01  VALES-RECORD.
           05  VAL-COMPANIA       PIC XX.
           05  VAL-JOB-GRADE      PIC XX.
           05  VAL-MONTO          PIC 9(5)V99.
           05  VAL-ANTIG-DIAS     PIC 9(3).
           05  VAL-MAX-FALTAS     PIC 99.
