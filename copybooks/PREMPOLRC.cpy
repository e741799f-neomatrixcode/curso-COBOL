      * PREMPOLRC.cpy - politica de premios de asistencia y de
      * puntualidad por compania (data/PREMPOL.DAT, se mantiene
      * editandolo como VIATPOL.DAT). Cada premio es un porcentaje
      * del salario base del periodo (el tope de prevision social
      * del IMSS es el 10% del SBC por premio); PRP-TOLERANCIA son
      * los minutos de retardo o de salida temprana que la compania
      * perdona antes de quitar el de puntualidad. Las banderas 'S'
      * dicen si una incapacidad (INCAP.DAT o licencia 'med') o
      * cualquier otra licencia del periodo quita los dos premios, y
      * si el empleado que no checo en todo el periodo los pierde.
      * Con 'N' la falta que cae en un dia de incapacidad o de
      * licencia se justifica. Una compania sin renglon no paga
      * premios. PREMASIS.cbl es quien lo lee.
       01  PREMPOL-RECORD.
           05  PRP-COMPANIA       PIC XX.
           05  PRP-PCT-ASISTENCIA PIC 9(2)V99.
           05  PRP-PCT-PUNTUALIDAD PIC 9(2)V99.
           05  PRP-TOLERANCIA     PIC 9(3).
           05  PRP-INCAP-DESCALIFICA PIC X.
               88  PRP-INCAP-QUITA VALUE 'S'.
           05  PRP-LICENCIA-DESCALIFICA PIC X.
               88  PRP-LICENCIA-QUITA VALUE 'S'.
           05  PRP-REQUIERE-CHECADAS PIC X.
               88  PRP-EXIGE-CHECADAS VALUE 'S'.
