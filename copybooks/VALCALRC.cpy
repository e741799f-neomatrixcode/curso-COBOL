      * VALCALRC.cpy - vale de despensa del mes por empleado, partido
      * en su parte exenta (tope de prevision social en UMA) y el
      * excedente gravable. VALES.cbl deja los renglones del mes en
      * data/VALESPEN.DAT; la siguiente corrida ordinaria suma el
      * excedente gravable a la base del ISR del empleado (el vale
      * no es efectivo: el SALARIO y el neto no cambian), los deja en
      * data/VALESCALC.OUT para el extracto CFDI (registro P de
      * percepcion en especie, ver CFDINOM.cbl) y los consume, igual
      * que RETRO.DAT. Un empleado que no cobra en la corrida
      * conserva su renglon para la siguiente.
       01  VALCAL-RECORD.
           05  VCL-DATO-ID        PIC 9(5).
           05  VCL-MES            PIC 9(6).
           05  VCL-COMPANIA       PIC XX.
           05  VCL-MONTO          PIC 9(5)V99.
           05  VCL-EXENTO         PIC 9(5)V99.
           05  VCL-GRAVADO        PIC 9(5)V99.
