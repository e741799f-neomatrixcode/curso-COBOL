      * SGMMREC.cpy - inscripcion al seguro de gastos medicos mayores
      * (data/SGMM.DAT): un renglon por asegurado, varios por DATO-ID:
      * el titular (secuencia 00, parentesco 'T') con el plan y el
      * nivel de cobertura, y sus dependientes (conyuge o hijos) con
      * su fecha de nacimiento. Cada asegurado trae su propia alta y
      * baja de cobertura; SGM-FECHA-BAJA es el ultimo dia cubierto
      * (cero = vigente). El renglon de un asegurado que sale no se
      * borra: el censo y la conciliacion de un mes pasado siguen
      * viendo quien estaba cubierto ese mes. Lo mantiene
      * SGMMANTTO.cbl; la baja del empleado en EMPMANTTO.cbl termina
      * la cobertura de toda la familia (motivo 'E'), y SGMMCALC.cbl
      * calcula la prima de cada periodo, el censo mensual para la
      * aseguradora y la conciliacion contra su factura.
       01  SGMM-RECORD.
           05  SGM-DATO-ID        PIC 9(5).
           05  SGM-SECUENCIA      PIC 99.
           05  SGM-PARENTESCO     PIC X.
               88  SGM-TITULAR    VALUE 'T'.
               88  SGM-CONYUGE    VALUE 'C'.
               88  SGM-HIJO       VALUE 'H'.
           05  SGM-NOMBRE         PIC X(30).
           05  SGM-FECHA-NAC      PIC 9(8).
      * plan y nivel de cobertura, solo en el renglon del titular (ver
      * SGMPLNRC.cpy): 'E' empleado solo, 'C' empleado y conyuge, 'H'
      * empleado e hijos, 'F' familia
           05  SGM-PLAN           PIC X(4).
           05  SGM-NIVEL          PIC X.
               88  SGM-NIVEL-VALIDO VALUE 'E' 'C' 'H' 'F'.
           05  SGM-FECHA-ALTA     PIC 9(8).
           05  SGM-FECHA-BAJA     PIC 9(8).
      * 'E' baja del empleado, 'M' baja o cambio capturado en
      * SGMMANTTO; en blanco mientras esta vigente
           05  SGM-MOTIVO-BAJA    PIC X.
               88  SGM-BAJA-EMPLEADO VALUE 'E'.
               88  SGM-BAJA-MANTTO VALUE 'M'.
