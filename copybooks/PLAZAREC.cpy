      * PLAZAREC.cpy - maestro de plazas autorizadas (control de
      * posiciones, data/PLAZAS.DAT): un renglon por plaza que
      * finanzas aprueba por compania, departamento y grado. Lo
      * mantiene finanzas editando el archivo, como EDOTAX.DAT: una
      * plaza nueva se agrega vacante y con su fecha de autorizacion
      * en PLZ-FECHA-VACANTE; congelarla es cambiar PLZ-STATUS a 'C'
      * (una congelada ocupada conserva a su ocupante, pero ya no se
      * vuelve a llenar al quedar vacante). El ocupante lo mueven
      * EMPMANTTO.cbl y EMPBATCH.cbl: toda alta y toda transferencia
      * de departamento toma una plaza autorizada vacante de su
      * compania/departamento/grado (o se rechaza, salvo que un
      * supervisor la autorice sin plaza), y la baja o la
      * transferencia liberan la plaza anterior con la fecha del dia
      * en PLZ-FECHA-VACANTE. PLAZAREP.cbl saca el reporte mensual
      * de autorizadas/ocupadas/vacantes por departamento.
       01  PLAZA-RECORD.
           05  PLZ-NUMERO         PIC 9(5).
           05  PLZ-COMPANIA       PIC XX.
           05  PLZ-DEPARTAMENTO   PIC X(4).
           05  PLZ-JOB-GRADE      PIC X(2).
           05  PLZ-STATUS         PIC X.
               88  PLZ-AUTORIZADA VALUE 'A'.
               88  PLZ-CONGELADA  VALUE 'C'.
      * DATO-ID del ocupante; cero = plaza vacante
           05  PLZ-DATO-ID        PIC 9(5).
               88  PLZ-VACANTE    VALUE ZERO.
      * desde cuando esta vacante (AAAAMMDD); en una ocupada se
      * conserva la ultima fecha en que quedo libre
           05  PLZ-FECHA-VACANTE  PIC 9(8).
