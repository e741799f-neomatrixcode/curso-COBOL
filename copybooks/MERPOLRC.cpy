      * MERPOLRC.cpy - bolsa de aumentos por merito por departamento
      * y ciclo (data/MERITPOOL.DAT, se mantiene editandolo como
      * DEPTBUD.DAT): el porcentaje que finanzas autorizo repartir en
      * aumentos individuales del DEPARTAMENTO en la revision anual
      * de diciembre del MPL-ANIO. MERITO.cbl lo convierte en pesos
      * por periodo sobre el costo vigente del departamento (HORAS
      * por tarifa, el mismo numero de TARIFMAS y DEPTROLL) y no deja
      * pasar propuestas que, sumadas, se salgan de la bolsa.
       01  MERITPOOL-RECORD.
           05  MPL-ANIO           PIC 9(4).
           05  MPL-DEPARTAMENTO   PIC X(4).
           05  MPL-PORCENTAJE     PIC 9(2)V99.
