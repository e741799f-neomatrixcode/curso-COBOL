      * PPTINCRC.cpy - incrementos planeados para la proyeccion de
      * costo de nomina del ano siguiente (data/PPTOINC.DAT, se
      * mantiene editandolo como DEPTCAT.DAT): un renglon por grado
      * ('G', JOB-GRADE en las dos primeras posiciones de la clave)
      * o por departamento ('D', DEPARTAMENTO), con el porcentaje y
      * el mes del ano proyectado desde el que aplica (00 o 01 es
      * desde enero). Un empleado cuyo grado y departamento traen
      * renglon recibe los dos, uno sobre otro (el de grado es la
      * revision de PAYRATE.DAT, el de departamento la bolsa de
      * meritos). PPTOPROY.cbl es quien lo lee.
       01  PPTOINC-RECORD.
           05  PIN-TIPO           PIC X.
               88  PIN-POR-GRADO  VALUE 'G'.
               88  PIN-POR-DEPTO  VALUE 'D'.
           05  PIN-CLAVE          PIC X(4).
           05  PIN-PORCENTAJE     PIC 9(2)V99.
           05  PIN-MES            PIC 99.
