      * CAPHISRC.cpy - historia de capacitacion por trabajador
      * (data/CAPHIST.DAT): un renglon por curso concluido que captura
      * CAPACITA.cbl (transaccion R). La compania y el departamento son
      * los del trabajador al concluir el curso, los que toman las
      * listas DC-4 de CAPLISTA.cbl aunque despues lo transfieran.
      * Solo se agrega al final (OPEN EXTEND); nunca se regraba.
       01  CAPHIST-RECORD.
           05  CAH-DATO-ID        PIC 9(5).
           05  CAH-CURSO          PIC X(6).
           05  CAH-FECHA-INICIO   PIC 9(8).
           05  CAH-FECHA-FIN      PIC 9(8).
      * 'A' acreditado (da derecho a la DC-3), 'N' no acreditado
           05  CAH-RESULTADO      PIC X.
               88  CAH-ACREDITADO     VALUE 'A'.
               88  CAH-NO-ACREDITADO  VALUE 'N'.
               88  CAH-RESULTADO-VALIDO VALUE 'A' 'N'.
           05  CAH-COMPANIA       PIC XX.
           05  CAH-DEPARTAMENTO   PIC X(4).
           05  CAH-FECHA-REGISTRO PIC 9(8).
           05  CAH-OPERADOR       PIC X(8).
