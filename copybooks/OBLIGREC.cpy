      * OBLIGREC.cpy - maestro de obligaciones de remesa
      * (data/OBLIGA.DAT): un renglon por tipo de obligacion (y por
      * estado en el ISN) con la regla legal de su vencimiento. Lo
      * mantiene tesoreria editando el archivo, como EDOTAX.DAT; un
      * renglon con OBL-CLAVE en blanco es la regla general del tipo
      * y uno con clave (estado del ISN, seccion sindical) la
      * sustituye para esa clave. Reglas:
      *   M - mensual: dia OBL-DIA del mes siguiente al periodo
      *       (ISR federal el 17, ISN el dia que fija cada estado)
      *   B - bimestral: dia OBL-DIA del mes siguiente al bimestre
      *       (SUA; el periodo del cargo es el segundo mes)
      *   P - OBL-DIA dias naturales despues de la corrida que la
      *       genero (remesa sindical, pension alimenticia)
      * Un vencimiento que cae en sabado, domingo o feriado
      * (data/FERIADOS.DAT) se corre al siguiente dia habil. Lo leen
      * OBLVENCE.cbl y OBLMANTTO.cbl.
       01  OBLIGA-RECORD.
           05  OBL-TIPO           PIC X(4).
           05  OBL-CLAVE          PIC X(4).
           05  OBL-REGLA          PIC X.
               88  OBL-MENSUAL    VALUE 'M'.
               88  OBL-BIMESTRAL  VALUE 'B'.
               88  OBL-POR-CORRIDA VALUE 'P'.
           05  OBL-DIA            PIC 99.
           05  OBL-DESCRIPCION    PIC X(30).
