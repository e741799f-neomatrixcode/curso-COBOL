      * contabilidad volvia a destripar a mano cada periodo. Una
      * llave sin renglon aqui postea a la cuenta generica con una
      * advertencia, para que contabilidad complete el catalogo.
      * Renglones 'R' y 'P' (llave = la otra COMPANIA) son la cuenta
      * por cobrar y la cuenta por pagar intercompania contra esa
      * compania, para los cargos del personal compartido que postea
      * ICCARGO.cbl.
       01  GLMAP-RECORD.
           05  GLM-TIPO           PIC X.
               88  GLM-ES-DEPTO   VALUE 'D'.
               88  GLM-ES-DEDUCCION VALUE 'C'.
               88  GLM-ES-CXC-IC  VALUE 'R'.
               88  GLM-ES-CXP-IC  VALUE 'P'.
           05  GLM-LLAVE          PIC X(4).
           05  GLM-CUENTA         PIC X(6).
