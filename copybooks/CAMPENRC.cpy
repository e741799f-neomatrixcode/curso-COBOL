      * CAMPENRC.cpy - cola de cambios sensibles pendientes de
      * autorizacion (data/CAMBPEND.DAT). Un cambio de PAGO o de
      * JOB-GRADE (EMPMANTTO.cbl, EMPBATCH.cbl) o de cuenta CLABE
      * (BNKMANTTO.cbl) ya no toca el maestro: queda aqui con el
      * valor vigente, el nuevo y el operador que lo capturo, y solo
      * se aplica cuando OTRO operador supervisor lo aprueba en la
      * revision (transaccion R de EMPMANTTO/BNKMANTTO); quien captura
      * nunca aprueba lo suyo. La decision se anota en el mismo
      * renglon (el archivo conserva la historia) y en
      * data/MANTAUD.LOG con los dos operadores. CAMBPEND.cbl lista
      * las pendientes como advertencia antes del calculo de nomina.
       01  CAMBPEND-RECORD.
      * campo que se cambia: 'PAGO ', 'GRADO' o 'CLABE'
           05  CPD-CAMPO          PIC X(5).
               88  CPD-ES-PAGO    VALUE 'PAGO '.
               88  CPD-ES-GRADO   VALUE 'GRADO'.
               88  CPD-ES-CLABE   VALUE 'CLABE'.
           05  CPD-DATO-ID        PIC 9(5).
      * valor vigente al capturar y valor propuesto: PAGO en sus 7
      * digitos 9(5)V99, grado en 2 posiciones, cuenta como banco
      * X(10) seguido de la CLABE X(18). Si al aprobar el maestro ya
      * no trae el valor vigente (otro cambio entro antes), el
      * renglon no se aplica y solo puede rechazarse.
           05  CPD-VALOR-ANTES    PIC X(28).
           05  CPD-VALOR-NUEVO    PIC X(28).
           05  CPD-OPERADOR-CAPTURA PIC X(8).
           05  CPD-FECHA-CAPTURA  PIC 9(8).
           05  CPD-HORA-CAPTURA   PIC 9(6).
      * 'P' pendiente, 'A' aprobado y aplicado, 'R' rechazado
           05  CPD-STATUS         PIC X.
               88  CPD-PENDIENTE  VALUE 'P'.
               88  CPD-APROBADO   VALUE 'A'.
               88  CPD-RECHAZADO  VALUE 'R'.
           05  CPD-OPERADOR-DECIDE PIC X(8).
           05  CPD-FECHA-DECIDE   PIC 9(8).
