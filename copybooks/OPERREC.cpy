      * exige firmarse al arrancar: antes cualquiera que pudiera
      * ejecutar el programa podia alterar PAGO o voltear el status
      * de un empleado sin dejar rastro de quien fue.
      * Un cambio de PAGO, JOB-GRADE o CLABE queda pendiente hasta que
      * lo apruebe un supervisor distinto del que lo capturo (ver
      * CAMPENRC.cpy): se necesitan al menos dos de nivel 2.
       01  OPERADOR-RECORD.
           05  OPR-ID             PIC X(8).
           05  OPR-PASSWORD       PIC X(8).
