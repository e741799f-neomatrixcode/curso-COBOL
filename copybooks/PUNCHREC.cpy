      * teclee las horas a mano desde el impreso del reloj (que es
      * justo de donde salian las HORAS disparatadas que
      * VALIDA-EDICION-HORAS atrapaba).
      * PUN-PROYECTO: la orden de trabajo / proyecto que el empleado
      * teclea en el reloj al checar la ENTRADA; el turno completo
      * se carga a esa orden (en la salida se ignora). En blanco -o
      * un extracto viejo que no lo trae- el turno es tiempo
      * indirecto y su costo se queda en el DEPARTAMENTO. RELOJIMP
      * deja las horas por orden en data/PROYHRS.DAT (PRYHRSRC.cpy).
       01  PUNCH-RECORD.
           05  PUN-DATO-ID        PIC 9(5).
           05  PUN-FECHA          PIC 9(8).
               88  PUN-ENTRADA    VALUE 'E'.
               88  PUN-SALIDA     VALUE 'S'.
           05  PUN-HORA           PIC 9(4).
           05  PUN-PROYECTO       PIC X(10).
