      * AGHISRC.cpy - historia de la agenda de jobs (data/AGENDA.HIS):
      * nunca se regraba, solo se agrega un renglon por cada job que
      * la agenda tenia que correr, con la fecha de disparo que
      * atendia, cuando corrio y su COND-CODE. Un disparo queda
      * cumplido con un renglon 'T' (COND-CODE 4 o menos) o 'M'
      * (un operador lo corrio a mano y lo marco con
      * jobs/AGENDA.job MARCA); 'F' fallo y 'B' no se corrio porque
      * un prerrequisito no estaba cumplido. Lo que tenia disparo y
      * no tiene renglon cumplido sale cada manana en la lista de
      * "debidos y no corridos" de data/AGENDA.RPT.
       01  AGENDA-HIST-RECORD.
           05  AGH-ID             PIC X(8).
           05  AGH-JOB            PIC X(12).
           05  AGH-ARGUMENTOS     PIC X(20).
           05  AGH-FECHA-DEBIDO   PIC 9(8).
           05  AGH-FECHA-CORRIDA  PIC 9(8).
           05  AGH-HORA-INICIO    PIC 9(6).
           05  AGH-HORA-FIN       PIC 9(6).
           05  AGH-CC             PIC 9(3).
           05  AGH-RESULTADO      PIC X.
               88  AGH-TERMINADO  VALUE 'T'.
               88  AGH-FALLO      VALUE 'F'.
               88  AGH-BLOQUEADO  VALUE 'B'.
               88  AGH-MANUAL     VALUE 'M'.
               88  AGH-CUMPLIDO   VALUE 'T' 'M'.
