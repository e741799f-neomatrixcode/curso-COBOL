      * ICREPRC.cpy - reparto intercompania del personal compartido
      * (data/ICREPART.DAT, se mantiene editandolo como DEPTCAT.DAT):
      * un renglon por empleado y compania que recibe parte de su
      * tiempo, con el porcentaje que se le cobra y la fecha desde la
      * que aplica. Para cada empleado y compania receptora manda el
      * renglon de fecha efectiva mas reciente que no sea posterior a
      * la corrida; un porcentaje en cero termina el reparto. La suma
      * de lo vigente de un empleado no puede pasar de 100.
      * ICCARGO.cbl lo lee despues de cada corrida ordinaria.
       01  ICREPART-RECORD.
           05  IRP-DATO-ID        PIC 9(5).
           05  IRP-CIA-RECIBE     PIC XX.
           05  IRP-PORCENTAJE     PIC 9(3)V99.
           05  IRP-FECHA-EFECTIVA PIC 9(8).
