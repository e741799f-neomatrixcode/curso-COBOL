      * DSTLOGRC.cpy - bitacora de distribucion de reportes
      * (data/DISTLOG.DAT). RPTBURST agrega (EXTEND, nunca reescribe)
      * un renglon 'A' por cada archivo que deja para un destinatario
      * (reporte, ruta, renglones de detalle y total de SALARIO o de
      * prima que muestra) y, en los reportes con SALARIO por
      * empleado (PAYREG y PAYEXCEP), un renglon 'E' por cada
      * empleado que le entrego, con su monto. Los archivos de
      * data/BURST se rehacen en cada corrida; esta bitacora es la
      * prueba de quien recibio que informacion de SALARIO en cada
      * periodo.
       01  DISTLOG-RECORD.
           05  DLG-FECHA          PIC 9(8).
           05  DLG-HORA           PIC 9(6).
           05  DLG-PERIODO        PIC 99.
           05  DLG-PERIODO-FIN    PIC 9(8).
           05  DLG-TIPO           PIC X.
               88  DLG-ES-ARCHIVO  VALUE 'A'.
               88  DLG-ES-EMPLEADO VALUE 'E'.
           05  DLG-DESTINATARIO   PIC X(8).
           05  DLG-REPORTE        PIC X(8).
           05  DLG-DATO-ID        PIC 9(5).
           05  DLG-RENGLONES      PIC 9(6).
           05  DLG-TOTAL          PIC 9(9)V99.
           05  DLG-CORREO         PIC X(40).
           05  DLG-ARCHIVO        PIC X(40).
