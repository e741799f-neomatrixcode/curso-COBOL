      * DISTREC.cpy - maestro de distribucion de reportes
      * (data/DISTRIB.DAT): a quien le toca que parte de los listados
      * de la corrida. Un renglon por alcance de cada destinatario
      * (un jefe con dos departamentos trae dos renglones):
      *   'D' un DEPARTAMENTO (DIS-LLAVE); con DIS-COMPANIA en blanco
      *       el departamento de cualquier compania
      *   'C' una COMPANIA completa (DIS-COMPANIA, DIS-LLAVE en blanco)
      *   'E' un MX-ESTADO (DIS-LLAVE, 3 letras minusculas como en
      *       EMPREC.cpy); con DIS-COMPANIA en blanco todas
      * DIS-REPORTES trae una bandera 'S'/'N' por reporte, en el
      * orden de DIS-RPT: PAYREG, DEPTROLL, OTREPORT, APRHORAS,
      * PAYEXCEP y las alertas de presupuesto de DEPTROLL. RPTBURST.cbl
      * parte cada reporte en un archivo por destinatario con solo
      * los renglones de sus alcances (data/BURST/DEST.REPORTE.RPT);
      * el nombre y el correo viajan a la bitacora de distribucion.
       01  DISTRIB-RECORD.
           05  DIS-DESTINATARIO   PIC X(8).
           05  DIS-TIPO-LLAVE     PIC X.
               88  DIS-POR-DEPTO  VALUE 'D'.
               88  DIS-POR-CIA    VALUE 'C'.
               88  DIS-POR-ESTADO VALUE 'E'.
               88  DIS-TIPO-VALIDO VALUE 'D' 'C' 'E'.
           05  DIS-COMPANIA       PIC XX.
           05  DIS-LLAVE          PIC X(4).
           05  DIS-REPORTES.
               10  DIS-RPT-PAYREG     PIC X.
               10  DIS-RPT-DEPTROLL   PIC X.
               10  DIS-RPT-OTREPORT   PIC X.
               10  DIS-RPT-APRHORAS   PIC X.
               10  DIS-RPT-PAYEXCEP   PIC X.
               10  DIS-RPT-PPTOALRT   PIC X.
           05  DIS-REPORTES-R REDEFINES DIS-REPORTES.
               10  DIS-RPT            PIC X OCCURS 6 TIMES.
           05  DIS-NOMBRE         PIC X(30).
           05  DIS-CORREO         PIC X(40).
