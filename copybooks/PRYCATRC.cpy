      * PRYCATRC.cpy - catalogo de ordenes de trabajo / proyectos
      * (data/PROYCAT.DAT, lo mantiene costos de planta). Cada orden
      * pertenece a una compania y lleva la cuenta de produccion en
      * proceso (WIP) a la que GLPOST.cbl debita la mano de obra y la
      * carga patronal que PROYDIST.cbl le reparte. Una orden
      * checada que no esta aqui (o es de otra compania) no se
      * reparte: su costo se queda en el departamento y sale como
      * excepcion en data/PROYDIST.RPT.
       01  PROYCAT-RECORD.
           05  PRC-PROYECTO       PIC X(10).
           05  PRC-COMPANIA       PIC XX.
           05  PRC-DESCRIPCION    PIC X(30).
           05  PRC-CUENTA-WIP     PIC X(6).
