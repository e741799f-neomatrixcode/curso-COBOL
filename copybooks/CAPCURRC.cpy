      * CAPCURRC.cpy - catalogo de cursos de capacitacion
      * (data/CAPCURSO.DAT): un renglon por curso que imparte o
      * contrata la empresa, con los datos que piden la constancia
      * DC-3 y las listas DC-4 de la STPS. Lo mantiene recursos
      * humanos editando el archivo, igual que DEPTCAT.DAT.
       01  CAPCURSO-RECORD.
           05  CUR-CLAVE          PIC X(6).
           05  CUR-NOMBRE         PIC X(40).
      * area tematica del catalogo de la STPS (p.ej. 6000 seguridad)
           05  CUR-AREA           PIC 9(4).
           05  CUR-HORAS          PIC 9(3).
      * 'I' instructor interno de la empresa, 'E' agente capacitador
      * externo con registro ante la STPS en CUR-REGISTRO-STPS
           05  CUR-TIPO-AGENTE    PIC X.
               88  CUR-AGENTE-INTERNO VALUE 'I'.
               88  CUR-AGENTE-EXTERNO VALUE 'E'.
           05  CUR-INSTRUCTOR     PIC X(30).
           05  CUR-REGISTRO-STPS  PIC X(15).
      * meses que vale el curso para el reporte de cumplimiento de los
      * obligatorios (ver CAPOBLRC.cpy); cero = no vence
           05  CUR-VIGENCIA-MESES PIC 9(3).
