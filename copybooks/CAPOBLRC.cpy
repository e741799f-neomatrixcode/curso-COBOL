      * CAPOBLRC.cpy - cursos obligatorios por departamento
      * (data/CAPOBLIG.DAT): cada renglon obliga a todo trabajador
      * activo del departamento a tener acreditado el curso, y vigente
      * segun CUR-VIGENCIA-MESES del catalogo (ver CAPCURRC.cpy). El
      * departamento '****' obliga a todos. Lo mantiene recursos
      * humanos editando el archivo.
       01  CAPOBLIG-RECORD.
           05  COB-DEPARTAMENTO   PIC X(4).
               88  COB-TODOS-DEPTOS VALUE '****'.
           05  COB-CURSO          PIC X(6).
