      * CAPLISTA: listas anuales DC-4 de la STPS y reporte de cursos
      * obligatorios, de la historia de capacitacion que captura
      * CAPACITA.cbl (data/CAPHIST.DAT, ver CAPHISRC.cpy). En la
      * inspeccion se piden las listas de constancias del ejercicio y
      * la prueba de que cada trabajador tiene los cursos que su
      * puesto exige; antes se armaban a mano de las carpetas.
      *   data/DC4.RPT   lista de constancias de competencias o de
      *                  habilidades laborales del ejercicio pedido por
      *                  compania (data/CIANOM.DAT) y departamento
      *                  (data/DEPTCAT.DAT): cada curso acreditado con
      *                  termino en el ejercicio, con el nombre, la
      *                  CURP y el grado del trabajador de
      *                  data/EMPLOYEE.DAT y los datos del curso de
      *                  data/CAPCURSO.DAT. La compania y el
      *                  departamento son los del trabajador al
      *                  concluir el curso
      *   data/CAPCUMPLE.RPT  por departamento, los trabajadores
      *                  activos (o con licencia) a los que les falta un
      *                  curso obligatorio de data/CAPOBLIG.DAT (ver
      *                  CAPOBLRC.cpy): nunca acreditado, o acreditado
      *                  pero vencido segun CUR-VIGENCIA-MESES
      * RC 4 si algun trabajador tiene cursos obligatorios faltantes.
      * uso: jobs/CAPLISTA.job [AAAA]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPLISTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL DEPTCAT-FILE ASSIGN TO "data/DEPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT OPTIONAL CIANOM-FILE ASSIGN TO "data/CIANOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIANOM-STATUS.

           SELECT OPTIONAL CAPCURSO-FILE ASSIGN TO "data/CAPCURSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPCURSO-STATUS.

           SELECT OPTIONAL CAPOBLIG-FILE ASSIGN TO "data/CAPOBLIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPOBLIG-STATUS.

           SELECT OPTIONAL CAPHIST-FILE ASSIGN TO "data/CAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHIST-STATUS.

           SELECT LISTADO-FILE ASSIGN TO "data/DC4.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CAPCUMPLE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPTCAT-FILE.
           COPY DEPTCAT.

       FD  CIANOM-FILE.
           COPY CIANOMRC.

       FD  CAPCURSO-FILE.
           COPY CAPCURRC.

       FD  CAPOBLIG-FILE.
           COPY CAPOBLRC.

       FD  CAPHIST-FILE.
           COPY CAPHISRC.

       FD  LISTADO-FILE.
       01  LISTADO-LINE PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-DEPTCAT-STATUS PIC XX VALUE SPACES.
           77 WS-CIANOM-STATUS PIC XX VALUE SPACES.
           77 WS-CAPCURSO-STATUS PIC XX VALUE SPACES.
           77 WS-CAPOBLIG-STATUS PIC XX VALUE SPACES.
           77 WS-CAPHIST-STATUS PIC XX VALUE SPACES.
           77 WS-LISTADO-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EMP-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.

      * parametro del job: el ejercicio de las listas DC-4
           77 WS-ANIO PIC 9(4) VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * catalogo de cursos (ver CAPCURRC.cpy)
           77 WS-NUM-CURSOS PIC 9(3) VALUE ZERO.
       01  TABLA-CURSOS.
           05  CURSO-ENTRY OCCURS 200 TIMES
                   INDEXED BY CURSO-IDX.
               10  TC-CLAVE       PIC X(6).
               10  TC-NOMBRE      PIC X(40).
               10  TC-AREA        PIC 9(4).
               10  TC-HORAS       PIC 9(3).
               10  TC-TIPO-AGENTE PIC X.
               10  TC-REGISTRO    PIC X(15).
               10  TC-VIGENCIA    PIC 9(3).

      * cursos obligatorios por departamento (ver CAPOBLRC.cpy)
           77 WS-NUM-OBLIGATORIOS PIC 9(3) VALUE ZERO.
       01  TABLA-OBLIGATORIOS.
           05  OBLIG-ENTRY OCCURS 200 TIMES
                   INDEXED BY OBLIG-IDX.
               10  TO-DEPTO       PIC X(4).
               10  TO-CURSO       PIC X(6).

      * companias: las de data/CIANOM.DAT y las que aparecen en la
      * historia sin renglon ahi
           77 WS-NUM-CIAS PIC 99 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 50 TIMES
                   INDEXED BY CIA-IDX.
               10  TCI-COMPANIA   PIC XX.
               10  TCI-RAZON      PIC X(40).
               10  TCI-RFC        PIC X(12).
               10  TCI-REG-PATRONAL PIC X(11).

      * departamentos: los de data/DEPTCAT.DAT y los que aparecen en
      * el maestro o en la historia sin renglon ahi
           77 WS-NUM-DEPTOS PIC 9(3) VALUE ZERO.
       01  TABLA-DEPTOS.
           05  DEPTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEPTO-IDX.
               10  TD-DEPTO       PIC X(4).
               10  TD-DESCRIPCION PIC X(30).
               10  TD-NUM-EMP     PIC 9(5).
               10  TD-NUM-FALTAN  PIC 9(5).

      * todo el maestro (los de baja tambien salen en la DC-4 de los
      * cursos que acreditaron)
           77 WS-NUM-EMPLEADOS PIC 9(5) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           05  EMPLEADO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TE-DATO-ID     PIC 9(5).
               10  TE-NOMBRE      PIC X(30).
               10  TE-CURP        PIC X(18).
               10  TE-DEPTO       PIC X(4).
               10  TE-GRADO       PIC X(2).
               10  TE-STATUS      PIC X(3).

      * cursos acreditados de data/CAPHIST.DAT
           77 WS-NUM-HISTORIA PIC 9(5) VALUE ZERO.
       01  TABLA-HISTORIA.
           05  HISTORIA-ENTRY OCCURS 20000 TIMES
                   INDEXED BY HIS-IDX.
               10  TH-DATO-ID     PIC 9(5).
               10  TH-CURSO       PIC X(6).
               10  TH-INICIO      PIC 9(8).
               10  TH-FIN         PIC 9(8).
               10  TH-COMPANIA    PIC XX.
               10  TH-DEPTO       PIC X(4).

      * busquedas por posicion numerica
           77 WS-BUSCA-ID PIC 9(5) VALUE ZERO.
           77 WS-EMP-POS PIC 9(5) VALUE ZERO.
           77 WS-BUSCA-CURSO PIC X(6) VALUE SPACES.
           77 WS-CURSO-POS PIC 9(3) VALUE ZERO.
           77 WS-BUSCA-DEPTO PIC X(4) VALUE SPACES.
           77 WS-DEP-POS PIC 9(3) VALUE ZERO.
           77 WS-BUSCA-CIA PIC XX VALUE SPACES.
           77 WS-CIA-POS PIC 99 VALUE ZERO.

      * DC-4 en curso
           77 WS-CIA-IMPRESA PIC X VALUE 'N'.
              88 CIA-IMPRESA VALUE 'S'.
           77 WS-DEPTO-IMPRESO PIC X VALUE 'N'.
              88 DEPTO-IMPRESO VALUE 'S'.
           77 WS-CIA-CONSTANCIAS PIC 9(5) VALUE ZERO.
           77 WS-DEPTO-CONSTANCIAS PIC 9(5) VALUE ZERO.
           77 WS-NUM-CONSTANCIAS PIC 9(5) VALUE ZERO.

      * cumplimiento en curso
           77 WS-ULTIMO-FIN PIC 9(8) VALUE ZERO.
           77 WS-VENCE PIC 9(8) VALUE ZERO.
           77 WS-MESES PIC 9(6) VALUE ZERO.
           77 WS-EMP-FALTA PIC X VALUE 'N'.
              88 EMPLEADO-CON-FALTANTES VALUE 'S'.
           77 WS-NUM-ACTIVOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-CON-FALTANTES PIC 9(5) VALUE ZERO.
           77 WS-NUM-FALTANTES PIC 9(5) VALUE ZERO.
           77 WS-NUM-DEPTO-OBLIG PIC 9(3) VALUE ZERO.
           77 WS-SITUACION PIC X(16) VALUE SPACES.

      * fecha de vencimiento armada por partes
       01  WS-FECHA-TRABAJO PIC 9(8) VALUE ZERO.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-TRABAJO.
           05  WS-FP-ANIO         PIC 9(4).
           05  WS-FP-MES          PIC 99.
           05  WS-FP-DIA          PIC 99.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

      * listas DC-4
       01  WS-DC4-TITULO.
           05  FILLER      PIC X(54) VALUE
               'LISTA DE CONSTANCIAS DE COMPETENCIAS O DE HABILIDADES '.
           05  FILLER      PIC X(17) VALUE 'LABORALES (DC-4) '.
           05  FILLER      PIC X(10) VALUE 'EJERCICIO '.
           05  WS-DT-ANIO  PIC 9(4).
           05  FILLER      PIC X(12) VALUE '  ELABORADA '.
           05  WS-DT-FECHA PIC 9(8).

       01  WS-DC4-CIA.
           05  FILLER      PIC X(9) VALUE 'EMPRESA: '.
           05  WS-DC-RAZON PIC X(40).
           05  FILLER      PIC X(6) VALUE '  RFC '.
           05  WS-DC-RFC   PIC X(12).
           05  FILLER      PIC X(20) VALUE '  REGISTRO PATRONAL '.
           05  WS-DC-REG-PATRONAL PIC X(11).

       01  WS-DC4-DEPTO.
           05  FILLER      PIC X(15) VALUE '  DEPARTAMENTO '.
           05  WS-DD-DEPTO PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DD-DESCRIPCION PIC X(30).

       01  WS-DC4-ENCABEZADO.
           05  FILLER      PIC X(50) VALUE
               'NOMBRE DEL TRABAJADOR          CURP               '.
           05  FILLER      PIC X(39) VALUE
               'GR CURSO  NOMBRE DEL CURSO             '.
           05  FILLER      PIC X(43) VALUE
               'HRS   INICIO   TERMINO AREA AGENTE STPS'.

       01  WS-DC4-DETALLE.
           05  WS-DE-NOMBRE PIC X(30).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DE-CURP  PIC X(18).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DE-GRADO PIC X(2).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DE-CURSO PIC X(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DE-CURSO-NOMBRE PIC X(28).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DE-HORAS PIC ZZ9.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DE-INICIO PIC 9(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DE-FIN   PIC 9(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DE-AREA  PIC 9(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-DE-AGENTE PIC X(15).

       01  WS-DC4-TOTAL.
           05  WS-DX-ETIQUETA PIC X(40).
           05  WS-DX-CONTEO PIC ZZ,ZZ9.

      * cumplimiento de cursos obligatorios
       01  WS-CUMPLE-TITULO.
           05  FILLER      PIC X(36) VALUE
               'CUMPLIMIENTO DE CURSOS OBLIGATORIOS '.
           05  FILLER      PIC X(6) VALUE 'AL DIA'.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-CT-FECHA PIC 9(8).

       01  WS-CUMPLE-DEPTO.
           05  FILLER      PIC X(13) VALUE 'DEPARTAMENTO '.
           05  WS-CD-DEPTO PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-CD-DESCRIPCION PIC X(30).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-CD-NOTA  PIC X(30).

       01  WS-CUMPLE-ENCABEZADO.
           05  FILLER      PIC X(40) VALUE
               '  ID    NOMBRE                  CURSO  '.
           05  FILLER      PIC X(38) VALUE
               'NOMBRE DEL CURSO     SITUACION'.

       01  WS-CUMPLE-DETALLE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-CE-ID    PIC 9(5).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-CE-NOMBRE PIC X(23).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-CE-CURSO PIC X(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-CE-CURSO-NOMBRE PIC X(20).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-CE-SITUACION PIC X(16).

       01  WS-CUMPLE-RESUMEN.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-CR-EMP   PIC ZZ,ZZ9.
           05  FILLER      PIC X(24) VALUE
               ' TRABAJADOR(ES) ACTIVOS,'.
           05  WS-CR-FALTAN PIC ZZ,ZZ9.
           05  FILLER      PIC X(25) VALUE
               ' CON CURSOS OBLIGATORIOS '.
           05  FILLER      PIC X(10) VALUE 'FALTANTES'.

       01  WS-TOTAL-LINE.
           05  WS-TL-ETIQUETA PIC X(40).
           05  WS-TL-CONTEO PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM ACEPTA-PARAMETROS.
           PERFORM CARGA-CURSOS.
           PERFORM CARGA-OBLIGATORIOS.
           PERFORM CARGA-COMPANIAS.
           PERFORM CARGA-CATALOGO-DEPTOS.
           PERFORM CARGA-EMPLEADOS.
           PERFORM CARGA-HISTORIA.

           PERFORM IMPRIME-DC4.
           PERFORM IMPRIME-CUMPLIMIENTO.

           DISPLAY "CAPLISTA: " WS-NUM-CONSTANCIAS " CONSTANCIA(S) "
               "EN LAS LISTAS DC-4 " WS-ANIO " (data/DC4.RPT)".
           DISPLAY "CAPLISTA: " WS-NUM-CON-FALTANTES " DE "
               WS-NUM-ACTIVOS " TRABAJADOR(ES) CON CURSOS "
               "OBLIGATORIOS FALTANTES (data/CAPCUMPLE.RPT)".
           PERFORM AVISA-BITACORA.
           IF WS-NUM-CON-FALTANTES > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       ACEPTA-PARAMETROS.
           DISPLAY "EJERCICIO DE LAS LISTAS DC-4 (AAAA): "
               WITH NO ADVANCING.
           ACCEPT WS-ANIO.
           IF WS-ANIO NOT NUMERIC OR WS-ANIO < 2000
              DISPLAY "CAPLISTA: EJERCICIO INVALIDO: " WS-ANIO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CARGA-CURSOS.
           OPEN INPUT CAPCURSO-FILE.
           IF WS-CAPCURSO-STATUS = "00" OR WS-CAPCURSO-STATUS = "05"
              PERFORM UNTIL WS-CAPCURSO-STATUS NOT = "00"
                 READ CAPCURSO-FILE
                    AT END MOVE "10" TO WS-CAPCURSO-STATUS
                    NOT AT END
                       IF WS-NUM-CURSOS = 200
                          DISPLAY "TABLA LLENA: WS-NUM-CURSOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-CURSOS
                       MOVE CUR-CLAVE TO TC-CLAVE(WS-NUM-CURSOS)
                       MOVE CUR-NOMBRE TO TC-NOMBRE(WS-NUM-CURSOS)
                       MOVE CUR-TIPO-AGENTE TO
                           TC-TIPO-AGENTE(WS-NUM-CURSOS)
                       MOVE CUR-REGISTRO-STPS TO
                           TC-REGISTRO(WS-NUM-CURSOS)
                       IF CUR-AREA IS NUMERIC
                          MOVE CUR-AREA TO TC-AREA(WS-NUM-CURSOS)
                       ELSE
                          MOVE ZERO TO TC-AREA(WS-NUM-CURSOS)
                       END-IF
                       IF CUR-HORAS IS NUMERIC
                          MOVE CUR-HORAS TO TC-HORAS(WS-NUM-CURSOS)
                       ELSE
                          MOVE ZERO TO TC-HORAS(WS-NUM-CURSOS)
                       END-IF
                       IF CUR-VIGENCIA-MESES IS NUMERIC
                          MOVE CUR-VIGENCIA-MESES TO
                              TC-VIGENCIA(WS-NUM-CURSOS)
                       ELSE
                          MOVE ZERO TO TC-VIGENCIA(WS-NUM-CURSOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAPCURSO-FILE
           END-IF.

       CARGA-OBLIGATORIOS.
           OPEN INPUT CAPOBLIG-FILE.
           IF WS-CAPOBLIG-STATUS = "00" OR WS-CAPOBLIG-STATUS = "05"
              PERFORM UNTIL WS-CAPOBLIG-STATUS NOT = "00"
                 READ CAPOBLIG-FILE
                    AT END MOVE "10" TO WS-CAPOBLIG-STATUS
                    NOT AT END
                       IF WS-NUM-OBLIGATORIOS = 200
                          DISPLAY "TABLA LLENA: WS-NUM-OBLIGATORIOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-OBLIGATORIOS
                       MOVE COB-DEPARTAMENTO TO
                           TO-DEPTO(WS-NUM-OBLIGATORIOS)
                       MOVE COB-CURSO TO TO-CURSO(WS-NUM-OBLIGATORIOS)
                       MOVE COB-CURSO TO WS-BUSCA-CURSO
                       PERFORM BUSCA-CURSO
                       IF WS-CURSO-POS = ZERO
                          DISPLAY "CAPLISTA: ADVERTENCIA, EL CURSO "
                              "OBLIGATORIO " COB-CURSO " NO ESTA EN "
                              "data/CAPCURSO.DAT"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAPOBLIG-FILE
           END-IF.

       CARGA-COMPANIAS.
           OPEN INPUT CIANOM-FILE.
           IF WS-CIANOM-STATUS = "00" OR WS-CIANOM-STATUS = "05"
              PERFORM UNTIL WS-CIANOM-STATUS NOT = "00"
                 READ CIANOM-FILE
                    AT END MOVE "10" TO WS-CIANOM-STATUS
                    NOT AT END
                       MOVE CNM-COMPANIA TO WS-BUSCA-CIA
                       PERFORM AGREGA-COMPANIA
                       MOVE CNM-RAZON-SOCIAL TO TCI-RAZON(WS-CIA-POS)
                       MOVE CNM-RFC TO TCI-RFC(WS-CIA-POS)
                       MOVE CNM-REG-PATRONAL TO
                           TCI-REG-PATRONAL(WS-CIA-POS)
                 END-READ
              END-PERFORM
              CLOSE CIANOM-FILE
           END-IF.

      * busca la compania de WS-BUSCA-CIA y la agrega si no esta;
      * deja su posicion en WS-CIA-POS
       AGREGA-COMPANIA.
           MOVE ZERO TO WS-CIA-POS.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TCI-COMPANIA(CIA-IDX) = WS-BUSCA-CIA
                 SET WS-CIA-POS TO CIA-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CIA-POS = ZERO
              IF WS-NUM-CIAS = 50
                 DISPLAY "TABLA LLENA: WS-NUM-CIAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CIAS
              MOVE WS-NUM-CIAS TO WS-CIA-POS
              MOVE WS-BUSCA-CIA TO TCI-COMPANIA(WS-CIA-POS)
              MOVE SPACES TO TCI-RAZON(WS-CIA-POS)
              STRING "COMPANIA " WS-BUSCA-CIA DELIMITED BY SIZE
                  INTO TCI-RAZON(WS-CIA-POS)
              MOVE SPACES TO TCI-RFC(WS-CIA-POS)
                  TCI-REG-PATRONAL(WS-CIA-POS)
           END-IF.

       CARGA-CATALOGO-DEPTOS.
           OPEN INPUT DEPTCAT-FILE.
           IF WS-DEPTCAT-STATUS = "00" OR WS-DEPTCAT-STATUS = "05"
              PERFORM UNTIL WS-DEPTCAT-STATUS NOT = "00"
                 READ DEPTCAT-FILE
                    AT END MOVE "10" TO WS-DEPTCAT-STATUS
                    NOT AT END
                       MOVE DCT-CODIGO TO WS-BUSCA-DEPTO
                       PERFORM AGREGA-DEPTO
                       MOVE DCT-DESCRIPCION TO
                           TD-DESCRIPCION(WS-DEP-POS)
                 END-READ
              END-PERFORM
              CLOSE DEPTCAT-FILE
           END-IF.

      * busca el departamento de WS-BUSCA-DEPTO y lo agrega si no
      * esta; deja su posicion en WS-DEP-POS
       AGREGA-DEPTO.
           MOVE ZERO TO WS-DEP-POS.
           PERFORM VARYING DEPTO-IDX FROM 1 BY 1
                   UNTIL DEPTO-IDX > WS-NUM-DEPTOS
              IF TD-DEPTO(DEPTO-IDX) = WS-BUSCA-DEPTO
                 SET WS-DEP-POS TO DEPTO-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DEP-POS = ZERO
              IF WS-NUM-DEPTOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-DEPTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-DEPTOS
              MOVE WS-NUM-DEPTOS TO WS-DEP-POS
              MOVE WS-BUSCA-DEPTO TO TD-DEPTO(WS-DEP-POS)
              MOVE '(SIN CATALOGO)' TO TD-DESCRIPCION(WS-DEP-POS)
              MOVE ZERO TO TD-NUM-EMP(WS-DEP-POS)
                  TD-NUM-FALTAN(WS-DEP-POS)
           END-IF.

       CARGA-EMPLEADOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-EMPLEADOS
              READ EMPLOYEE-FILE
                 AT END MOVE 'S' TO WS-EMP-EOF
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       PERFORM AGREGA-EMPLEADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       AGREGA-EMPLEADO.
           IF WS-NUM-EMPLEADOS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-EMPLEADOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-EMPLEADOS.
           MOVE WS-NUM-EMPLEADOS TO WS-EMP-POS.
           MOVE DATO-ID TO TE-DATO-ID(WS-EMP-POS).
           MOVE NOMBRE TO TE-NOMBRE(WS-EMP-POS).
           MOVE CURP TO TE-CURP(WS-EMP-POS).
           MOVE DEPARTAMENTO TO TE-DEPTO(WS-EMP-POS).
           MOVE JOB-GRADE TO TE-GRADO(WS-EMP-POS).
           MOVE EMPLOYEE-STATUS TO TE-STATUS(WS-EMP-POS).
           MOVE DEPARTAMENTO TO WS-BUSCA-DEPTO.
           PERFORM AGREGA-DEPTO.

      * solo los cursos acreditados cuentan para la DC-4 y para el
      * cumplimiento
       CARGA-HISTORIA.
           OPEN INPUT CAPHIST-FILE.
           IF WS-CAPHIST-STATUS = "00" OR WS-CAPHIST-STATUS = "05"
              PERFORM UNTIL WS-CAPHIST-STATUS NOT = "00"
                 READ CAPHIST-FILE
                    AT END MOVE "10" TO WS-CAPHIST-STATUS
                    NOT AT END
                       IF CAH-ACREDITADO
                          PERFORM AGREGA-HISTORIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAPHIST-FILE
           END-IF.

       AGREGA-HISTORIA.
           IF WS-NUM-HISTORIA = 20000
              DISPLAY "TABLA LLENA: WS-NUM-HISTORIA"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-HISTORIA.
           MOVE CAH-DATO-ID TO TH-DATO-ID(WS-NUM-HISTORIA).
           MOVE CAH-CURSO TO TH-CURSO(WS-NUM-HISTORIA).
           MOVE CAH-FECHA-INICIO TO TH-INICIO(WS-NUM-HISTORIA).
           MOVE CAH-FECHA-FIN TO TH-FIN(WS-NUM-HISTORIA).
           MOVE CAH-COMPANIA TO TH-COMPANIA(WS-NUM-HISTORIA).
           MOVE CAH-DEPARTAMENTO TO TH-DEPTO(WS-NUM-HISTORIA).
           MOVE CAH-COMPANIA TO WS-BUSCA-CIA.
           PERFORM AGREGA-COMPANIA.
           MOVE CAH-DEPARTAMENTO TO WS-BUSCA-DEPTO.
           PERFORM AGREGA-DEPTO.

       BUSCA-EMPLEADO.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPLEADOS
              IF TE-DATO-ID(EMP-IDX) = WS-BUSCA-ID
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       BUSCA-CURSO.
           MOVE ZERO TO WS-CURSO-POS.
           PERFORM VARYING CURSO-IDX FROM 1 BY 1
                   UNTIL CURSO-IDX > WS-NUM-CURSOS
              IF TC-CLAVE(CURSO-IDX) = WS-BUSCA-CURSO
                 SET WS-CURSO-POS TO CURSO-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * listas DC-4: compania, departamento y las constancias del
      * ejercicio
      *-----------------------------------------------------------------
       IMPRIME-DC4.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-LISTADO-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/DC4.RPT: "
                  WS-LISTADO-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-ANIO TO WS-DT-ANIO.
           MOVE WS-FECHA-HOY TO WS-DT-FECHA.
           MOVE WS-DC4-TITULO TO LISTADO-LINE.
           WRITE LISTADO-LINE.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              PERFORM IMPRIME-DC4-COMPANIA
           END-PERFORM.
           MOVE SPACES TO LISTADO-LINE.
           WRITE LISTADO-LINE.
           IF WS-NUM-CONSTANCIAS = ZERO
              MOVE 'SIN CURSOS ACREDITADOS EN EL EJERCICIO'
                  TO LISTADO-LINE
              WRITE LISTADO-LINE
           END-IF.
           MOVE 'TOTAL DE CONSTANCIAS DEL EJERCICIO' TO WS-DX-ETIQUETA.
           MOVE WS-NUM-CONSTANCIAS TO WS-DX-CONTEO.
           MOVE WS-DC4-TOTAL TO LISTADO-LINE.
           WRITE LISTADO-LINE.
           CLOSE LISTADO-FILE.

       IMPRIME-DC4-COMPANIA.
           MOVE 'N' TO WS-CIA-IMPRESA.
           MOVE ZERO TO WS-CIA-CONSTANCIAS.
           PERFORM VARYING DEPTO-IDX FROM 1 BY 1
                   UNTIL DEPTO-IDX > WS-NUM-DEPTOS
              PERFORM IMPRIME-DC4-DEPTO
           END-PERFORM.
           IF CIA-IMPRESA
              MOVE SPACES TO LISTADO-LINE
              WRITE LISTADO-LINE
              MOVE 'CONSTANCIAS DE LA EMPRESA' TO WS-DX-ETIQUETA
              MOVE WS-CIA-CONSTANCIAS TO WS-DX-CONTEO
              MOVE WS-DC4-TOTAL TO LISTADO-LINE
              WRITE LISTADO-LINE
           END-IF.

       IMPRIME-DC4-DEPTO.
           MOVE 'N' TO WS-DEPTO-IMPRESO.
           MOVE ZERO TO WS-DEPTO-CONSTANCIAS.
           PERFORM VARYING HIS-IDX FROM 1 BY 1
                   UNTIL HIS-IDX > WS-NUM-HISTORIA
              IF TH-COMPANIA(HIS-IDX) = TCI-COMPANIA(CIA-IDX)
                 AND TH-DEPTO(HIS-IDX) = TD-DEPTO(DEPTO-IDX)
                 AND TH-FIN(HIS-IDX)(1:4) = WS-ANIO
                 PERFORM IMPRIME-DC4-DETALLE
              END-IF
           END-PERFORM.
           IF DEPTO-IMPRESO
              MOVE '    CONSTANCIAS DEL DEPARTAMENTO' TO WS-DX-ETIQUETA
              MOVE WS-DEPTO-CONSTANCIAS TO WS-DX-CONTEO
              MOVE WS-DC4-TOTAL TO LISTADO-LINE
              WRITE LISTADO-LINE
           END-IF.

       IMPRIME-DC4-DETALLE.
           IF NOT CIA-IMPRESA
              MOVE SPACES TO LISTADO-LINE
              WRITE LISTADO-LINE
              MOVE TCI-RAZON(CIA-IDX) TO WS-DC-RAZON
              MOVE TCI-RFC(CIA-IDX) TO WS-DC-RFC
              MOVE TCI-REG-PATRONAL(CIA-IDX) TO WS-DC-REG-PATRONAL
              MOVE WS-DC4-CIA TO LISTADO-LINE
              WRITE LISTADO-LINE
              MOVE 'S' TO WS-CIA-IMPRESA
           END-IF.
           IF NOT DEPTO-IMPRESO
              MOVE SPACES TO LISTADO-LINE
              WRITE LISTADO-LINE
              MOVE TD-DEPTO(DEPTO-IDX) TO WS-DD-DEPTO
              MOVE TD-DESCRIPCION(DEPTO-IDX) TO WS-DD-DESCRIPCION
              MOVE WS-DC4-DEPTO TO LISTADO-LINE
              WRITE LISTADO-LINE
              MOVE WS-DC4-ENCABEZADO TO LISTADO-LINE
              WRITE LISTADO-LINE
              MOVE 'S' TO WS-DEPTO-IMPRESO
           END-IF.
           MOVE TH-DATO-ID(HIS-IDX) TO WS-BUSCA-ID.
           PERFORM BUSCA-EMPLEADO.
           IF WS-EMP-POS = ZERO
              MOVE SPACES TO WS-DE-NOMBRE
              STRING "DATO-ID " TH-DATO-ID(HIS-IDX)
                  " FUERA DEL MAESTRO" DELIMITED BY SIZE
                  INTO WS-DE-NOMBRE
              MOVE SPACES TO WS-DE-CURP WS-DE-GRADO
           ELSE
              MOVE TE-NOMBRE(WS-EMP-POS) TO WS-DE-NOMBRE
              MOVE TE-CURP(WS-EMP-POS) TO WS-DE-CURP
              MOVE TE-GRADO(WS-EMP-POS) TO WS-DE-GRADO
           END-IF.
           MOVE TH-CURSO(HIS-IDX) TO WS-DE-CURSO.
           MOVE TH-CURSO(HIS-IDX) TO WS-BUSCA-CURSO.
           PERFORM BUSCA-CURSO.
           IF WS-CURSO-POS = ZERO
              MOVE '(CURSO FUERA DEL CATALOGO)' TO WS-DE-CURSO-NOMBRE
              MOVE ZERO TO WS-DE-HORAS WS-DE-AREA
              MOVE SPACES TO WS-DE-AGENTE
           ELSE
              MOVE TC-NOMBRE(WS-CURSO-POS) TO WS-DE-CURSO-NOMBRE
              MOVE TC-HORAS(WS-CURSO-POS) TO WS-DE-HORAS
              MOVE TC-AREA(WS-CURSO-POS) TO WS-DE-AREA
              IF TC-TIPO-AGENTE(WS-CURSO-POS) = 'E'
                 MOVE TC-REGISTRO(WS-CURSO-POS) TO WS-DE-AGENTE
              ELSE
                 MOVE 'INTERNO' TO WS-DE-AGENTE
              END-IF
           END-IF.
           MOVE TH-INICIO(HIS-IDX) TO WS-DE-INICIO.
           MOVE TH-FIN(HIS-IDX) TO WS-DE-FIN.
           MOVE WS-DC4-DETALLE TO LISTADO-LINE.
           WRITE LISTADO-LINE.
           ADD 1 TO WS-DEPTO-CONSTANCIAS.
           ADD 1 TO WS-CIA-CONSTANCIAS.
           ADD 1 TO WS-NUM-CONSTANCIAS.

      *-----------------------------------------------------------------
      * cumplimiento: por departamento, los trabajadores vivos a los
      * que les falta un curso obligatorio o lo tienen vencido
      *-----------------------------------------------------------------
       IMPRIME-CUMPLIMIENTO.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/CAPCUMPLE.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WS-CT-FECHA.
           MOVE WS-CUMPLE-TITULO TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING DEPTO-IDX FROM 1 BY 1
                   UNTIL DEPTO-IDX > WS-NUM-DEPTOS
              PERFORM CUMPLIMIENTO-DEPTO
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TRABAJADORES ACTIVOS' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-ACTIVOS TO WS-TL-CONTEO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CON CURSOS OBLIGATORIOS FALTANTES' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-CON-FALTANTES TO WS-TL-CONTEO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CURSOS OBLIGATORIOS FALTANTES' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-FALTANTES TO WS-TL-CONTEO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

      * un departamento sin trabajadores activos no sale
       CUMPLIMIENTO-DEPTO.
           MOVE ZERO TO WS-NUM-DEPTO-OBLIG.
           PERFORM VARYING OBLIG-IDX FROM 1 BY 1
                   UNTIL OBLIG-IDX > WS-NUM-OBLIGATORIOS
              IF TO-DEPTO(OBLIG-IDX) = TD-DEPTO(DEPTO-IDX)
                 OR TO-DEPTO(OBLIG-IDX) = '****'
                 ADD 1 TO WS-NUM-DEPTO-OBLIG
              END-IF
           END-PERFORM.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPLEADOS
              IF TE-DEPTO(EMP-IDX) = TD-DEPTO(DEPTO-IDX)
                 AND TE-STATUS(EMP-IDX) NOT = 'baj'
                 ADD 1 TO TD-NUM-EMP(DEPTO-IDX)
              END-IF
           END-PERFORM.
           IF TD-NUM-EMP(DEPTO-IDX) > ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE TD-DEPTO(DEPTO-IDX) TO WS-CD-DEPTO
              MOVE TD-DESCRIPCION(DEPTO-IDX) TO WS-CD-DESCRIPCION
              IF WS-NUM-DEPTO-OBLIG = ZERO
                 MOVE 'SIN CURSOS OBLIGATORIOS' TO WS-CD-NOTA
              ELSE
                 MOVE SPACES TO WS-CD-NOTA
              END-IF
              MOVE WS-CUMPLE-DEPTO TO REPORT-LINE
              WRITE REPORT-LINE
              IF WS-NUM-DEPTO-OBLIG > ZERO
                 MOVE WS-CUMPLE-ENCABEZADO TO REPORT-LINE
                 WRITE REPORT-LINE
                 PERFORM VARYING EMP-IDX FROM 1 BY 1
                         UNTIL EMP-IDX > WS-NUM-EMPLEADOS
                    IF TE-DEPTO(EMP-IDX) = TD-DEPTO(DEPTO-IDX)
                       AND TE-STATUS(EMP-IDX) NOT = 'baj'
                       PERFORM CUMPLIMIENTO-EMPLEADO
                    END-IF
                 END-PERFORM
              END-IF
              MOVE TD-NUM-EMP(DEPTO-IDX) TO WS-CR-EMP
              MOVE TD-NUM-FALTAN(DEPTO-IDX) TO WS-CR-FALTAN
              MOVE WS-CUMPLE-RESUMEN TO REPORT-LINE
              WRITE REPORT-LINE
              ADD TD-NUM-EMP(DEPTO-IDX) TO WS-NUM-ACTIVOS
              ADD TD-NUM-FALTAN(DEPTO-IDX) TO WS-NUM-CON-FALTANTES
           END-IF.

       CUMPLIMIENTO-EMPLEADO.
           MOVE 'N' TO WS-EMP-FALTA.
           PERFORM VARYING OBLIG-IDX FROM 1 BY 1
                   UNTIL OBLIG-IDX > WS-NUM-OBLIGATORIOS
              IF TO-DEPTO(OBLIG-IDX) = TD-DEPTO(DEPTO-IDX)
                 OR TO-DEPTO(OBLIG-IDX) = '****'
                 PERFORM REVISA-OBLIGATORIO
              END-IF
           END-PERFORM.
           IF EMPLEADO-CON-FALTANTES
              ADD 1 TO TD-NUM-FALTAN(DEPTO-IDX)
           END-IF.

      * el curso acreditado mas reciente; con vigencia vence los
      * meses del catalogo despues de su termino
       REVISA-OBLIGATORIO.
           MOVE ZERO TO WS-ULTIMO-FIN.
           PERFORM VARYING HIS-IDX FROM 1 BY 1
                   UNTIL HIS-IDX > WS-NUM-HISTORIA
              IF TH-DATO-ID(HIS-IDX) = TE-DATO-ID(EMP-IDX)
                 AND TH-CURSO(HIS-IDX) = TO-CURSO(OBLIG-IDX)
                 AND TH-FIN(HIS-IDX) > WS-ULTIMO-FIN
                 MOVE TH-FIN(HIS-IDX) TO WS-ULTIMO-FIN
              END-IF
           END-PERFORM.
           MOVE TO-CURSO(OBLIG-IDX) TO WS-BUSCA-CURSO.
           PERFORM BUSCA-CURSO.
           MOVE SPACES TO WS-SITUACION.
           IF WS-ULTIMO-FIN = ZERO
              MOVE 'SIN ACREDITAR' TO WS-SITUACION
           ELSE
              IF WS-CURSO-POS > ZERO
                 IF TC-VIGENCIA(WS-CURSO-POS) > ZERO
                    PERFORM CALCULA-VENCIMIENTO
                    IF WS-VENCE < WS-FECHA-HOY
                       STRING 'VENCIO ' WS-VENCE DELIMITED BY SIZE
                           INTO WS-SITUACION
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-SITUACION NOT = SPACES
              MOVE 'S' TO WS-EMP-FALTA
              ADD 1 TO WS-NUM-FALTANTES
              MOVE TE-DATO-ID(EMP-IDX) TO WS-CE-ID
              MOVE TE-NOMBRE(EMP-IDX) TO WS-CE-NOMBRE
              MOVE TO-CURSO(OBLIG-IDX) TO WS-CE-CURSO
              IF WS-CURSO-POS = ZERO
                 MOVE '(FUERA DEL CATALOGO)' TO WS-CE-CURSO-NOMBRE
              ELSE
                 MOVE TC-NOMBRE(WS-CURSO-POS) TO WS-CE-CURSO-NOMBRE
              END-IF
              MOVE WS-SITUACION TO WS-CE-SITUACION
              MOVE WS-CUMPLE-DETALLE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * el mismo dia, TC-VIGENCIA meses despues del termino; si ese
      * mes no tiene el dia, el ultimo dia del mes
       CALCULA-VENCIMIENTO.
           MOVE WS-ULTIMO-FIN TO WS-FECHA-TRABAJO.
           COMPUTE WS-MESES = WS-FP-ANIO * 12 + WS-FP-MES - 1
               + TC-VIGENCIA(WS-CURSO-POS).
           COMPUTE WS-FP-ANIO = WS-MESES / 12.
           COMPUTE WS-FP-MES = FUNCTION MOD(WS-MESES, 12) + 1.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-TRABAJO)
                         = ZERO
              SUBTRACT 1 FROM WS-FP-DIA
           END-PERFORM.
           MOVE WS-FECHA-TRABAJO TO WS-VENCE.

       AVISA-BITACORA.
           MOVE 'CAPLISTA' TO LOG-PROGRAMA.
           IF WS-NUM-CON-FALTANTES > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'DC-4 ' WS-ANIO ': ' WS-NUM-CONSTANCIAS
               ' CONSTANCIAS; ' WS-NUM-CON-FALTANTES ' DE '
               WS-NUM-ACTIVOS ' CON OBLIGATORIOS FALTANTES'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que DEPTROLL.cbl)
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
