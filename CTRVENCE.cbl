      * CTRVENCE: alerta semanal de contratos de trabajo por vencer.
      * Cruza el contrato vigente de cada empleado (el de inicio mas
      * reciente en data/CONTRATO.DAT, ver CONTRREC.cpy) contra el
      * maestro data/EMPLOYEE.DAT y lista en data/CTRVENCE.RPT, por
      * departamento, los contratos temporales (obra, tiempo
      * determinado, temporada, prueba, capacitacion inicial) que
      * vencen en los proximos N dias y los que ya vencieron sin
      * renovacion registrada. Un contrato vencido con el empleado
      * trabajando se vuelve por tiempo indeterminado (LFT art. 39;
      * en la prueba y la capacitacion, art. 39-A y 39-B): hay que
      * renovarlo, darlo de planta (EMPMANTTO, transaccion K) o
      * terminar la relacion. COND-CODE 4 si hay alguno vencido.
      * Las bajas y los asimilados (sin relacion laboral) no se
      * revisan; un empleado sin renglon de contrato se presume por
      * tiempo indeterminado y solo se cuenta al final.
      * El horizonte N y la fecha de corte los deja jobs/CTRVENCE.job
      * en data/CTRVENCE.PRM (por omision 30 dias y la fecha del dia).
      * uso: jobs/CTRVENCE.job [DIAS [AAAAMMDD]]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRVENCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * horizonte en dias (999) y fecha de corte (AAAAMMDD), los deja
      * el job
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/CTRVENCE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL CONTRATO-FILE ASSIGN TO "data/CONTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATO-STATUS.

           SELECT OPTIONAL DEPTCAT-FILE ASSIGN TO "data/DEPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CTRVENCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-DIAS           PIC X(3).
           05  PRM-FECHA          PIC X(8).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  CONTRATO-FILE.
           COPY CONTRREC.

       FD  DEPTCAT-FILE.
           COPY DEPTCAT.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-CONTRATO-STATUS PIC XX VALUE SPACES.
           77 WS-DEPTCAT-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-DIAS-HORIZONTE PIC 9(3) VALUE 30.
           77 WS-FECHA-LIMITE PIC 9(8) VALUE ZERO.
           77 WS-HOY-ENT PIC S9(9) VALUE ZERO.
           77 WS-DIAS-RESTAN PIC S9(5) VALUE ZERO.

      * empleados revisables (ni baja ni asimilado) con su contrato
      * vigente; TAB-EMP-TIPO en blanco = sin renglon de contrato
           77 WS-NUM-EMPS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID         PIC 9(5).
               10  TAB-EMP-CIA        PIC XX.
               10  TAB-EMP-DEPTO      PIC X(4).
               10  TAB-EMP-NOMBRE     PIC X(30).
               10  TAB-EMP-TIPO       PIC XX.
               10  TAB-EMP-INICIO     PIC 9(8).
               10  TAB-EMP-FIN        PIC 9(8).
               10  TAB-EMP-RENOV      PIC 99.
               10  TAB-EMP-SITUACION  PIC X.
                   88  EMP-CTR-VENCIDO    VALUE 'V'.
                   88  EMP-CTR-POR-VENCER VALUE 'P'.
                   88  EMP-CTR-AL-CORRIENTE VALUE 'C'.

      * departamentos en el orden en que aparecen en el maestro, con
      * su descripcion del catalogo
           77 WS-NUM-DEPTOS PIC 9(3) VALUE ZERO.
       01  TABLA-DEPTOS.
           05  DEPTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEP-IDX.
               10  TAB-DEP-CODIGO     PIC X(4).
               10  TAB-DEP-VENCIDOS   PIC 9(4).
               10  TAB-DEP-POR-VENCER PIC 9(4).
           77 WS-NUM-DEPTOS-CAT PIC 9(3) VALUE ZERO.
       01  TABLA-DEPTOS-CAT.
           05  DEPTOC-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEPTOC-IDX.
               10  TAB-DEPTOC         PIC X(4).
               10  TAB-DEPTOC-DESC    PIC X(30).
           77 WS-DEPTO-EN-TURNO PIC X(4) VALUE SPACES.

           77 WS-NUM-VENCIDOS PIC 9(4) VALUE ZERO.
           77 WS-NUM-POR-VENCER PIC 9(4) VALUE ZERO.
           77 WS-NUM-SIN-CONTRATO PIC 9(4) VALUE ZERO.
           77 WS-NUM-INDETERMINADOS PIC 9(4) VALUE ZERO.
           77 WS-NUM-CONTRATOS-LEIDOS PIC 9(6) VALUE ZERO.

      * estadisticas de fin de job (mismo patron que TIPOSDEDATOS.cbl)
      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

           77 WS-STAT-LEIDOS PIC 9(6) VALUE ZERO.
           77 WS-STAT-PROCESADOS PIC 9(6) VALUE ZERO.
           77 WS-STAT-RECHAZADOS PIC 9(6) VALUE ZERO.
           01  WS-STAT-INI.
               05  WS-STAT-HH-INI PIC 99.
               05  WS-STAT-MM-INI PIC 99.
               05  WS-STAT-SS-INI PIC 99.
           01  WS-STAT-FIN.
               05  WS-STAT-HH-FIN PIC 99.
               05  WS-STAT-MM-FIN PIC 99.
               05  WS-STAT-SS-FIN PIC 99.
           77 WS-STAT-SEG-INI PIC 9(5) VALUE ZERO.
           77 WS-STAT-SEG-FIN PIC 9(5) VALUE ZERO.
           77 WS-STAT-SEG-TRANSCURRIDOS PIC 9(5) VALUE ZERO.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(31) VALUE
               'CONTRATOS DE TRABAJO POR VENCER'.
           05  FILLER      PIC X(4) VALUE ' AL '.
           05  WS-T-FECHA  PIC 9(8).
           05  FILLER      PIC X(13) VALUE '  HORIZONTE: '.
           05  WS-T-DIAS   PIC ZZ9.
           05  FILLER      PIC X(5) VALUE ' DIAS'.

       01  WS-DEPTO-LINE.
           05  FILLER      PIC X(14) VALUE 'DEPARTAMENTO: '.
           05  WS-DP-DEPTO PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-DP-DESC  PIC X(30).

       01  WS-ENCABEZADO-LINE.
           05  FILLER      PIC X(50) VALUE
               '     ID NOMBRE                        CIA TIPO    '.
           05  FILLER      PIC X(50) VALUE
               '              INICIO      FIN REN  DIAS SITUACION'.

       01  WS-DETALLE-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-ID     PIC 9(5).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-NOMBRE PIC X(30).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-CIA    PIC XX.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-TIPO   PIC XX.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-DESC   PIC X(16).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-INICIO PIC 9(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-FIN    PIC 9(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-RENOV  PIC Z9.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-DIAS   PIC ----9.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-SITUACION PIC X(10).

       01  WS-SUBTOT-LINE.
           05  FILLER      PIC X(8) VALUE '  DEPTO '.
           05  WS-ST-DEPTO PIC X(4).
           05  FILLER      PIC X(2) VALUE ': '.
           05  WS-ST-VENCIDOS PIC ZZZ9.
           05  FILLER      PIC X(14) VALUE ' VENCIDO(S),  '.
           05  WS-ST-POR-VENCER PIC ZZZ9.
           05  FILLER      PIC X(14) VALUE ' POR VENCER   '.

       01  WS-TOTAL-LINE.
           05  WS-TT-TITULO PIC X(60).
           05  WS-TT-NUM   PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.

           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-TABLA-DEPTOS-CAT.
           PERFORM CARGA-TABLA-EMPLEADOS.
           PERFORM CARGA-CONTRATOS.
           PERFORM CLASIFICA-CONTRATO
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-NUM-EMPS.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/CTRVENCE.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-DIAS-HORIZONTE TO WS-T-DIAS.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM IMPRIME-DEPARTAMENTO
               VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > WS-NUM-DEPTOS.
           PERFORM IMPRIME-TOTALES.
           CLOSE REPORT-FILE.

           DISPLAY "CTRVENCE: " WS-NUM-VENCIDOS
               " CONTRATO(S) VENCIDO(S) SIN RENOVAR, "
               WS-NUM-POR-VENCER " POR VENCER EN "
               WS-DIAS-HORIZONTE " DIAS; VER data/CTRVENCE.RPT".
           PERFORM IMPRIME-ESTADISTICAS.
      * un contrato vencido con el trabajador en nomina se atiende ya
           IF WS-NUM-VENCIDOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * horizonte y fecha de corte de data/CTRVENCE.PRM; sin archivo
      * (o con un campo no numerico) quedan 30 dias y la fecha del dia
       LEE-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    IF PRM-DIAS IS NUMERIC
                       MOVE PRM-DIAS TO WS-DIAS-HORIZONTE
                    END-IF
                    IF PRM-FECHA IS NUMERIC
                       MOVE PRM-FECHA TO WS-FECHA-HOY
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.
           COMPUTE WS-HOY-ENT = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-HOY-ENT + WS-DIAS-HORIZONTE).

       CARGA-TABLA-DEPTOS-CAT.
           OPEN INPUT DEPTCAT-FILE.
           IF WS-DEPTCAT-STATUS = "00"
              PERFORM UNTIL WS-DEPTCAT-STATUS NOT = "00"
                 READ DEPTCAT-FILE
                    AT END MOVE "10" TO WS-DEPTCAT-STATUS
                    NOT AT END
                       IF WS-NUM-DEPTOS-CAT = 200
                          DISPLAY "TABLA LLENA: WS-NUM-DEPTOS-CAT"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-DEPTOS-CAT
                       MOVE DCT-CODIGO TO
                           TAB-DEPTOC(WS-NUM-DEPTOS-CAT)
                       MOVE DCT-DESCRIPCION TO
                           TAB-DEPTOC-DESC(WS-NUM-DEPTOS-CAT)
                 END-READ
              END-PERFORM
              CLOSE DEPTCAT-FILE
           END-IF.

      * empleados en nomina (activos o de licencia) de sueldos y
      * salarios; las etiquetas HDR/TRL no son empleados
       CARGA-TABLA-EMPLEADOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EMPLOYEE-STATUS NOT = "00"
              READ EMPLOYEE-FILE
                 AT END MOVE "10" TO WS-EMPLOYEE-STATUS
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       ADD 1 TO WS-STAT-LEIDOS
                       IF NOT BAJA AND NOT REGIMEN-ASIMILADO
                          PERFORM REGISTRA-EMPLEADO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       REGISTRA-EMPLEADO.
           IF WS-NUM-EMPS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-EMPS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-EMPS.
           SET EMP-IDX TO WS-NUM-EMPS.
           MOVE DATO-ID TO TAB-EMP-ID(EMP-IDX).
           MOVE COMPANIA TO TAB-EMP-CIA(EMP-IDX).
           MOVE DEPARTAMENTO TO TAB-EMP-DEPTO(EMP-IDX).
           MOVE NOMBRE TO TAB-EMP-NOMBRE(EMP-IDX).
           MOVE SPACES TO TAB-EMP-TIPO(EMP-IDX).
           MOVE ZERO TO TAB-EMP-INICIO(EMP-IDX) TAB-EMP-FIN(EMP-IDX)
               TAB-EMP-RENOV(EMP-IDX).
           MOVE 'C' TO TAB-EMP-SITUACION(EMP-IDX).
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-NUM-DEPTOS
              IF TAB-DEP-CODIGO(DEP-IDX) = DEPARTAMENTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF DEP-IDX > WS-NUM-DEPTOS
              IF WS-NUM-DEPTOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-DEPTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-DEPTOS
              MOVE DEPARTAMENTO TO TAB-DEP-CODIGO(WS-NUM-DEPTOS)
              MOVE ZERO TO TAB-DEP-VENCIDOS(WS-NUM-DEPTOS)
                  TAB-DEP-POR-VENCER(WS-NUM-DEPTOS)
           END-IF.

      * el contrato vigente de cada empleado es el de inicio mas
      * reciente; a inicio igual gana el ultimo capturado
       CARGA-CONTRATOS.
           OPEN INPUT CONTRATO-FILE.
           IF WS-CONTRATO-STATUS = "00"
              PERFORM UNTIL WS-CONTRATO-STATUS NOT = "00"
                 READ CONTRATO-FILE
                    AT END MOVE "10" TO WS-CONTRATO-STATUS
                    NOT AT END
                       ADD 1 TO WS-NUM-CONTRATOS-LEIDOS
                       PERFORM ASIGNA-CONTRATO
                 END-READ
              END-PERFORM
              CLOSE CONTRATO-FILE
           END-IF.

       ASIGNA-CONTRATO.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-ID(EMP-IDX) = CTR-DATO-ID
                 IF CTR-FECHA-INICIO NOT < TAB-EMP-INICIO(EMP-IDX)
                    MOVE CTR-TIPO TO TAB-EMP-TIPO(EMP-IDX)
                    MOVE CTR-FECHA-INICIO TO TAB-EMP-INICIO(EMP-IDX)
                    MOVE CTR-FECHA-FIN TO TAB-EMP-FIN(EMP-IDX)
                    MOVE CTR-RENOVACIONES TO TAB-EMP-RENOV(EMP-IDX)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * vencido: el fin ya paso y no hay contrato posterior; por
      * vencer: el fin cae entre hoy y el horizonte
       CLASIFICA-CONTRATO.
           ADD 1 TO WS-STAT-PROCESADOS.
           EVALUATE TRUE
              WHEN TAB-EMP-TIPO(EMP-IDX) = SPACES
                 ADD 1 TO WS-NUM-SIN-CONTRATO
              WHEN TAB-EMP-TIPO(EMP-IDX) = '01'
                 ADD 1 TO WS-NUM-INDETERMINADOS
              WHEN TAB-EMP-FIN(EMP-IDX) < WS-FECHA-HOY
                 MOVE 'V' TO TAB-EMP-SITUACION(EMP-IDX)
                 ADD 1 TO WS-NUM-VENCIDOS
                 PERFORM CUENTA-EN-DEPARTAMENTO
              WHEN TAB-EMP-FIN(EMP-IDX) NOT > WS-FECHA-LIMITE
                 MOVE 'P' TO TAB-EMP-SITUACION(EMP-IDX)
                 ADD 1 TO WS-NUM-POR-VENCER
                 PERFORM CUENTA-EN-DEPARTAMENTO
           END-EVALUATE.

       CUENTA-EN-DEPARTAMENTO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-NUM-DEPTOS
              IF TAB-DEP-CODIGO(DEP-IDX) = TAB-EMP-DEPTO(EMP-IDX)
                 IF EMP-CTR-VENCIDO(EMP-IDX)
                    ADD 1 TO TAB-DEP-VENCIDOS(DEP-IDX)
                 ELSE
                    ADD 1 TO TAB-DEP-POR-VENCER(DEP-IDX)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * un departamento sin nada que atender no se imprime; los
      * vencidos van primero, luego los por vencer
       IMPRIME-DEPARTAMENTO.
           IF TAB-DEP-VENCIDOS(DEP-IDX) > ZERO
              OR TAB-DEP-POR-VENCER(DEP-IDX) > ZERO
              MOVE TAB-DEP-CODIGO(DEP-IDX) TO WS-DEPTO-EN-TURNO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-DEPTO-EN-TURNO TO WS-DP-DEPTO
              MOVE SPACES TO WS-DP-DESC
              PERFORM VARYING DEPTOC-IDX FROM 1 BY 1
                      UNTIL DEPTOC-IDX > WS-NUM-DEPTOS-CAT
                 IF TAB-DEPTOC(DEPTOC-IDX) = WS-DEPTO-EN-TURNO
                    MOVE TAB-DEPTOC-DESC(DEPTOC-IDX) TO WS-DP-DESC
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              MOVE WS-DEPTO-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-ENCABEZADO-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING EMP-IDX FROM 1 BY 1
                      UNTIL EMP-IDX > WS-NUM-EMPS
                 IF TAB-EMP-DEPTO(EMP-IDX) = WS-DEPTO-EN-TURNO
                    AND EMP-CTR-VENCIDO(EMP-IDX)
                    PERFORM IMPRIME-CONTRATO
                 END-IF
              END-PERFORM
              PERFORM VARYING EMP-IDX FROM 1 BY 1
                      UNTIL EMP-IDX > WS-NUM-EMPS
                 IF TAB-EMP-DEPTO(EMP-IDX) = WS-DEPTO-EN-TURNO
                    AND EMP-CTR-POR-VENCER(EMP-IDX)
                    PERFORM IMPRIME-CONTRATO
                 END-IF
              END-PERFORM
              MOVE WS-DEPTO-EN-TURNO TO WS-ST-DEPTO
              MOVE TAB-DEP-VENCIDOS(DEP-IDX) TO WS-ST-VENCIDOS
              MOVE TAB-DEP-POR-VENCER(DEP-IDX) TO WS-ST-POR-VENCER
              MOVE WS-SUBTOT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       IMPRIME-CONTRATO.
           MOVE TAB-EMP-ID(EMP-IDX) TO WS-D-ID.
           MOVE TAB-EMP-NOMBRE(EMP-IDX) TO WS-D-NOMBRE.
           MOVE TAB-EMP-CIA(EMP-IDX) TO WS-D-CIA.
           MOVE TAB-EMP-TIPO(EMP-IDX) TO WS-D-TIPO.
           EVALUATE TAB-EMP-TIPO(EMP-IDX)
              WHEN '02'
                 MOVE 'OBRA DETERMINADA' TO WS-D-DESC
              WHEN '03'
                 MOVE 'TIEMPO DETERMIN.' TO WS-D-DESC
              WHEN '04'
                 MOVE 'TEMPORADA' TO WS-D-DESC
              WHEN '05'
                 MOVE 'PERIODO A PRUEBA' TO WS-D-DESC
              WHEN '06'
                 MOVE 'CAPACITACION' TO WS-D-DESC
              WHEN OTHER
                 MOVE 'TIPO DESCONOCIDO' TO WS-D-DESC
           END-EVALUATE.
           MOVE TAB-EMP-INICIO(EMP-IDX) TO WS-D-INICIO.
           MOVE TAB-EMP-FIN(EMP-IDX) TO WS-D-FIN.
           MOVE TAB-EMP-RENOV(EMP-IDX) TO WS-D-RENOV.
           COMPUTE WS-DIAS-RESTAN =
               FUNCTION INTEGER-OF-DATE(TAB-EMP-FIN(EMP-IDX))
               - WS-HOY-ENT.
           MOVE WS-DIAS-RESTAN TO WS-D-DIAS.
           IF EMP-CTR-VENCIDO(EMP-IDX)
              MOVE 'VENCIDO' TO WS-D-SITUACION
           ELSE
              MOVE 'POR VENCER' TO WS-D-SITUACION
           END-IF.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-TOTALES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CONTRATOS VENCIDOS SIN RENOVACION REGISTRADA:'
               TO WS-TT-TITULO.
           MOVE WS-NUM-VENCIDOS TO WS-TT-NUM.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CONTRATOS QUE VENCEN DENTRO DEL HORIZONTE:'
               TO WS-TT-TITULO.
           MOVE WS-NUM-POR-VENCER TO WS-TT-NUM.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CONTRATOS POR TIEMPO INDETERMINADO:' TO WS-TT-TITULO.
           MOVE WS-NUM-INDETERMINADOS TO WS-TT-NUM.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SIN CONTRATO CAPTURADO (SE PRESUMEN INDETERMINADOS):'
               TO WS-TT-TITULO.
           MOVE WS-NUM-SIN-CONTRATO TO WS-TT-NUM.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NUM-VENCIDOS > ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'UN CONTRATO VENCIDO CON EL TRABAJADOR LABORANDO SE'
                  TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'CONSIDERA POR TIEMPO INDETERMINADO: RENOVAR, DAR DE'
                  TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'PLANTA (EMPMANTTO, TRANSACCION K) O TERMINAR.'
                  TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           MOVE 'CTRVENCE' TO LOG-PROGRAMA.
           MOVE 'I' TO LOG-SEVERIDAD.
           IF WS-NUM-VENCIDOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'FIN DE JOB: LEIDOS=' WS-STAT-LEIDOS
               ' PROCESADOS=' WS-STAT-PROCESADOS
               ' CONTRATOS=' WS-NUM-CONTRATOS-LEIDOS
               ' VENCIDOS=' WS-NUM-VENCIDOS
               ' SEGUNDOS=' WS-STAT-SEG-TRANSCURRIDOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que EDOTAX.cbl)
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA; si el modulo no esta disponible el
      * mensaje al menos sale por consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
