      * REPSEINF: informes cuatrimestrales de servicios especializados
      * (REPSE). Cada cuatrimestre (enero-abril, mayo-agosto,
      * septiembre-diciembre) la compania que presta servicios
      * especializados informa al IMSS (ICSOE) y al INFONAVIT
      * (SISUB) que trabajadores estuvieron asignados a que contrato
      * de cliente, con su salario y sus cuotas. Este programa pide
      * el cuatrimestre y el ejercicio (ACCEPT, los pasa
      * jobs/REPSE.job) y cruza:
      *   - data/REPSE.IN: las generaciones archivadas de PAYCALC de
      *     los cuatro meses, cada renglon con la fecha AAAAMMDD de su
      *     generacion antepuesta (la arma jobs/REPSE.job)
      *   - los contratos (data/REPSECTO.DAT, REPCTORC.cpy) y las
      *     asignaciones por rango de fechas y porcentaje
      *     (data/REPSEASG.DAT, REPASGRC.cpy) de REPMANTTO.cbl
      *   - el SBC de data/SBC.DAT y los porcentajes del SUA: la
      *     cuota obrera de TARIFAIMP, la patronal IMSS mas la prima
      *     de riesgo de trabajo de la compania vigente en la fecha
      *     de la generacion (PRIMART.DAT o el 'RT' general) y la
      *     aportacion INFONAVIT de PATRONAL.DAT, igual que SUACALC
      * El salario de cada registro de nomina se reparte entre los
      * contratos a los que el trabajador estaba asignado en la fecha
      * de la generacion, con el porcentaje de cada asignacion; los
      * dias son los de la asignacion dentro del cuatrimestre. Deja:
      *   - data/ICSOE.OUT: el informe al IMSS (H/D/T, un detalle por
      *     trabajador y contrato)
      *   - data/SISUB.OUT: el informe al INFONAVIT (H/D/T, con el
      *     numero de credito de data/INFOCRED.DAT si lo tiene)
      *   - data/REPSE.RPT: el papel de trabajo por contrato con sus
      *     totales y las excepciones: trabajador asignado sin SBC o
      *     con un hueco en su alta ante el IMSS dentro del periodo
      *     asignado (alta posterior al inicio de la asignacion o una
      *     baja en STATHIST.DAT que la cruza)
      * Con excepciones termina con RC 4 (los informes igual salen).
      * uso: jobs/REPSE.job CUATRIMESTRE AAAA
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPSEINF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPSEIN-FILE ASSIGN TO "data/REPSE.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPSEIN-STATUS.

           SELECT OPTIONAL REPCTO-FILE ASSIGN TO "data/REPSECTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPCTO-STATUS.

           SELECT OPTIONAL REPASG-FILE ASSIGN TO "data/REPSEASG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPASG-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL STATHIST-FILE
               ASSIGN TO "data/STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT OPTIONAL SBC-FILE ASSIGN TO "data/SBC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBC-STATUS.

           SELECT OPTIONAL INFOCRED-FILE ASSIGN TO "data/INFOCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFOCRED-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "data/TARIFAIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT PATRONAL-FILE ASSIGN TO "data/PATRONAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRONAL-STATUS.

           SELECT OPTIONAL PRIMART-FILE ASSIGN TO "data/PRIMART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMART-STATUS.

           SELECT ICSOE-FILE ASSIGN TO "data/ICSOE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICSOE-STATUS.

           SELECT SISUB-FILE ASSIGN TO "data/SISUB.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SISUB-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/REPSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * fecha de la generacion + el registro de PAYCALC tal cual
       FD  REPSEIN-FILE.
       01  REPSEIN-RECORD.
           05  RIN-FECHA-GEN      PIC 9(8).
           05  RIN-PAYCALC        PIC X(200).

       FD  REPCTO-FILE.
           COPY REPCTORC.

       FD  REPASG-FILE.
           COPY REPASGRC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  STATHIST-FILE.
           COPY STAHISRC.

       FD  SBC-FILE.
           COPY SBCREC.

       FD  INFOCRED-FILE.
           COPY INFOCRRC.

       FD  TAX-RATE-FILE.
           COPY TAXREC.

       FD  PATRONAL-FILE.
           COPY PATRONRC.

       FD  PRIMART-FILE.
           COPY PRIMRTRC.

       FD  ICSOE-FILE.
       01  ICSOE-LINE PIC X(140).

       FD  SISUB-FILE.
       01  SISUB-LINE PIC X(140).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
           77 WS-REPSEIN-STATUS PIC XX VALUE SPACES.
           77 WS-REPCTO-STATUS PIC XX VALUE SPACES.
           77 WS-REPASG-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-STATHIST-STATUS PIC XX VALUE SPACES.
           77 WS-SBC-STATUS PIC XX VALUE SPACES.
           77 WS-INFOCRED-STATUS PIC XX VALUE SPACES.
           77 WS-TAXRATE-STATUS PIC XX VALUE SPACES.
           77 WS-PATRONAL-STATUS PIC XX VALUE SPACES.
           77 WS-PRIMART-STATUS PIC XX VALUE SPACES.
           77 WS-ICSOE-STATUS PIC XX VALUE SPACES.
           77 WS-SISUB-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-EMP-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.

      * el registro de nomina de la generacion, con el layout de
      * PAYCALC (el mismo EMPREC que lee SUACALC)
           COPY EMPREC
               REPLACING EMPLOYEE-RECORD BY PAYCALC-RECORD
                         DATO-ID BY PC-DATO-ID
                         HORAS BY PC-HORAS
                         PAGO BY PC-PAGO
                         SALARIO BY PC-SALARIO
                         MX-ESTADO BY PC-MX-ESTADO
                         ESTADO-VALIDO BY PC-ESTADO-VALIDO
                         JOB-GRADE BY PC-JOB-GRADE
                         DEDUCCION-PERIODO BY PC-DEDUCCION-PERIODO
                         DEPARTAMENTO BY PC-DEPARTAMENTO
                         SCHEDULED-HORAS BY PC-SCHEDULED-HORAS
                         EMPLOYEE-STATUS BY PC-EMPLOYEE-STATUS
                         ACTIVO BY PC-ACTIVO
                         BAJA BY PC-BAJA
                         LICENCIA BY PC-LICENCIA
                         NET-SALARIO BY PC-NET-SALARIO
                         COMPANIA BY PC-COMPANIA
                         PERIODO-NOMINA BY PC-PERIODO-NOMINA
                         NOMBRE BY PC-NOMBRE
                         RFC BY PC-RFC
                         CURP BY PC-CURP
                         FECHA-INGRESO BY PC-FECHA-INGRESO
                         SALARIO-REGULAR BY PC-SALARIO-REGULAR
                         HORAS-EXTRA BY PC-HORAS-EXTRA
                         PRIMA-EXTRA BY PC-PRIMA-EXTRA
                         BASE-PAGO BY PC-BASE-PAGO
                         BASE-POR-HORA BY PC-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY PC-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY PC-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY PC-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY PC-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY PC-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY PC-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY PC-REGIMEN-VALIDO.

      * cuatrimestre y ejercicio del informe, los pasa jobs/REPSE.job
           77 WS-CUATRIMESTRE PIC 9 VALUE ZERO.
           77 WS-ANIO PIC 9(4) VALUE ZERO.
           77 WS-INICIO-PERIODO PIC 9(8) VALUE ZERO.
           77 WS-FIN-PERIODO PIC 9(8) VALUE ZERO.
           77 WS-FECHA-ABIERTA PIC 9(8) VALUE 99999999.

      * porcentajes del SUA (mismo origen que SUACALC.cbl)
           77 WS-IMSS-PCT PIC 9(2)V9999 VALUE ZERO.
           77 WS-PCT-IMSS-PATRONAL PIC 9(3)V9999 VALUE ZERO.
           77 WS-PCT-INFONAVIT PIC 9(3)V9999 VALUE ZERO.
           77 WS-PRIMA-RT-GENERAL PIC 9(2)V9999 VALUE ZERO.
           77 WS-PRIMA-RT PIC 9(2)V9(5) VALUE ZERO.
           77 WS-FECHA-PRIMA PIC 9(8) VALUE ZERO.
           77 WS-NUM-PRIMAS PIC 9(4) VALUE ZERO.
       01  TABLA-PRIMAS-RT.
           05  PRIMA-RT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PRI-IDX.
               10  TAB-PRI-CIA      PIC XX.
               10  TAB-PRI-FECHA    PIC 9(8).
               10  TAB-PRI-PRIMA    PIC 9(2)V9(5).

      * contratos con vigencia dentro del cuatrimestre
           77 WS-NUM-CONTRATOS PIC 9(4) VALUE ZERO.
       01  TABLA-CONTRATOS.
           05  CTO-ENTRY OCCURS 500 TIMES
                   INDEXED BY CTO-IDX.
               10  TAB-CTO-CIA         PIC XX.
               10  TAB-CTO-CONTRATO    PIC X(10).
               10  TAB-CTO-CLIENTE-RFC PIC X(13).
               10  TAB-CTO-CLIENTE     PIC X(30).
               10  TAB-CTO-OBJETO      PIC X(30).
               10  TAB-CTO-REG-PATRONAL PIC X(11).
               10  TAB-CTO-INICIO      PIC 9(8).
               10  TAB-CTO-FIN         PIC 9(8).

      * asignaciones que tocan el cuatrimestre, con su rango ya
      * recortado al periodo
           77 WS-NUM-ASIGNACIONES PIC 9(4) VALUE ZERO.
       01  TABLA-ASIGNACIONES.
           05  ASG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ASG-IDX.
               10  TAB-ASG-ID          PIC 9(5).
               10  TAB-ASG-CIA         PIC XX.
               10  TAB-ASG-CONTRATO    PIC X(10).
               10  TAB-ASG-INICIO      PIC 9(8).
               10  TAB-ASG-FIN         PIC 9(8).
               10  TAB-ASG-PORCENTAJE  PIC 9(3)V99.
               10  TAB-ASG-DETALLE     PIC 9(4).

      * un detalle por trabajador y contrato: lo que va a los dos
      * informes y al papel de trabajo
           77 WS-NUM-DETALLES PIC 9(4) VALUE ZERO.
           77 WS-DETALLE-POS PIC 9(4) VALUE ZERO.
       01  TABLA-DETALLES.
           05  DET-ENTRY OCCURS 5000 TIMES
                   INDEXED BY DET-IDX.
               10  TAB-DET-CONTRATO-POS PIC 9(4).
               10  TAB-DET-ID          PIC 9(5).
               10  TAB-DET-NOMBRE      PIC X(30).
               10  TAB-DET-RFC         PIC X(13).
               10  TAB-DET-CURP        PIC X(18).
               10  TAB-DET-SBC         PIC 9(7)V99.
               10  TAB-DET-DIAS        PIC 9(3).
               10  TAB-DET-SALARIO     PIC 9(9)V99.
               10  TAB-DET-OBRERA      PIC 9(9)V99.
               10  TAB-DET-PATRONAL    PIC 9(9)V99.
               10  TAB-DET-INFONAVIT   PIC 9(9)V99.
               10  TAB-DET-CREDITO     PIC X(10).
               10  TAB-DET-MARCA       PIC X.

      * trabajadores del maestro (identidad, alta y status)
           77 WS-NUM-EMPS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID        PIC 9(5).
               10  TAB-EMP-NOMBRE    PIC X(30).
               10  TAB-EMP-RFC       PIC X(13).
               10  TAB-EMP-CURP      PIC X(18).
               10  TAB-EMP-INGRESO   PIC 9(8).
               10  TAB-EMP-STATUS    PIC X(3).

      * transiciones de status en el orden del historial, para
      * encontrar las bajas que cruzan una asignacion
           77 WS-NUM-TRANSICIONES PIC 9(5) VALUE ZERO.
       01  TABLA-TRANSICIONES.
           05  TRS-ENTRY OCCURS 20000 TIMES
                   INDEXED BY TRS-IDX.
               10  TAB-TRS-ID        PIC 9(5).
               10  TAB-TRS-FECHA     PIC 9(8).
               10  TAB-TRS-STATUS    PIC X(3).

      * SBC diario por empleado y credito INFONAVIT vigente
           77 WS-NUM-SBC PIC 9(4) VALUE ZERO.
       01  TABLA-SBC.
           05  SBC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SBC-IDX.
               10  TAB-SBC-ID         PIC 9(5).
               10  TAB-SBC-DIARIO     PIC 9(7)V99.
           77 WS-NUM-CREDITOS PIC 9(4) VALUE ZERO.
       01  TABLA-CREDITOS.
           05  CRE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CRE-IDX.
               10  TAB-CRE-ID         PIC 9(5).
               10  TAB-CRE-NUMERO     PIC X(10).

      * excepciones del papel de trabajo
           77 WS-NUM-EXCEPCIONES PIC 9(4) VALUE ZERO.
       01  TABLA-EXCEPCIONES.
           05  EXC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EXC-IDX.
               10  TAB-EXC-ID        PIC 9(5).
               10  TAB-EXC-CONTRATO  PIC X(10).
               10  TAB-EXC-TEXTO     PIC X(70).
           77 WS-TEXTO-EXCEPCION PIC X(70) VALUE SPACES.

      * trabajo del cruce
           77 WS-EMP-POS PIC 9(4) VALUE ZERO.
           77 WS-CONTRATO-POS PIC 9(4) VALUE ZERO.
           77 WS-INICIO-ENT PIC S9(9) VALUE ZERO.
           77 WS-FIN-ENT PIC S9(9) VALUE ZERO.
           77 WS-DIAS-ASIGNADOS PIC S9(5) VALUE ZERO.
           77 WS-PARTE-SALARIO PIC 9(9)V99 VALUE ZERO.
           77 WS-PARTE-CUOTA PIC 9(9)V99 VALUE ZERO.
           77 WS-BAJA-DESDE PIC 9(8) VALUE ZERO.
           77 WS-HUECO-INICIO PIC 9(8) VALUE ZERO.
           77 WS-HUECO-FIN PIC 9(8) VALUE ZERO.
           77 WS-HUECO-HALLADO PIC X VALUE 'N'.
              88 HAY-HUECO VALUE 'S'.
           77 WS-ASIGNADO PIC X VALUE 'N'.
              88 REGISTRO-ASIGNADO VALUE 'S'.
           77 WS-NUM-SIN-ASIGNAR PIC 9(6) VALUE ZERO.
           77 WS-NUM-ASIMILADOS PIC 9(6) VALUE ZERO.

      * totales por contrato y del informe
           77 WS-CTO-TRABAJADORES PIC 9(4) VALUE ZERO.
           77 WS-CTO-SALARIO PIC 9(11)V99 VALUE ZERO.
           77 WS-CTO-OBRERA PIC 9(11)V99 VALUE ZERO.
           77 WS-CTO-PATRONAL PIC 9(11)V99 VALUE ZERO.
           77 WS-CTO-INFONAVIT PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-DETALLES PIC 9(6) VALUE ZERO.
           77 WS-TOT-SALARIO PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-OBRERA PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-PATRONAL PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-INFONAVIT PIC 9(11)V99 VALUE ZERO.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

      * layout de los informes: H encabezado con cuatrimestre y
      * ejercicio, D detalle por trabajador y contrato, T trailer con
      * totales; montos como digitos sin editar (mismo criterio que
      * SUA.OUT)
       01  WS-INF-HEADER.
           05  FILLER         PIC X VALUE 'H'.
           05  WS-H-TIPO      PIC X(8).
           05  WS-H-CUATRIM   PIC 9.
           05  WS-H-ANIO      PIC 9(4).

       01  WS-ICSOE-DETALLE.
           05  FILLER         PIC X VALUE 'D'.
           05  WS-I-CIA       PIC XX.
           05  WS-I-REG-PAT   PIC X(11).
           05  WS-I-CONTRATO  PIC X(10).
           05  WS-I-CLIENTE   PIC X(13).
           05  WS-I-ID        PIC 9(5).
           05  WS-I-RFC       PIC X(13).
           05  WS-I-CURP      PIC X(18).
           05  WS-I-SBC       PIC 9(7)V99.
           05  WS-I-DIAS      PIC 9(3).
           05  WS-I-SALARIO   PIC 9(9)V99.
           05  WS-I-OBRERA    PIC 9(9)V99.
           05  WS-I-PATRONAL  PIC 9(9)V99.

       01  WS-ICSOE-TRAILER.
           05  FILLER         PIC X VALUE 'T'.
           05  WS-IT-CONTEO   PIC 9(6).
           05  WS-IT-SALARIO  PIC 9(11)V99.
           05  WS-IT-OBRERA   PIC 9(11)V99.
           05  WS-IT-PATRONAL PIC 9(11)V99.

       01  WS-SISUB-DETALLE.
           05  FILLER         PIC X VALUE 'D'.
           05  WS-S-CIA       PIC XX.
           05  WS-S-REG-PAT   PIC X(11).
           05  WS-S-CONTRATO  PIC X(10).
           05  WS-S-CLIENTE   PIC X(13).
           05  WS-S-ID        PIC 9(5).
           05  WS-S-RFC       PIC X(13).
           05  WS-S-CURP      PIC X(18).
           05  WS-S-SBC       PIC 9(7)V99.
           05  WS-S-DIAS      PIC 9(3).
           05  WS-S-SALARIO   PIC 9(9)V99.
           05  WS-S-APORTE    PIC 9(9)V99.
           05  WS-S-CREDITO   PIC X(10).

       01  WS-SISUB-TRAILER.
           05  FILLER         PIC X VALUE 'T'.
           05  WS-ST-CONTEO   PIC 9(6).
           05  WS-ST-SALARIO  PIC 9(11)V99.
           05  WS-ST-APORTE   PIC 9(11)V99.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(44) VALUE
               'PAPEL DE TRABAJO REPSE ICSOE/SISUB  CUATRIM '.
           05  WS-TL-CUATRIM PIC 9.
           05  FILLER      PIC X VALUE '/'.
           05  WS-TL-ANIO  PIC 9(4).
           05  FILLER      PIC X(3) VALUE '  ('.
           05  WS-TL-INICIO PIC 9(8).
           05  FILLER      PIC X VALUE '-'.
           05  WS-TL-FIN   PIC 9(8).
           05  FILLER      PIC X VALUE ')'.

       01  WS-SEPARADOR-LINE.
           05  FILLER      PIC X(110) VALUE ALL '-'.

       01  WS-CONTRATO-LINE.
           05  FILLER      PIC X(5) VALUE 'CIA: '.
           05  WS-K-CIA    PIC XX.
           05  FILLER      PIC X(12) VALUE '  CONTRATO: '.
           05  WS-K-CONTRATO PIC X(10).
           05  FILLER      PIC X(11) VALUE '  CLIENTE: '.
           05  WS-K-CLIENTE-RFC PIC X(13).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-K-CLIENTE PIC X(30).

       01  WS-CONTRATO-LINE2.
           05  FILLER      PIC X(9) VALUE '  OBJETO '.
           05  WS-K-OBJETO PIC X(30).
           05  FILLER      PIC X(11) VALUE '  REG.PAT. '.
           05  WS-K-REG-PAT PIC X(11).
           05  FILLER      PIC X(11) VALUE '  VIGENCIA '.
           05  WS-K-INICIO PIC 9(8).
           05  FILLER      PIC X VALUE '-'.
           05  WS-K-FIN    PIC 9(8).

       01  WS-ENCAB-LINE.
           05  FILLER      PIC X(40) VALUE
               '  DATO-ID NOMBRE                  DIAS  '.
           05  FILLER      PIC X(40) VALUE
               '     SBC       SALARIO     OBRERA   PATR'.
           05  FILLER      PIC X(30) VALUE
               'ONAL  INFONAVIT'.

       01  WS-DETALLE-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-L-ID     PIC 9(5).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-L-NOMBRE PIC X(23).
           05  WS-L-DIAS   PIC ZZ9.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-L-SBC    PIC ZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-L-SALARIO PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-L-OBRERA PIC ZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-L-PATRONAL PIC ZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-L-INFONAVIT PIC ZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-L-MARCA  PIC X.

       01  WS-SIN-TRABAJADORES-LINE.
           05  FILLER      PIC X(50) VALUE
               '  (SIN TRABAJADORES ASIGNADOS EN EL CUATRIMESTRE)'.

       01  WS-TOTAL-CTO-LINE.
           05  WS-TC-DESC  PIC X(20).
           05  WS-TC-TRAB  PIC ZZZ9.
           05  FILLER      PIC X(13) VALUE ' TRAB.  SAL: '.
           05  WS-TC-SALARIO PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(6) VALUE '  OBR:'.
           05  WS-TC-OBRERA PIC Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(7) VALUE '  PATR:'.
           05  WS-TC-PATRONAL PIC Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(7) VALUE '  INFO:'.
           05  WS-TC-INFONAVIT PIC Z,ZZZ,ZZ9.99.

       01  WS-EXCEPCIONES-TITULO.
           05  FILLER      PIC X(48) VALUE
               'EXCEPCIONES (ASIGNADO SIN SBC O CON HUECO IMSS)'.

       01  WS-EXCEPCION-LINE.
           05  FILLER      PIC X(10) VALUE '  DATO-ID '.
           05  WS-X-ID     PIC 9(5).
           05  FILLER      PIC X(11) VALUE '  CONTRATO '.
           05  WS-X-CONTRATO PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-X-TEXTO  PIC X(70).

       01  WS-SIN-EXCEPCIONES-LINE.
           05  FILLER      PIC X(40) VALUE
               '  (SIN EXCEPCIONES)'.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'REPSEINF' TO LOG-PROGRAMA.
           DISPLAY "CUATRIMESTRE (1-3): " WITH NO ADVANCING.
           ACCEPT WS-CUATRIMESTRE.
           DISPLAY "EJERCICIO (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANIO.
           EVALUATE WS-CUATRIMESTRE
              WHEN 1
                 COMPUTE WS-INICIO-PERIODO = WS-ANIO * 10000 + 0101
                 COMPUTE WS-FIN-PERIODO = WS-ANIO * 10000 + 0430
              WHEN 2
                 COMPUTE WS-INICIO-PERIODO = WS-ANIO * 10000 + 0501
                 COMPUTE WS-FIN-PERIODO = WS-ANIO * 10000 + 0831
              WHEN 3
                 COMPUTE WS-INICIO-PERIODO = WS-ANIO * 10000 + 0901
                 COMPUTE WS-FIN-PERIODO = WS-ANIO * 10000 + 1231
              WHEN OTHER
                 DISPLAY "REPSEINF: CUATRIMESTRE INVALIDO: "
                     WS-CUATRIMESTRE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           PERFORM CARGA-PORCENTAJES.
           PERFORM CARGA-PRIMAS-RIESGO.
           PERFORM CARGA-TABLA-CONTRATOS.
           IF WS-NUM-CONTRATOS = ZERO
              DISPLAY "REPSEINF: SIN CONTRATOS REPSE VIGENTES EN EL "
                  "CUATRIMESTRE (data/REPSECTO.DAT)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGA-TABLA-EMPLEADOS.
           PERFORM CARGA-HISTORIAL.
           PERFORM CARGA-TABLA-SBC.
           PERFORM CARGA-TABLA-CREDITOS.
           PERFORM CARGA-ASIGNACIONES.
           PERFORM ACUMULA-NOMINA.

           OPEN OUTPUT ICSOE-FILE.
           IF WS-ICSOE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/ICSOE.OUT: " WS-ICSOE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SISUB-FILE.
           IF WS-SISUB-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/SISUB.OUT: " WS-SISUB-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-CUATRIMESTRE TO WS-H-CUATRIM.
           MOVE WS-ANIO TO WS-H-ANIO.
           MOVE 'ICSOE   ' TO WS-H-TIPO.
           MOVE WS-INF-HEADER TO ICSOE-LINE.
           WRITE ICSOE-LINE.
           MOVE 'SISUB   ' TO WS-H-TIPO.
           MOVE WS-INF-HEADER TO SISUB-LINE.
           WRITE SISUB-LINE.

           MOVE WS-CUATRIMESTRE TO WS-TL-CUATRIM.
           MOVE WS-ANIO TO WS-TL-ANIO.
           MOVE WS-INICIO-PERIODO TO WS-TL-INICIO.
           MOVE WS-FIN-PERIODO TO WS-TL-FIN.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM ESCRIBE-CONTRATO
               VARYING CTO-IDX FROM 1 BY 1
               UNTIL CTO-IDX > WS-NUM-CONTRATOS.

           MOVE WS-SEPARADOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL DEL INFORME   ' TO WS-TC-DESC.
           MOVE WS-TOT-DETALLES TO WS-TC-TRAB.
           MOVE WS-TOT-SALARIO TO WS-TC-SALARIO.
           MOVE WS-TOT-OBRERA TO WS-TC-OBRERA.
           MOVE WS-TOT-PATRONAL TO WS-TC-PATRONAL.
           MOVE WS-TOT-INFONAVIT TO WS-TC-INFONAVIT.
           MOVE WS-TOTAL-CTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM ESCRIBE-EXCEPCIONES.

           MOVE WS-TOT-DETALLES TO WS-IT-CONTEO.
           MOVE WS-TOT-SALARIO TO WS-IT-SALARIO.
           MOVE WS-TOT-OBRERA TO WS-IT-OBRERA.
           MOVE WS-TOT-PATRONAL TO WS-IT-PATRONAL.
           MOVE WS-ICSOE-TRAILER TO ICSOE-LINE.
           WRITE ICSOE-LINE.
           MOVE WS-TOT-DETALLES TO WS-ST-CONTEO.
           MOVE WS-TOT-SALARIO TO WS-ST-SALARIO.
           MOVE WS-TOT-INFONAVIT TO WS-ST-APORTE.
           MOVE WS-SISUB-TRAILER TO SISUB-LINE.
           WRITE SISUB-LINE.
           CLOSE ICSOE-FILE SISUB-FILE REPORT-FILE.

           DISPLAY "REPSEINF: " WS-TOT-DETALLES " DETALLE(S) EN "
               "data/ICSOE.OUT Y data/SISUB.OUT, "
               WS-NUM-EXCEPCIONES " EXCEPCION(ES) EN data/REPSE.RPT".
           IF WS-NUM-SIN-ASIGNAR > ZERO
              DISPLAY "REPSEINF: " WS-NUM-SIN-ASIGNAR
                  " REGISTRO(S) DE NOMINA SIN ASIGNACION REPSE "
                  "(TRABAJO PROPIO, NO SE INFORMAN)"
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-EXCEPCIONES > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              STRING 'REPSE ' WS-CUATRIMESTRE '/' WS-ANIO ': '
                  WS-TOT-DETALLES ' DETALLE(S), ' WS-NUM-EXCEPCIONES
                  ' EXCEPCION(ES) EN REPSE.RPT'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              STRING 'REPSE ' WS-CUATRIMESTRE '/' WS-ANIO ': '
                  WS-TOT-DETALLES ' DETALLE(S), SIN EXCEPCIONES'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           END-IF.
           PERFORM REGISTRA-BITACORA.
           IF WS-NUM-EXCEPCIONES > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      * porcentaje obrero del IMSS (renglones IMSS de TARIFAIMP) y
      * patronales por concepto de PATRONAL.DAT, mismo criterio que
      * CARGA-PORCENTAJES en SUACALC.cbl
       CARGA-PORCENTAJES.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS = "00"
              PERFORM UNTIL WS-TAXRATE-STATUS NOT = "00"
                 READ TAX-RATE-FILE
                    AT END MOVE "10" TO WS-TAXRATE-STATUS
                    NOT AT END
                       IF TAX-ES-IMSS
                          ADD TAX-PORCENTAJE TO WS-IMSS-PCT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-RATE-FILE
           END-IF.
           OPEN INPUT PATRONAL-FILE.
           IF WS-PATRONAL-STATUS = "00"
              PERFORM UNTIL WS-PATRONAL-STATUS NOT = "00"
                 READ PATRONAL-FILE
                    AT END MOVE "10" TO WS-PATRONAL-STATUS
                    NOT AT END
                       IF PAT-CODIGO = 'IMSS'
                          ADD PAT-PORCENTAJE TO WS-PCT-IMSS-PATRONAL
                       END-IF
                       IF PAT-CODIGO = 'INFO'
                          ADD PAT-PORCENTAJE TO WS-PCT-INFONAVIT
                       END-IF
                       IF PAT-CODIGO = 'RT  '
                          MOVE PAT-PORCENTAJE TO WS-PRIMA-RT-GENERAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PATRONAL-FILE
           END-IF.

      * todas las primas de riesgo de trabajo: una prima nueva puede
      * entrar a media cuatrimestre (1 de marzo)
       CARGA-PRIMAS-RIESGO.
           OPEN INPUT PRIMART-FILE.
           IF WS-PRIMART-STATUS = "00"
              PERFORM UNTIL WS-PRIMART-STATUS NOT = "00"
                 READ PRIMART-FILE
                    AT END MOVE "10" TO WS-PRIMART-STATUS
                    NOT AT END
                       IF WS-NUM-PRIMAS = 1000
                          DISPLAY "TABLA LLENA: WS-NUM-PRIMAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PRIMAS
                       MOVE PRT-COMPANIA TO TAB-PRI-CIA(WS-NUM-PRIMAS)
                       MOVE PRT-FECHA-EFECTIVA TO
                           TAB-PRI-FECHA(WS-NUM-PRIMAS)
                       MOVE PRT-PRIMA TO TAB-PRI-PRIMA(WS-NUM-PRIMAS)
                 END-READ
              END-PERFORM
              CLOSE PRIMART-FILE
           END-IF.

      * prima de la compania del registro vigente en la fecha de su
      * generacion, o la general
       BUSCA-PRIMA-RIESGO.
           MOVE WS-PRIMA-RT-GENERAL TO WS-PRIMA-RT.
           MOVE ZERO TO WS-FECHA-PRIMA.
           PERFORM VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > WS-NUM-PRIMAS
              IF TAB-PRI-CIA(PRI-IDX) = PC-COMPANIA
                 AND TAB-PRI-FECHA(PRI-IDX) NOT > RIN-FECHA-GEN
                 AND TAB-PRI-FECHA(PRI-IDX) > WS-FECHA-PRIMA
                 MOVE TAB-PRI-FECHA(PRI-IDX) TO WS-FECHA-PRIMA
                 MOVE TAB-PRI-PRIMA(PRI-IDX) TO WS-PRIMA-RT
              END-IF
           END-PERFORM.

      * solo los contratos cuya vigencia toca el cuatrimestre
       CARGA-TABLA-CONTRATOS.
           OPEN INPUT REPCTO-FILE.
           IF WS-REPCTO-STATUS = "00"
              PERFORM UNTIL WS-REPCTO-STATUS NOT = "00"
                 READ REPCTO-FILE
                    AT END MOVE "10" TO WS-REPCTO-STATUS
                    NOT AT END
                       IF RCT-FECHA-INICIO NOT > WS-FIN-PERIODO
                          AND (RCT-FECHA-FIN = ZERO
                               OR RCT-FECHA-FIN NOT <
                                  WS-INICIO-PERIODO)
                          PERFORM REGISTRA-CONTRATO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPCTO-FILE
           END-IF.

       REGISTRA-CONTRATO.
           IF WS-NUM-CONTRATOS = 500
              DISPLAY "TABLA LLENA: WS-NUM-CONTRATOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-CONTRATOS.
           MOVE RCT-COMPANIA TO TAB-CTO-CIA(WS-NUM-CONTRATOS).
           MOVE RCT-CONTRATO TO TAB-CTO-CONTRATO(WS-NUM-CONTRATOS).
           MOVE RCT-CLIENTE-RFC TO
               TAB-CTO-CLIENTE-RFC(WS-NUM-CONTRATOS).
           MOVE RCT-CLIENTE-NOMBRE TO
               TAB-CTO-CLIENTE(WS-NUM-CONTRATOS).
           MOVE RCT-OBJETO TO TAB-CTO-OBJETO(WS-NUM-CONTRATOS).
           MOVE RCT-REG-PATRONAL TO
               TAB-CTO-REG-PATRONAL(WS-NUM-CONTRATOS).
           MOVE RCT-FECHA-INICIO TO TAB-CTO-INICIO(WS-NUM-CONTRATOS).
           MOVE RCT-FECHA-FIN TO TAB-CTO-FIN(WS-NUM-CONTRATOS).

       CARGA-TABLA-EMPLEADOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-FILE: "
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
                       IF WS-NUM-EMPS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-EMPS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-EMPS
                       MOVE DATO-ID TO TAB-EMP-ID(WS-NUM-EMPS)
                       MOVE NOMBRE TO TAB-EMP-NOMBRE(WS-NUM-EMPS)
                       MOVE RFC TO TAB-EMP-RFC(WS-NUM-EMPS)
                       MOVE CURP TO TAB-EMP-CURP(WS-NUM-EMPS)
                       MOVE FECHA-INGRESO TO
                           TAB-EMP-INGRESO(WS-NUM-EMPS)
                       MOVE EMPLOYEE-STATUS TO
                           TAB-EMP-STATUS(WS-NUM-EMPS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       CARGA-HISTORIAL.
           OPEN INPUT STATHIST-FILE.
           IF WS-STATHIST-STATUS = "00"
              PERFORM UNTIL WS-STATHIST-STATUS NOT = "00"
                 READ STATHIST-FILE
                    AT END MOVE "10" TO WS-STATHIST-STATUS
                    NOT AT END
                       IF WS-NUM-TRANSICIONES = 20000
                          DISPLAY "TABLA LLENA: WS-NUM-TRANSICIONES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-TRANSICIONES
                       MOVE STH-DATO-ID TO
                           TAB-TRS-ID(WS-NUM-TRANSICIONES)
                       MOVE STH-FECHA TO
                           TAB-TRS-FECHA(WS-NUM-TRANSICIONES)
                       MOVE STH-STATUS-NUEVO TO
                           TAB-TRS-STATUS(WS-NUM-TRANSICIONES)
                 END-READ
              END-PERFORM
              CLOSE STATHIST-FILE
           END-IF.

       CARGA-TABLA-SBC.
           OPEN INPUT SBC-FILE.
           IF WS-SBC-STATUS = "00"
              PERFORM UNTIL WS-SBC-STATUS NOT = "00"
                 READ SBC-FILE
                    AT END MOVE "10" TO WS-SBC-STATUS
                    NOT AT END
                       IF WS-NUM-SBC = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-SBC"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-SBC
                       MOVE SBC-DATO-ID TO TAB-SBC-ID(WS-NUM-SBC)
                       MOVE SBC-DIARIO TO TAB-SBC-DIARIO(WS-NUM-SBC)
                 END-READ
              END-PERFORM
              CLOSE SBC-FILE
           END-IF.

      * el credito INFONAVIT que estuvo vigente en el cuatrimestre
       CARGA-TABLA-CREDITOS.
           OPEN INPUT INFOCRED-FILE.
           IF WS-INFOCRED-STATUS = "00"
              PERFORM UNTIL WS-INFOCRED-STATUS NOT = "00"
                 READ INFOCRED-FILE
                    AT END MOVE "10" TO WS-INFOCRED-STATUS
                    NOT AT END
                       IF INF-FECHA-INICIO NOT > WS-FIN-PERIODO
                          AND (INF-FECHA-FIN = ZERO
                               OR INF-FECHA-FIN NOT <
                                  WS-INICIO-PERIODO)
                          IF WS-NUM-CREDITOS = 5000
                             DISPLAY "TABLA LLENA: WS-NUM-CREDITOS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-CREDITOS
                          MOVE INF-DATO-ID TO
                              TAB-CRE-ID(WS-NUM-CREDITOS)
                          MOVE INF-NUM-CREDITO TO
                              TAB-CRE-NUMERO(WS-NUM-CREDITOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INFOCRED-FILE
           END-IF.

      * cada asignacion que toca el cuatrimestre, recortada al
      * periodo, aporta sus dias al detalle trabajador/contrato y se
      * revisa contra el SBC y el alta IMSS del trabajador
       CARGA-ASIGNACIONES.
           OPEN INPUT REPASG-FILE.
           IF WS-REPASG-STATUS = "00"
              PERFORM UNTIL WS-REPASG-STATUS NOT = "00"
                 READ REPASG-FILE
                    AT END MOVE "10" TO WS-REPASG-STATUS
                    NOT AT END
                       IF RAS-FECHA-INICIO NOT > WS-FIN-PERIODO
                          AND (RAS-FECHA-FIN = ZERO
                               OR RAS-FECHA-FIN NOT <
                                  WS-INICIO-PERIODO)
                          PERFORM REGISTRA-ASIGNACION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPASG-FILE
           END-IF.

       REGISTRA-ASIGNACION.
           MOVE ZERO TO WS-CONTRATO-POS.
           PERFORM VARYING CTO-IDX FROM 1 BY 1
                   UNTIL CTO-IDX > WS-NUM-CONTRATOS
              IF TAB-CTO-CIA(CTO-IDX) = RAS-COMPANIA
                 AND TAB-CTO-CONTRATO(CTO-IDX) = RAS-CONTRATO
                 SET WS-CONTRATO-POS TO CTO-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CONTRATO-POS = ZERO
              DISPLAY "REPSEINF: ASIGNACION DEL DATO-ID " RAS-DATO-ID
                  " AL CONTRATO " RAS-CONTRATO
                  " SIN CONTRATO VIGENTE, NO SE INFORMA"
           ELSE
              IF WS-NUM-ASIGNACIONES = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-ASIGNACIONES"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-ASIGNACIONES
              SET ASG-IDX TO WS-NUM-ASIGNACIONES
              MOVE RAS-DATO-ID TO TAB-ASG-ID(ASG-IDX)
              MOVE RAS-COMPANIA TO TAB-ASG-CIA(ASG-IDX)
              MOVE RAS-CONTRATO TO TAB-ASG-CONTRATO(ASG-IDX)
              MOVE RAS-FECHA-INICIO TO TAB-ASG-INICIO(ASG-IDX)
              IF RAS-FECHA-INICIO < WS-INICIO-PERIODO
                 MOVE WS-INICIO-PERIODO TO TAB-ASG-INICIO(ASG-IDX)
              END-IF
              MOVE RAS-FECHA-FIN TO TAB-ASG-FIN(ASG-IDX)
              IF RAS-FECHA-FIN = ZERO
                 OR RAS-FECHA-FIN > WS-FIN-PERIODO
                 MOVE WS-FIN-PERIODO TO TAB-ASG-FIN(ASG-IDX)
              END-IF
              MOVE RAS-PORCENTAJE TO TAB-ASG-PORCENTAJE(ASG-IDX)
              PERFORM BUSCA-O-CREA-DETALLE
              MOVE WS-DETALLE-POS TO TAB-ASG-DETALLE(ASG-IDX)
              COMPUTE WS-INICIO-ENT =
                  FUNCTION INTEGER-OF-DATE(TAB-ASG-INICIO(ASG-IDX))
              COMPUTE WS-FIN-ENT =
                  FUNCTION INTEGER-OF-DATE(TAB-ASG-FIN(ASG-IDX))
              COMPUTE WS-DIAS-ASIGNADOS = WS-FIN-ENT - WS-INICIO-ENT + 1
              ADD WS-DIAS-ASIGNADOS TO TAB-DET-DIAS(WS-DETALLE-POS)
              PERFORM REVISA-ALTA-IMSS
           END-IF.

       BUSCA-O-CREA-DETALLE.
           MOVE ZERO TO WS-DETALLE-POS.
           PERFORM VARYING DET-IDX FROM 1 BY 1
                   UNTIL DET-IDX > WS-NUM-DETALLES
              IF TAB-DET-CONTRATO-POS(DET-IDX) = WS-CONTRATO-POS
                 AND TAB-DET-ID(DET-IDX) = RAS-DATO-ID
                 SET WS-DETALLE-POS TO DET-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DETALLE-POS = ZERO
              IF WS-NUM-DETALLES = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-DETALLES"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-DETALLES
              MOVE WS-NUM-DETALLES TO WS-DETALLE-POS
              SET DET-IDX TO WS-DETALLE-POS
              MOVE WS-CONTRATO-POS TO TAB-DET-CONTRATO-POS(DET-IDX)
              MOVE RAS-DATO-ID TO TAB-DET-ID(DET-IDX)
              MOVE SPACES TO TAB-DET-NOMBRE(DET-IDX)
                  TAB-DET-RFC(DET-IDX) TAB-DET-CURP(DET-IDX)
                  TAB-DET-CREDITO(DET-IDX) TAB-DET-MARCA(DET-IDX)
              MOVE ZERO TO TAB-DET-SBC(DET-IDX) TAB-DET-DIAS(DET-IDX)
                  TAB-DET-SALARIO(DET-IDX) TAB-DET-OBRERA(DET-IDX)
                  TAB-DET-PATRONAL(DET-IDX) TAB-DET-INFONAVIT(DET-IDX)
              PERFORM COMPLETA-DETALLE
           END-IF.

      * identidad, SBC y credito del trabajador; sin SBC es
      * excepcion (el informe saldria con SBC en cero)
       COMPLETA-DETALLE.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-ID(EMP-IDX) = RAS-DATO-ID
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-EMP-POS NOT = ZERO
              MOVE TAB-EMP-NOMBRE(WS-EMP-POS) TO TAB-DET-NOMBRE(DET-IDX)
              MOVE TAB-EMP-RFC(WS-EMP-POS) TO TAB-DET-RFC(DET-IDX)
              MOVE TAB-EMP-CURP(WS-EMP-POS) TO TAB-DET-CURP(DET-IDX)
           END-IF.
           PERFORM VARYING SBC-IDX FROM 1 BY 1
                   UNTIL SBC-IDX > WS-NUM-SBC
              IF TAB-SBC-ID(SBC-IDX) = RAS-DATO-ID
                 MOVE TAB-SBC-DIARIO(SBC-IDX) TO TAB-DET-SBC(DET-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF TAB-DET-SBC(DET-IDX) = ZERO
              MOVE '*' TO TAB-DET-MARCA(DET-IDX)
              MOVE 'SIN SBC EN data/SBC.DAT (CORRA SBCCALC)'
                  TO WS-TEXTO-EXCEPCION
              PERFORM REGISTRA-EXCEPCION
           END-IF.
           PERFORM VARYING CRE-IDX FROM 1 BY 1
                   UNTIL CRE-IDX > WS-NUM-CREDITOS
              IF TAB-CRE-ID(CRE-IDX) = RAS-DATO-ID
                 MOVE TAB-CRE-NUMERO(CRE-IDX) TO
                     TAB-DET-CREDITO(DET-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * hueco en el alta IMSS dentro del rango asignado: un alta
      * (FECHA-INGRESO) posterior al inicio, o una baja del
      * historial -del dia siguiente a la fecha de baja hasta la
      * vispera de la siguiente transicion, o abierta- que se cruza
      * con el rango; un 'baj' sin fecha en el historial tambien
       REVISA-ALTA-IMSS.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-ID(EMP-IDX) = RAS-DATO-ID
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-EMP-POS = ZERO
              MOVE 'NO ESTA EN EL MAESTRO DE EMPLEADOS (PURGADO?)'
                  TO WS-TEXTO-EXCEPCION
              PERFORM MARCA-HUECO
           ELSE
              IF TAB-EMP-INGRESO(WS-EMP-POS) > TAB-ASG-INICIO(ASG-IDX)
                 MOVE SPACES TO WS-TEXTO-EXCEPCION
                 STRING 'HUECO IMSS: ALTA EL '
                     TAB-EMP-INGRESO(WS-EMP-POS)
                     ', ASIGNADO DESDE EL ' TAB-ASG-INICIO(ASG-IDX)
                     DELIMITED BY SIZE INTO WS-TEXTO-EXCEPCION
                 PERFORM MARCA-HUECO
              END-IF
              MOVE 'N' TO WS-HUECO-HALLADO
              MOVE ZERO TO WS-BAJA-DESDE
              PERFORM VARYING TRS-IDX FROM 1 BY 1
                      UNTIL TRS-IDX > WS-NUM-TRANSICIONES
                 IF TAB-TRS-ID(TRS-IDX) = RAS-DATO-ID
                    PERFORM PRUEBA-TRANSICION
                 END-IF
              END-PERFORM
              IF WS-BAJA-DESDE NOT = ZERO
                 MOVE WS-FECHA-ABIERTA TO WS-HUECO-FIN
                 PERFORM PRUEBA-HUECO
              END-IF
              IF TAB-EMP-STATUS(WS-EMP-POS) = 'baj'
                 AND WS-BAJA-DESDE = ZERO
                 AND NOT HAY-HUECO
                 MOVE 'DADO DE BAJA SIN FECHA EN STATHIST.DAT'
                     TO WS-TEXTO-EXCEPCION
                 PERFORM MARCA-HUECO
              END-IF
           END-IF.

       PRUEBA-TRANSICION.
           IF TAB-TRS-STATUS(TRS-IDX) = 'baj'
              IF WS-BAJA-DESDE = ZERO
                 MOVE TAB-TRS-FECHA(TRS-IDX) TO WS-BAJA-DESDE
              END-IF
           ELSE
              IF WS-BAJA-DESDE NOT = ZERO
                 COMPUTE WS-HUECO-FIN = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(TAB-TRS-FECHA(TRS-IDX))
                     - 1)
                 PERFORM PRUEBA-HUECO
                 MOVE ZERO TO WS-BAJA-DESDE
              END-IF
           END-IF.

       PRUEBA-HUECO.
           COMPUTE WS-HUECO-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BAJA-DESDE) + 1).
           IF WS-HUECO-INICIO NOT > TAB-ASG-FIN(ASG-IDX)
              AND WS-HUECO-FIN NOT < TAB-ASG-INICIO(ASG-IDX)
              AND WS-HUECO-INICIO NOT > WS-HUECO-FIN
              MOVE 'S' TO WS-HUECO-HALLADO
              MOVE SPACES TO WS-TEXTO-EXCEPCION
              IF WS-HUECO-FIN = WS-FECHA-ABIERTA
                 STRING 'HUECO IMSS: BAJA DESDE EL ' WS-HUECO-INICIO
                     ' SIN REINGRESO'
                     DELIMITED BY SIZE INTO WS-TEXTO-EXCEPCION
              ELSE
                 STRING 'HUECO IMSS: BAJA DEL ' WS-HUECO-INICIO
                     ' AL ' WS-HUECO-FIN
                     DELIMITED BY SIZE INTO WS-TEXTO-EXCEPCION
              END-IF
              PERFORM MARCA-HUECO
           END-IF.

       MARCA-HUECO.
           MOVE '*' TO TAB-DET-MARCA(WS-DETALLE-POS).
           PERFORM REGISTRA-EXCEPCION.

       REGISTRA-EXCEPCION.
           IF WS-NUM-EXCEPCIONES = 2000
              DISPLAY "TABLA LLENA: WS-NUM-EXCEPCIONES"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-EXCEPCIONES.
           MOVE RAS-DATO-ID TO TAB-EXC-ID(WS-NUM-EXCEPCIONES).
           MOVE RAS-CONTRATO TO TAB-EXC-CONTRATO(WS-NUM-EXCEPCIONES).
           MOVE WS-TEXTO-EXCEPCION TO
               TAB-EXC-TEXTO(WS-NUM-EXCEPCIONES).

      * cada registro de nomina del cuatrimestre se reparte entre
      * las asignaciones vigentes en la fecha de su generacion; lo
      * que no esta asignado es trabajo propio y no se informa
       ACUMULA-NOMINA.
           OPEN INPUT REPSEIN-FILE.
           IF WS-REPSEIN-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ REPSEIN-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       MOVE RIN-PAYCALC TO PAYCALC-RECORD
                       IF PC-REGIMEN-ASIMILADO
                          ADD 1 TO WS-NUM-ASIMILADOS
                       ELSE
                          PERFORM REPARTE-REGISTRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPSEIN-FILE
           ELSE
              DISPLAY "REPSEINF: SIN data/REPSE.IN, LOS INFORMES "
                  "SALEN SIN SALARIOS; CORRA jobs/REPSE.job"
           END-IF.

       REPARTE-REGISTRO.
           MOVE 'N' TO WS-ASIGNADO.
           PERFORM BUSCA-PRIMA-RIESGO.
           PERFORM VARYING ASG-IDX FROM 1 BY 1
                   UNTIL ASG-IDX > WS-NUM-ASIGNACIONES
              IF TAB-ASG-ID(ASG-IDX) = PC-DATO-ID
                 AND TAB-ASG-CIA(ASG-IDX) = PC-COMPANIA
                 AND TAB-ASG-INICIO(ASG-IDX) NOT > RIN-FECHA-GEN
                 AND TAB-ASG-FIN(ASG-IDX) NOT < RIN-FECHA-GEN
                 MOVE 'S' TO WS-ASIGNADO
                 PERFORM SUMA-PARTE-ASIGNADA
              END-IF
           END-PERFORM.
           IF NOT REGISTRO-ASIGNADO
              ADD 1 TO WS-NUM-SIN-ASIGNAR
           END-IF.

       SUMA-PARTE-ASIGNADA.
           MOVE TAB-ASG-DETALLE(ASG-IDX) TO WS-DETALLE-POS.
           COMPUTE WS-PARTE-SALARIO ROUNDED =
               PC-SALARIO * TAB-ASG-PORCENTAJE(ASG-IDX) / 100.
           ADD WS-PARTE-SALARIO TO TAB-DET-SALARIO(WS-DETALLE-POS).
           COMPUTE WS-PARTE-CUOTA ROUNDED =
               WS-PARTE-SALARIO * WS-IMSS-PCT / 100.
           ADD WS-PARTE-CUOTA TO TAB-DET-OBRERA(WS-DETALLE-POS).
           COMPUTE WS-PARTE-CUOTA ROUNDED =
               WS-PARTE-SALARIO
                   * (WS-PCT-IMSS-PATRONAL + WS-PRIMA-RT) / 100.
           ADD WS-PARTE-CUOTA TO TAB-DET-PATRONAL(WS-DETALLE-POS).
           COMPUTE WS-PARTE-CUOTA ROUNDED =
               WS-PARTE-SALARIO * WS-PCT-INFONAVIT / 100.
           ADD WS-PARTE-CUOTA TO TAB-DET-INFONAVIT(WS-DETALLE-POS).

      * un contrato del papel de trabajo: encabezado, sus
      * trabajadores (y su renglon en cada informe) y su total
       ESCRIBE-CONTRATO.
           MOVE WS-SEPARADOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CTO-CIA(CTO-IDX) TO WS-K-CIA.
           MOVE TAB-CTO-CONTRATO(CTO-IDX) TO WS-K-CONTRATO.
           MOVE TAB-CTO-CLIENTE-RFC(CTO-IDX) TO WS-K-CLIENTE-RFC.
           MOVE TAB-CTO-CLIENTE(CTO-IDX) TO WS-K-CLIENTE.
           MOVE WS-CONTRATO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CTO-OBJETO(CTO-IDX) TO WS-K-OBJETO.
           MOVE TAB-CTO-REG-PATRONAL(CTO-IDX) TO WS-K-REG-PAT.
           MOVE TAB-CTO-INICIO(CTO-IDX) TO WS-K-INICIO.
           MOVE TAB-CTO-FIN(CTO-IDX) TO WS-K-FIN.
           MOVE WS-CONTRATO-LINE2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENCAB-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-CTO-TRABAJADORES WS-CTO-SALARIO
               WS-CTO-OBRERA WS-CTO-PATRONAL WS-CTO-INFONAVIT.
           PERFORM VARYING DET-IDX FROM 1 BY 1
                   UNTIL DET-IDX > WS-NUM-DETALLES
              IF TAB-DET-CONTRATO-POS(DET-IDX) = CTO-IDX
                 PERFORM ESCRIBE-DETALLE
              END-IF
           END-PERFORM.
           IF WS-CTO-TRABAJADORES = ZERO
              MOVE WS-SIN-TRABAJADORES-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE 'TOTAL DEL CONTRATO  ' TO WS-TC-DESC.
           MOVE WS-CTO-TRABAJADORES TO WS-TC-TRAB.
           MOVE WS-CTO-SALARIO TO WS-TC-SALARIO.
           MOVE WS-CTO-OBRERA TO WS-TC-OBRERA.
           MOVE WS-CTO-PATRONAL TO WS-TC-PATRONAL.
           MOVE WS-CTO-INFONAVIT TO WS-TC-INFONAVIT.
           MOVE WS-TOTAL-CTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       ESCRIBE-DETALLE.
           ADD 1 TO WS-CTO-TRABAJADORES.
           ADD 1 TO WS-TOT-DETALLES.
           ADD TAB-DET-SALARIO(DET-IDX) TO WS-CTO-SALARIO
               WS-TOT-SALARIO.
           ADD TAB-DET-OBRERA(DET-IDX) TO WS-CTO-OBRERA WS-TOT-OBRERA.
           ADD TAB-DET-PATRONAL(DET-IDX) TO WS-CTO-PATRONAL
               WS-TOT-PATRONAL.
           ADD TAB-DET-INFONAVIT(DET-IDX) TO WS-CTO-INFONAVIT
               WS-TOT-INFONAVIT.

           MOVE TAB-DET-ID(DET-IDX) TO WS-L-ID.
           MOVE TAB-DET-NOMBRE(DET-IDX) TO WS-L-NOMBRE.
           MOVE TAB-DET-DIAS(DET-IDX) TO WS-L-DIAS.
           MOVE TAB-DET-SBC(DET-IDX) TO WS-L-SBC.
           MOVE TAB-DET-SALARIO(DET-IDX) TO WS-L-SALARIO.
           MOVE TAB-DET-OBRERA(DET-IDX) TO WS-L-OBRERA.
           MOVE TAB-DET-PATRONAL(DET-IDX) TO WS-L-PATRONAL.
           MOVE TAB-DET-INFONAVIT(DET-IDX) TO WS-L-INFONAVIT.
           MOVE TAB-DET-MARCA(DET-IDX) TO WS-L-MARCA.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE TAB-CTO-CIA(CTO-IDX) TO WS-I-CIA.
           MOVE TAB-CTO-REG-PATRONAL(CTO-IDX) TO WS-I-REG-PAT.
           MOVE TAB-CTO-CONTRATO(CTO-IDX) TO WS-I-CONTRATO.
           MOVE TAB-CTO-CLIENTE-RFC(CTO-IDX) TO WS-I-CLIENTE.
           MOVE TAB-DET-ID(DET-IDX) TO WS-I-ID.
           MOVE TAB-DET-RFC(DET-IDX) TO WS-I-RFC.
           MOVE TAB-DET-CURP(DET-IDX) TO WS-I-CURP.
           MOVE TAB-DET-SBC(DET-IDX) TO WS-I-SBC.
           MOVE TAB-DET-DIAS(DET-IDX) TO WS-I-DIAS.
           MOVE TAB-DET-SALARIO(DET-IDX) TO WS-I-SALARIO.
           MOVE TAB-DET-OBRERA(DET-IDX) TO WS-I-OBRERA.
           MOVE TAB-DET-PATRONAL(DET-IDX) TO WS-I-PATRONAL.
           MOVE WS-ICSOE-DETALLE TO ICSOE-LINE.
           WRITE ICSOE-LINE.

           MOVE TAB-CTO-CIA(CTO-IDX) TO WS-S-CIA.
           MOVE TAB-CTO-REG-PATRONAL(CTO-IDX) TO WS-S-REG-PAT.
           MOVE TAB-CTO-CONTRATO(CTO-IDX) TO WS-S-CONTRATO.
           MOVE TAB-CTO-CLIENTE-RFC(CTO-IDX) TO WS-S-CLIENTE.
           MOVE TAB-DET-ID(DET-IDX) TO WS-S-ID.
           MOVE TAB-DET-RFC(DET-IDX) TO WS-S-RFC.
           MOVE TAB-DET-CURP(DET-IDX) TO WS-S-CURP.
           MOVE TAB-DET-SBC(DET-IDX) TO WS-S-SBC.
           MOVE TAB-DET-DIAS(DET-IDX) TO WS-S-DIAS.
           MOVE TAB-DET-SALARIO(DET-IDX) TO WS-S-SALARIO.
           MOVE TAB-DET-INFONAVIT(DET-IDX) TO WS-S-APORTE.
           MOVE TAB-DET-CREDITO(DET-IDX) TO WS-S-CREDITO.
           MOVE WS-SISUB-DETALLE TO SISUB-LINE.
           WRITE SISUB-LINE.

       ESCRIBE-EXCEPCIONES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXCEPCIONES-TITULO TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NUM-EXCEPCIONES = ZERO
              MOVE WS-SIN-EXCEPCIONES-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING EXC-IDX FROM 1 BY 1
                   UNTIL EXC-IDX > WS-NUM-EXCEPCIONES
              MOVE TAB-EXC-ID(EXC-IDX) TO WS-X-ID
              MOVE TAB-EXC-CONTRATO(EXC-IDX) TO WS-X-CONTRATO
              MOVE TAB-EXC-TEXTO(EXC-IDX) TO WS-X-TEXTO
              MOVE WS-EXCEPCION-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.

      * una tabla en memoria llena no se trunca en silencio: con el
      * volumen creciendo, truncar es informar mal; el job aborta y
      * capacidad decide si aumentar el OCCURS
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
