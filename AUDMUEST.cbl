      * AUDMUEST: muestra de auditoria externa con el rastro completo
      * de cada empleado muestreado. Cada ano los auditores escogen
      * empleados de un periodo y se juntaba a mano, para cada uno,
      * de donde salieron sus horas, su tarifa, su calculo, sus
      * deducciones, su recibo timbrado, su transferencia y el
      * asiento contable donde quedo su gasto. Aqui se arma en un
      * solo reporte (data/AUDMUEST.RPT), una hoja por empleado con
      * un renglon por eslabon y su veredicto:
      *   1 HORAS   - HORAS pagadas y programadas; si vinieron del
      *               reloj checador (RELOJHRS, lo deja RELOJIMP), el
      *               desglose semanal de dobles/triples (OTWEEK) y el
      *               renglon de aprobacion del departamento en
      *               data/APRHORAS.DAT (quien y cuando)
      *   2 TARIFA  - la tarifa del grado en PAYRATE contra el PAGO
      *               con que se calculo
      *   3 CALCULO - regular, horas y prima de tiempo extra, otras
      *               percepciones (renglones de PERCCALC) y bruto;
      *               el regular y la prima se recalculan con la regla
      *               de CALCULA-Y-ESCRIBE-SALARIO en TIPOSDEDATOS.cbl
      *               (salvo destajo, que sale de boletas)
      *   4 DEDUCC. - cada renglon de DEDCALC; bruto menos deducciones
      *               tiene que dar el neto de PAYCALC
      *   5 CFDI    - el registro E y los D de CFDINOM contra PAYCALC
      *               y DEDCALC
      *   6 TIMBRE  - el folio fiscal de data/CFDIUUID.DAT y el neto
      *               que se timbro
      *   7 PAGO    - el detalle de DISPERSA (D en pesos o F en
      *               divisa), el cheque de data/CHECKREG.DAT o el
      *               sobre de efectivo de data/SOBREREG.DAT por el
      *               neto
      *   8 GL      - el renglon GASTO NOMINA de GLPOST.OUT de cada
      *               departamento al que fue su gasto (con rebanadas
      *               de DEPTALLOC si se transfirio), contra la suma
      *               que GLPOST debio postear (PAYCALC y DEPTALLOC de
      *               toda la generacion menos lo reclasificado a
      *               ordenes de trabajo de PROYCOST)
      * Veredicto por eslabon: CUADRA, NO CUADRA, FALTA (no aparece
      * el registro que deberia), SIN ARCHIVO (la generacion no trae
      * ese archivo) o NO APLICA. Al final, una linea por empleado con
      * el veredicto de los ocho eslabones.
      * La generacion la prepara el job con nombres fijos (ver
      * jobs/AUDMUEST.job): data/AUDM.PAY (PAYCALC), .DED, .PER,
      * .CFD, .DSP, .TAR, .RHR, .OTW, .DAL, .PRY y .GL, del archivo
      * de la corrida (data/ARCHIVE) o de la corrida vigente, y
      * data/AUDM.PRM con la generacion, su fecha, el tamano de la
      * muestra (o LISTA: los DATO-ID que mando el auditor en
      * data/AUDMUEST.IDS) y la semilla. La muestra aleatoria es
      * reproducible: con la misma semilla sobre la misma generacion
      * salen los mismos empleados; sin semilla se genera una y se
      * imprime en el reporte. La seleccion es por el metodo de
      * seleccion secuencial (cada empleado de PAYCALC se elige con
      * probabilidad faltantes / restantes), asi que la muestra
      * tiene exactamente el tamano pedido y sale en el orden de
      * PAYCALC.
      * COND-CODE 4 si algun eslabon NO CUADRA o FALTA (el auditor
      * lo va a preguntar: se revisa antes de entregar), 8 si la
      * generacion no trae empleados, 12 si faltan los parametros.
      * uso: jobs/AUDMUEST.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDMUEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "data/AUDM.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAYCALC-FILE ASSIGN TO "data/AUDM.PAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCALC-STATUS.

      * el resto de la generacion puede faltar (una generacion
      * archivada antes de guardarse el rastro completo): el eslabon
      * sale SIN ARCHIVO en vez de FALTA
           SELECT OPTIONAL DEDCALC-FILE ASSIGN TO "data/AUDM.DED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDCALC-STATUS.

           SELECT OPTIONAL PERCCALC-FILE ASSIGN TO "data/AUDM.PER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCCALC-STATUS.

           SELECT OPTIONAL CFDI-FILE ASSIGN TO "data/AUDM.CFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFDI-STATUS.

           SELECT OPTIONAL DISPERSA-FILE ASSIGN TO "data/AUDM.DSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPERSA-STATUS.

           SELECT OPTIONAL PAY-RATE-FILE ASSIGN TO "data/AUDM.TAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRATE-STATUS.

           SELECT OPTIONAL RELOJHRS-FILE ASSIGN TO "data/AUDM.RHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELOJHRS-STATUS.

           SELECT OPTIONAL OTWEEK-FILE ASSIGN TO "data/AUDM.OTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTWEEK-STATUS.

           SELECT OPTIONAL DEPTALLOC-FILE ASSIGN TO "data/AUDM.DAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT OPTIONAL PROYCOST-FILE ASSIGN TO "data/AUDM.PRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROYCOST-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "data/AUDM.GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * lista de DATO-IDs del auditor (un DATO-ID de 5 digitos por
      * renglon), solo con muestra LISTA
           SELECT OPTIONAL IDS-FILE ASSIGN TO "data/AUDMUEST.IDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDS-STATUS.

      * bitacoras permanentes: aprobaciones de horas, cheques y folios
      * fiscales (traen la historia de todos los periodos)
           SELECT OPTIONAL APRHORAS-FILE ASSIGN TO "data/APRHORAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRHORAS-STATUS.

           SELECT OPTIONAL CHECK-FILE ASSIGN TO "data/CHECKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT OPTIONAL SOBRE-FILE ASSIGN TO "data/SOBREREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOBRE-STATUS.

           SELECT OPTIONAL UUID-FILE ASSIGN TO "data/CFDIUUID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UUID-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/AUDMUEST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-GENERACION     PIC X(20).
           05  PRM-FECHA          PIC X(8).
           05  PRM-MUESTRA        PIC X(5).
           05  PRM-SEMILLA        PIC X(9).

      * el registro completo se guarda en memoria y se vuelve a ver
      * con el layout de EMPREC en WORKING-STORAGE
       FD  PAYCALC-FILE.
       01  PAYCALC-LINE PIC X(153).

       FD  DEDCALC-FILE.
           COPY DEDCALRC.

       FD  PERCCALC-FILE.
           COPY PERCREC
               REPLACING PERCEPCION-RECORD BY PERCCALC-RECORD
                         PCP-DATO-ID BY PCC-DATO-ID
                         PCP-CODIGO BY PCC-CODIGO
                         PCP-MONTO BY PCC-MONTO.

      * registros E y D de CFDINOM.OUT (ver WS-CFDI-EMPLEADO y
      * WS-CFDI-DEDUCCION en CFDINOM.cbl)
       FD  CFDI-FILE.
       01  CFDI-LINE.
           05  CFE-TIPO           PIC X.
           05  CFE-ID             PIC 9(5).
           05  CFE-RFC            PIC X(13).
           05  CFE-CURP           PIC X(18).
           05  CFE-PER-INI        PIC 9(8).
           05  CFE-PER-FIN        PIC 9(8).
           05  CFE-REGULAR        PIC 9(9)V99.
           05  CFE-PRIMA          PIC 9(9)V99.
           05  CFE-NETO           PIC 9(9)V99.
           05  CFE-COMPANIA       PIC X(2).
           05  CFE-PERIODO        PIC 99.
           05  FILLER             PIC X(30).
       01  CFDI-DEDUCCION-LINE.
           05  CFD-TIPO           PIC X.
           05  CFD-ID             PIC 9(5).
           05  CFD-CODIGO         PIC X(4).
           05  CFD-MONTO          PIC 9(9)V99.
           05  FILLER             PIC X(99).

      * detalle en pesos ('D') y en divisa ('F') de DISPERSA.OUT (ver
      * WS-DISP-DETALLE y WS-FX-DETALLE en BANKDISP.cbl)
       FD  DISPERSA-FILE.
       01  DISPERSA-LINE.
           05  DSP-TIPO           PIC X.
           05  DSP-CLABE          PIC X(18).
           05  DSP-BANCO          PIC X(10).
           05  DSP-ID             PIC 9(5).
           05  DSP-MONTO          PIC 9(9)V99.
           05  FILLER             PIC X(15).
       01  DISPERSA-FX-LINE.
           05  DSF-TIPO           PIC X.
           05  DSF-CLABE          PIC X(18).
           05  DSF-MONEDA         PIC X(3).
           05  DSF-ID             PIC 9(5).
           05  DSF-MONTO          PIC 9(9)V99.
           05  DSF-TASA           PIC 9(3)V9999.
           05  FILLER             PIC X(15).

      * las etiquetas HDR/TRL son mas largas que el registro de
      * tarifa (mismo arreglo que SALMINVF.cbl)
       FD  PAY-RATE-FILE.
           COPY PAYRATE.
       01  PAY-RATE-LINEA PIC X(40).

       FD  RELOJHRS-FILE.
       01  RELOJHRS-RECORD.
           05  RHR-DATO-ID        PIC 9(5).

       FD  OTWEEK-FILE.
       01  OTWEEK-RECORD.
           05  OTW-DATO-ID        PIC 9(5).
           05  OTW-HORAS-DOBLES   PIC 9(3).
           05  OTW-HORAS-TRIPLES  PIC 9(3).

       FD  DEPTALLOC-FILE.
           COPY DALOCREC.

       FD  PROYCOST-FILE.
           COPY PRYCSTRC.

      * renglon del diario de GLPOST.cbl (ver WS-ASIENTO-LINE)
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE.
           05  JRN-CUENTA         PIC X(6).
           05  FILLER             PIC X(2).
           05  JRN-TIPO           PIC X(7).
           05  FILLER             PIC X(2).
           05  JRN-MONTO-ED       PIC $Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2).
           05  JRN-DESC.
               10  JRN-DESC-CONCEPTO  PIC X(13).
               10  JRN-DESC-DEPTO     PIC X(4).
               10  JRN-DESC-CIA-LIT   PIC X(5).
               10  JRN-DESC-CIA       PIC X(2).
               10  FILLER             PIC X(6).
           05  FILLER             PIC X(13).

       FD  IDS-FILE.
       01  IDS-RECORD.
           05  IDS-DATO-ID        PIC X(5).

       FD  APRHORAS-FILE.
       01  APRHORAS-RECORD.
           05  APR-PERIODO        PIC 99.
           05  APR-DEPARTAMENTO   PIC X(4).
           05  APR-SUPERVISOR     PIC X(8).
           05  APR-FECHA          PIC 9(8).

       FD  CHECK-FILE.
           COPY CHKREC.

       FD  SOBRE-FILE.
           COPY SOBREC.

       FD  UUID-FILE.
           COPY CFDIUUID.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-DEDCALC-STATUS PIC XX VALUE SPACES.
           77 WS-PERCCALC-STATUS PIC XX VALUE SPACES.
           77 WS-CFDI-STATUS PIC XX VALUE SPACES.
           77 WS-DISPERSA-STATUS PIC XX VALUE SPACES.
           77 WS-PAYRATE-STATUS PIC XX VALUE SPACES.
           77 WS-RELOJHRS-STATUS PIC XX VALUE SPACES.
           77 WS-OTWEEK-STATUS PIC XX VALUE SPACES.
           77 WS-ALLOC-STATUS PIC XX VALUE SPACES.
           77 WS-PROYCOST-STATUS PIC XX VALUE SPACES.
           77 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
           77 WS-IDS-STATUS PIC XX VALUE SPACES.
           77 WS-APRHORAS-STATUS PIC XX VALUE SPACES.
           77 WS-CHECK-STATUS PIC XX VALUE SPACES.
           77 WS-SOBRE-STATUS PIC XX VALUE SPACES.
           77 WS-UUID-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * que archivos trae la generacion: sin el archivo el eslabon
      * sale SIN ARCHIVO
           77 WS-HAY-DEDCALC PIC X VALUE 'N'.
              88 HAY-DEDCALC VALUE 'S'.
           77 WS-HAY-CFDI PIC X VALUE 'N'.
              88 HAY-CFDI VALUE 'S'.
           77 WS-HAY-DISPERSA PIC X VALUE 'N'.
              88 HAY-DISPERSA VALUE 'S'.
           77 WS-HAY-TARIFAS PIC X VALUE 'N'.
              88 HAY-TARIFAS VALUE 'S'.
           77 WS-HAY-RELOJHRS PIC X VALUE 'N'.
              88 HAY-RELOJHRS VALUE 'S'.
           77 WS-HAY-GL PIC X VALUE 'N'.
              88 HAY-GL VALUE 'S'.
           77 WS-HAY-CHEQUES PIC X VALUE 'N'.
              88 HAY-CHEQUES VALUE 'S'.
           77 WS-HAY-SOBRES PIC X VALUE 'N'.
              88 HAY-SOBRES VALUE 'S'.
           77 WS-HAY-UUID PIC X VALUE 'N'.
              88 HAY-UUID VALUE 'S'.

      * registro de PAYCALC del empleado en turno
           COPY EMPREC.

      * parametros de la muestra
           77 WS-GENERACION PIC X(20) VALUE SPACES.
           77 WS-FECHA-GEN PIC 9(8) VALUE ZERO.
           77 WS-FECHA-GEN-ENT PIC S9(9) VALUE ZERO.
           77 WS-FECHA-ENT PIC S9(9) VALUE ZERO.
           77 WS-METODO PIC X VALUE 'A'.
              88 METODO-ALEATORIO VALUE 'A'.
              88 METODO-LISTA VALUE 'L'.
           77 WS-TAMANO PIC 9(5) VALUE ZERO.
           77 WS-SEMILLA PIC 9(9) VALUE ZERO.
           77 WS-SEMILLA-GENERADA PIC X VALUE 'N'.
              88 SEMILLA-GENERADA VALUE 'S'.
           77 WS-HORA-ACT PIC 9(8) VALUE ZERO.
           77 WS-FECHA-ACT PIC 9(8) VALUE ZERO.
           77 WS-MUESTRA-TXT PIC X(5) VALUE SPACES.
           77 WS-SEMILLA-TXT PIC X(9) VALUE SPACES.

      * generador Park-Miller (mismo que MASKDATA.cbl) y seleccion
      * secuencial: el empleado t (de N) entra si
      * (N - t) * U < faltantes, con U uniforme en (0,1)
           77 WS-AZAR PIC 9(15) VALUE ZERO.
           77 WS-UMBRAL PIC 9(5)V9(6) VALUE ZERO.
           77 WS-ELEGIDOS PIC 9(5) VALUE ZERO.
           77 WS-POS-T PIC 9(5) VALUE ZERO.
           77 WS-CALENTAMIENTO PIC 9 VALUE ZERO.

      * poblacion: todo PAYCALC de la generacion, con lo que GLPOST
      * reclasifico de cada empleado a ordenes de trabajo
           77 WS-NUM-POB PIC 9(5) VALUE ZERO.
       01  TABLA-POBLACION.
           05  POB-ENTRY OCCURS 5000 TIMES
                   INDEXED BY POB-IDX.
               10  TAB-POB-REG         PIC X(153).
               10  TAB-POB-RECLAS      PIC 9(7)V99.

      * empleados muestreados: posicion en la poblacion (cero si el
      * DATO-ID de la lista no se pago en la generacion), origen de
      * sus horas y el veredicto de los ocho eslabones
           77 WS-NUM-MUESTRA PIC 9(4) VALUE ZERO.
       01  TABLA-MUESTRA.
           05  MUE-ENTRY OCCURS 500 TIMES
                   INDEXED BY MUE-IDX.
               10  TAB-MUE-ID          PIC 9(5).
               10  TAB-MUE-POS         PIC 9(5).
               10  TAB-MUE-RELOJ       PIC X.
               10  TAB-MUE-OTW         PIC X.
               10  TAB-MUE-DOBLES      PIC 9(3).
               10  TAB-MUE-TRIPLES     PIC 9(3).
               10  TAB-MUE-VEREDICTO   PIC X(8).
           77 WS-MUE-HALLADA PIC X VALUE 'N'.
              88 MUESTRA-HALLADA VALUE 'S'.
           77 WS-ID-BUSCA PIC 9(5) VALUE ZERO.

      * rebanadas de reparto por departamento (DALOCREC) y gasto por
      * COMPANIA/DEPARTAMENTO que GLPOST debio debitar
           77 WS-NUM-ALLOC PIC 9(4) VALUE ZERO.
       01  TABLA-ALLOC.
           05  ALOC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ALOC-IDX.
               10  TAB-ALOC-CIA        PIC XX.
               10  TAB-ALOC-ID         PIC 9(5).
               10  TAB-ALOC-DEPTO      PIC X(4).
               10  TAB-ALOC-MONTO      PIC 9(7)V99.
           77 WS-NUM-GASTOS PIC 9(3) VALUE ZERO.
       01  TABLA-GASTOS.
           05  GASTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY GASTO-IDX.
               10  TAB-GASTO-CIA       PIC XX.
               10  TAB-GASTO-DEPTO     PIC X(4).
               10  TAB-GASTO-MONTO     PIC S9(9)V99.
           77 WS-CIA-SUMA PIC XX VALUE SPACES.
           77 WS-DEPTO-SUMA PIC X(4) VALUE SPACES.
           77 WS-MONTO-SUMA PIC S9(9)V99 VALUE ZERO.
           77 WS-EMP-REPARTIDO PIC X VALUE 'N'.
              88 EMPLEADO-REPARTIDO VALUE 'S'.

      * renglones GASTO NOMINA del diario
           77 WS-NUM-GL PIC 9(3) VALUE ZERO.
       01  TABLA-GL.
           05  GL-ENTRY OCCURS 200 TIMES
                   INDEXED BY GL-IDX.
               10  TAB-GL-CIA          PIC XX.
               10  TAB-GL-DEPTO        PIC X(4).
               10  TAB-GL-CUENTA       PIC X(6).
               10  TAB-GL-MONTO        PIC S9(9)V99.

           77 WS-NUM-TARIFAS PIC 99 VALUE ZERO.
       01  TABLA-TARIFAS.
           05  TARIFA-ENTRY OCCURS 50 TIMES
                   INDEXED BY TARIFA-IDX.
               10  TAB-GRADO           PIC X(2).
               10  TAB-TARIFA          PIC 9(5)V99.
               10  TAB-TARIFA-MAX      PIC 9(5)V99.

      * aprobaciones de horas de los 45 dias previos a la generacion
           77 WS-NUM-APROB PIC 9(3) VALUE ZERO.
       01  TABLA-APROB.
           05  APROB-ENTRY OCCURS 500 TIMES
                   INDEXED BY APROB-IDX.
               10  TAB-APR-PERIODO     PIC 99.
               10  TAB-APR-DEPTO       PIC X(4).
               10  TAB-APR-SUPERVISOR  PIC X(8).
               10  TAB-APR-FECHA       PIC 9(8).

      * detalle de los muestreados: deducciones, percepciones,
      * registros del CFDI, pagos, cheques y folios
           77 WS-NUM-DEDS PIC 9(4) VALUE ZERO.
       01  TABLA-DEDS.
           05  DED-ENTRY OCCURS 3000 TIMES
                   INDEXED BY DED-IDX.
               10  TAB-DED-ID          PIC 9(5).
               10  TAB-DED-CODIGO      PIC X(4).
               10  TAB-DED-MONTO       PIC 9(7)V99.
           77 WS-NUM-PERCS PIC 9(4) VALUE ZERO.
       01  TABLA-PERCS.
           05  PERC-ENTRY OCCURS 3000 TIMES
                   INDEXED BY PERC-IDX.
               10  TAB-PERC-ID         PIC 9(5).
               10  TAB-PERC-CODIGO     PIC X(4).
               10  TAB-PERC-MONTO      PIC 9(5)V99.
           77 WS-NUM-CFDI-E PIC 9(4) VALUE ZERO.
       01  TABLA-CFDI-E.
           05  CFE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CFE-IDX.
               10  TAB-CFE-ID          PIC 9(5).
               10  TAB-CFE-CIA         PIC XX.
               10  TAB-CFE-RFC         PIC X(13).
               10  TAB-CFE-REGULAR     PIC 9(9)V99.
               10  TAB-CFE-PRIMA       PIC 9(9)V99.
               10  TAB-CFE-NETO        PIC 9(9)V99.
           77 WS-NUM-CFDI-D PIC 9(4) VALUE ZERO.
       01  TABLA-CFDI-D.
           05  CFD-ENTRY OCCURS 3000 TIMES
                   INDEXED BY CFD-IDX.
               10  TAB-CFD-ID          PIC 9(5).
               10  TAB-CFD-MONTO       PIC 9(9)V99.
           77 WS-NUM-PAGOS PIC 9(4) VALUE ZERO.
       01  TABLA-PAGOS.
           05  PAGO-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PAGO-IDX.
               10  TAB-PAG-TIPO        PIC X.
               10  TAB-PAG-ID          PIC 9(5).
               10  TAB-PAG-CLABE       PIC X(18).
               10  TAB-PAG-BANCO       PIC X(10).
               10  TAB-PAG-MONTO       PIC 9(9)V99.
               10  TAB-PAG-TASA        PIC 9(3)V9999.
           77 WS-NUM-CHEQUES PIC 9(4) VALUE ZERO.
       01  TABLA-CHEQUES.
           05  CHEQUE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CHQ-IDX.
               10  TAB-CHQ-NUMERO      PIC 9(6).
               10  TAB-CHQ-ID          PIC 9(5).
               10  TAB-CHQ-MONTO       PIC 9(9)V99.
               10  TAB-CHQ-FECHA       PIC 9(8).
               10  TAB-CHQ-STATUS      PIC X(3).
      * sobres de efectivo: el neto es lo que trae menos el redondeo
           77 WS-NUM-SOBRES PIC 9(4) VALUE ZERO.
       01  TABLA-SOBRES.
           05  SOBRE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SOB-IDX.
               10  TAB-SOB-NUMERO      PIC 9(6).
               10  TAB-SOB-ID          PIC 9(5).
               10  TAB-SOB-MONTO       PIC 9(9)V99.
               10  TAB-SOB-NETO        PIC 9(9)V99.
               10  TAB-SOB-FECHA       PIC 9(8).
               10  TAB-SOB-STATUS      PIC X(3).
           77 WS-NUM-UUIDS PIC 9(4) VALUE ZERO.
       01  TABLA-UUIDS.
           05  UUID-ENTRY OCCURS 1000 TIMES
                   INDEXED BY UUID-IDX.
               10  TAB-UUI-CIA         PIC XX.
               10  TAB-UUI-EJERCICIO   PIC 9(4).
               10  TAB-UUI-PERIODO     PIC 99.
               10  TAB-UUI-ID          PIC 9(5).
               10  TAB-UUI-UUID        PIC X(36).
               10  TAB-UUI-STATUS      PIC X(3).
               10  TAB-UUI-FECHA       PIC 9(8).
               10  TAB-UUI-NETO        PIC 9(9)V99.
               10  TAB-UUI-ERROR       PIC X(6).

      * veredicto de los ocho eslabones del empleado en turno:
      * C cuadra, X no cuadra, F falta, S sin archivo, N no aplica
       01  WS-VEREDICTO.
           05  WS-V-HORAS         PIC X.
           05  WS-V-TARIFA        PIC X.
           05  WS-V-CALCULO       PIC X.
           05  WS-V-DEDUCCION     PIC X.
           05  WS-V-CFDI          PIC X.
           05  WS-V-TIMBRE        PIC X.
           05  WS-V-PAGO          PIC X.
           05  WS-V-GL            PIC X.
       01  WS-VEREDICTO-TABLA REDEFINES WS-VEREDICTO.
           05  WS-V-ESLABON       PIC X OCCURS 8 TIMES.
           77 WS-V-IDX PIC 9 VALUE ZERO.
           77 WS-V-CODIGO PIC X VALUE SPACE.
           77 WS-NUM-NO-CUADRA PIC 9(5) VALUE ZERO.
           77 WS-NUM-FALTA PIC 9(5) VALUE ZERO.
           77 WS-NUM-SIN-ARCHIVO PIC 9(5) VALUE ZERO.
           77 WS-NUM-EMP-EXCEPCION PIC 9(4) VALUE ZERO.
           77 WS-EMP-CON-EXCEPCION PIC X VALUE 'N'.
              88 EMPLEADO-CON-EXCEPCION VALUE 'S'.

      * recalculo y cruces del empleado en turno
           77 WS-HORAS-REG PIC S9(3) VALUE ZERO.
           77 WS-REG-ESPERADO PIC 9(7)V99 VALUE ZERO.
           77 WS-EXTRA-ESPERADO PIC 9(3) VALUE ZERO.
           77 WS-PRIMA-ESPERADA PIC 9(7)V99 VALUE ZERO.
           77 WS-OTRAS-PERC PIC S9(7)V99 VALUE ZERO.
           77 WS-TOTAL-DED PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-CFDI-D PIC 9(9)V99 VALUE ZERO.
           77 WS-BRUTO-MENOS-DED PIC S9(9)V99 VALUE ZERO.
           77 WS-EQUIV-MXN PIC 9(9)V99 VALUE ZERO.
           77 WS-DIF-MXN PIC S9(9)V99 VALUE ZERO.
           77 WS-GL-ESPERADO PIC S9(9)V99 VALUE ZERO.
           77 WS-GL-MONTO PIC S9(9)V99 VALUE ZERO.
           77 WS-TARIFA-HALLADA PIC 9(5)V99 VALUE ZERO.
           77 WS-TARIFA-MAX-HALLADA PIC 9(5)V99 VALUE ZERO.
           77 WS-HALLADO PIC X VALUE 'N'.
              88 REGISTRO-HALLADO VALUE 'S'.
           77 WS-PAGO-CUADRA PIC X VALUE 'N'.
              88 PAGO-CUADRA VALUE 'S'.
           77 WS-NUM-VISTOS PIC 9(4) VALUE ZERO.
           77 WS-APR-MEJOR PIC 9(3) VALUE ZERO.
           77 WS-UUI-MEJOR PIC 9(4) VALUE ZERO.
           77 WS-UUI-OTRO PIC 9(4) VALUE ZERO.

      * renglon del rastro: eslabon, texto y veredicto
       01  WS-RASTRO-LINE.
           05  WS-R-ESLABON       PIC X(14).
           05  WS-R-TEXTO         PIC X(52).
           05  WS-R-VEREDICTO     PIC X(14).

       01  WS-RESUMEN-TITULO.
           05  FILLER             PIC X(38) VALUE 'ID     NOMBRE'.
           05  FILLER             PIC X(32) VALUE
               ' HRS TAR CAL DED CFD TIM PAG  GL'.
       01  WS-RESUMEN-LINE.
           05  WS-RS-ID           PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-RS-NOMBRE       PIC X(30).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-RS-ESLABON OCCURS 8 TIMES.
               10  FILLER         PIC X(2).
               10  WS-RS-V        PIC X.
               10  FILLER         PIC X.
           05  FILLER             PIC X(10).

           77 WS-ED-MONTO-1 PIC $$,$$$,$$9.99.
           77 WS-ED-MONTO-2 PIC $$,$$$,$$9.99.
           77 WS-ED-MONTO-3 PIC $$,$$$,$$9.99.
           77 WS-ED-SIGNO PIC $$,$$$,$$9.99-.
           77 WS-ED-HORAS PIC ZZ9.
           77 WS-ED-HORAS-2 PIC ZZ9.
           77 WS-ED-TASA PIC ZZ9.9999.
           77 WS-ED-CONTEO PIC ZZZZ9.

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

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'AUDMUEST' TO LOG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.

           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-POBLACION.
           IF WS-NUM-POB = ZERO
              DISPLAY "AUDMUEST: LA GENERACION " WS-GENERACION
                  " NO TRAE EMPLEADOS PAGADOS"
              MOVE 'E' TO LOG-SEVERIDAD
              MOVE SPACES TO LOG-MENSAJE
              STRING 'MUESTRA DE AUDITORIA ' DELIMITED BY SIZE
                  WS-GENERACION DELIMITED BY SPACE
                  ': GENERACION SIN EMPLEADOS' DELIMITED BY SIZE
                  INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGA-REPARTO-DEPTO.
           PERFORM ACUMULA-GASTO-DEPTOS.
           PERFORM RECLASIFICA-A-PROYECTOS.

           IF METODO-LISTA
              PERFORM LEE-LISTA-AUDITOR
           ELSE
              PERFORM SELECCIONA-MUESTRA
           END-IF.

           PERFORM CARGA-RELOJHRS.
           PERFORM CARGA-OTWEEK.
           PERFORM CARGA-TARIFAS.
           PERFORM CARGA-APROBACIONES.
           PERFORM CARGA-DEDCALC.
           PERFORM CARGA-PERCCALC.
           PERFORM CARGA-CFDI.
           PERFORM CARGA-UUIDS.
           PERFORM CARGA-DISPERSA.
           PERFORM CARGA-CHEQUES.
           PERFORM CARGA-SOBRES.
           PERFORM CARGA-DIARIO.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/AUDMUEST.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM RASTREA-EMPLEADO
               VARYING MUE-IDX FROM 1 BY 1
               UNTIL MUE-IDX > WS-NUM-MUESTRA.
           PERFORM IMPRIME-RESUMEN.
           CLOSE REPORT-FILE.

           DISPLAY "AUDMUEST: GENERACION " WS-GENERACION " "
               WS-NUM-MUESTRA " EMPLEADO(S) DE " WS-NUM-POB ", "
               WS-NUM-EMP-EXCEPCION " CON ESLABONES QUE NO CUADRAN;"
               " VER data/AUDMUEST.RPT".
           IF METODO-ALEATORIO
              DISPLAY "AUDMUEST: SEMILLA " WS-SEMILLA
                  " (CON ELLA SE REPITE LA MISMA MUESTRA)"
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-EMP-EXCEPCION > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           STRING 'MUESTRA DE AUDITORIA ' DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               ': ' WS-NUM-MUESTRA ' EMPLEADO(S), '
               WS-NUM-EMP-EXCEPCION ' CON EXCEPCIONES'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           PERFORM IMPRIME-ESTADISTICAS.
      * un eslabon que no cuadra se explica antes de entregar el
      * paquete a los auditores; el job lo marca
           IF WS-NUM-EMP-EXCEPCION > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      * generacion, fecha, tamano de muestra (o LISTA) y semilla del
      * job en data/AUDM.PRM; el tamano y la semilla llegan alineados
      * a la derecha con blancos
       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END MOVE "10" TO WS-PARM-STATUS
              END-READ
           END-IF.
           IF WS-PARM-STATUS NOT = "00"
              OR PRM-GENERACION = SPACES
              DISPLAY "ERROR: data/AUDM.PRM SIN GENERACION VALIDA: "
                  WS-PARM-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PRM-GENERACION TO WS-GENERACION.
           MOVE PRM-MUESTRA TO WS-MUESTRA-TXT.
           MOVE PRM-SEMILLA TO WS-SEMILLA-TXT.
           IF PRM-FECHA IS NUMERIC
              MOVE PRM-FECHA TO WS-FECHA-GEN
           END-IF.
           CLOSE PARM-FILE.
           IF WS-FECHA-GEN NOT = ZERO
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-GEN) = ZERO
              COMPUTE WS-FECHA-GEN-ENT =
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-GEN)
           ELSE
              MOVE ZERO TO WS-FECHA-GEN
           END-IF.

           IF WS-MUESTRA-TXT = 'LISTA'
              MOVE 'L' TO WS-METODO
           ELSE
              INSPECT WS-MUESTRA-TXT REPLACING LEADING SPACE BY '0'
              IF WS-MUESTRA-TXT IS NOT NUMERIC
                 OR WS-MUESTRA-TXT = '00000'
                 DISPLAY "ERROR: TAMANO DE MUESTRA INVALIDO EN "
                     "data/AUDM.PRM: " PRM-MUESTRA
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-MUESTRA-TXT TO WS-TAMANO
           END-IF.

           INSPECT WS-SEMILLA-TXT REPLACING LEADING SPACE BY '0'.
           IF WS-SEMILLA-TXT IS NUMERIC
              AND WS-SEMILLA-TXT NOT = '000000000'
              MOVE WS-SEMILLA-TXT TO WS-SEMILLA
           ELSE
      * sin semilla del job se arma una del reloj; se imprime para
      * que la muestra se pueda repetir
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACT
              MOVE FUNCTION CURRENT-DATE(9:8) TO WS-HORA-ACT
              COMPUTE WS-SEMILLA = FUNCTION MOD(
                  WS-HORA-ACT * 7919 + WS-FECHA-ACT, 999999999) + 1
              MOVE 'S' TO WS-SEMILLA-GENERADA
           END-IF.

      * PAYCALC completo de la generacion a memoria (los renglones de
      * etiqueta HDR/TRL no son empleados)
       CARGA-POBLACION.
           OPEN INPUT PAYCALC-FILE.
           IF WS-PAYCALC-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/AUDM.PAY: "
                  WS-PAYCALC-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ PAYCALC-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-STAT-LEIDOS
                    IF PAYCALC-LINE(1:3) = 'HDR'
                       OR PAYCALC-LINE(1:3) = 'TRL'
                       CONTINUE
                    ELSE
                       IF WS-NUM-POB = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-POB"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-POB
                       MOVE PAYCALC-LINE TO TAB-POB-REG(WS-NUM-POB)
                       MOVE ZERO TO TAB-POB-RECLAS(WS-NUM-POB)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYCALC-FILE.

       CARGA-REPARTO-DEPTO.
           OPEN INPUT DEPTALLOC-FILE.
           IF WS-ALLOC-STATUS = "00"
              PERFORM UNTIL WS-ALLOC-STATUS NOT = "00"
                 READ DEPTALLOC-FILE
                    AT END MOVE "10" TO WS-ALLOC-STATUS
                    NOT AT END
                       IF WS-NUM-ALLOC = 2000
                          DISPLAY "TABLA LLENA: WS-NUM-ALLOC"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-ALLOC
                       MOVE DAL-COMPANIA TO TAB-ALOC-CIA(WS-NUM-ALLOC)
                       MOVE DAL-DATO-ID TO TAB-ALOC-ID(WS-NUM-ALLOC)
                       MOVE DAL-DEPARTAMENTO TO
                           TAB-ALOC-DEPTO(WS-NUM-ALLOC)
                       MOVE DAL-MONTO TO TAB-ALOC-MONTO(WS-NUM-ALLOC)
                 END-READ
              END-PERFORM
              CLOSE DEPTALLOC-FILE
           END-IF.

      * el debito por departamento que GLPOST arma con la misma
      * generacion: las rebanadas de DEPTALLOC de un transferido, el
      * SALARIO completo al DEPARTAMENTO de los demas (mismo criterio
      * que REPARTE-GASTO-DEPTO en GLPOST.cbl)
       ACUMULA-GASTO-DEPTOS.
           PERFORM VARYING POB-IDX FROM 1 BY 1
                   UNTIL POB-IDX > WS-NUM-POB
              MOVE TAB-POB-REG(POB-IDX) TO EMPLOYEE-RECORD
              MOVE COMPANIA TO WS-CIA-SUMA
              MOVE 'N' TO WS-EMP-REPARTIDO
              PERFORM VARYING ALOC-IDX FROM 1 BY 1
                      UNTIL ALOC-IDX > WS-NUM-ALLOC
                 IF TAB-ALOC-ID(ALOC-IDX) = DATO-ID
                    AND TAB-ALOC-CIA(ALOC-IDX) = COMPANIA
                    MOVE 'S' TO WS-EMP-REPARTIDO
                    MOVE TAB-ALOC-DEPTO(ALOC-IDX) TO WS-DEPTO-SUMA
                    MOVE TAB-ALOC-MONTO(ALOC-IDX) TO WS-MONTO-SUMA
                    PERFORM SUMA-GASTO-DEPTO
                 END-IF
              END-PERFORM
              IF NOT EMPLEADO-REPARTIDO
                 MOVE DEPARTAMENTO TO WS-DEPTO-SUMA
                 MOVE SALARIO TO WS-MONTO-SUMA
                 PERFORM SUMA-GASTO-DEPTO
              END-IF
           END-PERFORM.

       SUMA-GASTO-DEPTO.
           PERFORM VARYING GASTO-IDX FROM 1 BY 1
                   UNTIL GASTO-IDX > WS-NUM-GASTOS
              IF TAB-GASTO-CIA(GASTO-IDX) = WS-CIA-SUMA
                 AND TAB-GASTO-DEPTO(GASTO-IDX) = WS-DEPTO-SUMA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF GASTO-IDX > WS-NUM-GASTOS
              IF WS-NUM-GASTOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-GASTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-GASTOS
              MOVE WS-CIA-SUMA TO TAB-GASTO-CIA(WS-NUM-GASTOS)
              MOVE WS-DEPTO-SUMA TO TAB-GASTO-DEPTO(WS-NUM-GASTOS)
              MOVE ZERO TO TAB-GASTO-MONTO(WS-NUM-GASTOS)
              SET GASTO-IDX TO WS-NUM-GASTOS
           END-IF.
           ADD WS-MONTO-SUMA TO TAB-GASTO-MONTO(GASTO-IDX).

      * lo que GLPOST saco del departamento hacia la cuenta WIP de
      * cada orden de trabajo (pago regular mas prima de las horas
      * checadas a la orden) sale del debito del DEPARTAMENTO del
      * empleado
       RECLASIFICA-A-PROYECTOS.
           OPEN INPUT PROYCOST-FILE.
           IF WS-PROYCOST-STATUS = "00"
              PERFORM UNTIL WS-PROYCOST-STATUS NOT = "00"
                 READ PROYCOST-FILE
                    AT END MOVE "10" TO WS-PROYCOST-STATUS
                    NOT AT END
                       PERFORM RECLASIFICA-REBANADA
                 END-READ
              END-PERFORM
              CLOSE PROYCOST-FILE
           END-IF.

       RECLASIFICA-REBANADA.
           PERFORM VARYING POB-IDX FROM 1 BY 1
                   UNTIL POB-IDX > WS-NUM-POB
              IF TAB-POB-REG(POB-IDX)(1:5) = PCO-DATO-ID
                 MOVE TAB-POB-REG(POB-IDX) TO EMPLOYEE-RECORD
                 IF COMPANIA = PCO-COMPANIA
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.
           IF POB-IDX NOT > WS-NUM-POB
              MOVE COMPANIA TO WS-CIA-SUMA
              MOVE DEPARTAMENTO TO WS-DEPTO-SUMA
              COMPUTE WS-MONTO-SUMA =
                  ZERO - PCO-REGULAR - PCO-PRIMA-EXTRA
              PERFORM SUMA-GASTO-DEPTO
              ADD PCO-REGULAR PCO-PRIMA-EXTRA
                  TO TAB-POB-RECLAS(POB-IDX)
           END-IF.

      * seleccion secuencial: se recorre PAYCALC en orden y cada
      * empleado entra con probabilidad (faltantes / restantes); sale
      * exactamente el tamano pedido (toda la poblacion si se pide
      * mas de lo que hay)
       SELECCIONA-MUESTRA.
           IF WS-TAMANO > WS-NUM-POB
              DISPLAY "AUDMUEST: SE PIDIERON " WS-TAMANO
                  " EMPLEADOS Y LA GENERACION TRAE " WS-NUM-POB
                  ", SE TOMAN TODOS"
              MOVE WS-NUM-POB TO WS-TAMANO
           END-IF.
           IF WS-TAMANO > 500
              DISPLAY "AUDMUEST: MUESTRA MAYOR A 500 EMPLEADOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           MOVE WS-SEMILLA TO WS-AZAR.
           PERFORM SIGUIENTE-AZAR
               VARYING WS-CALENTAMIENTO FROM 1 BY 1
               UNTIL WS-CALENTAMIENTO > 3.
           MOVE ZERO TO WS-ELEGIDOS.
           PERFORM VARYING POB-IDX FROM 1 BY 1
                   UNTIL POB-IDX > WS-NUM-POB
                      OR WS-ELEGIDOS = WS-TAMANO
              PERFORM SIGUIENTE-AZAR
              SET WS-POS-T TO POB-IDX
              COMPUTE WS-UMBRAL =
                  (WS-NUM-POB - WS-POS-T + 1) * WS-AZAR / 2147483647
              IF WS-UMBRAL < WS-TAMANO - WS-ELEGIDOS
                 ADD 1 TO WS-ELEGIDOS
                 ADD 1 TO WS-NUM-MUESTRA
                 MOVE TAB-POB-REG(POB-IDX)(1:5) TO
                     TAB-MUE-ID(WS-NUM-MUESTRA)
                 MOVE WS-POS-T TO TAB-MUE-POS(WS-NUM-MUESTRA)
                 PERFORM INICIA-MUESTREADO
              END-IF
           END-PERFORM.

       SIGUIENTE-AZAR.
           COMPUTE WS-AZAR =
               FUNCTION MOD(WS-AZAR * 48271, 2147483647).

       INICIA-MUESTREADO.
           MOVE 'N' TO TAB-MUE-RELOJ(WS-NUM-MUESTRA).
           MOVE 'N' TO TAB-MUE-OTW(WS-NUM-MUESTRA).
           MOVE ZERO TO TAB-MUE-DOBLES(WS-NUM-MUESTRA).
           MOVE ZERO TO TAB-MUE-TRIPLES(WS-NUM-MUESTRA).
           MOVE SPACES TO TAB-MUE-VEREDICTO(WS-NUM-MUESTRA).

      * la lista del auditor se respeta tal cual (en su orden, sin
      * repetidos); un DATO-ID que no se pago en la generacion queda
      * en la muestra con su eslabon de calculo en FALTA
       LEE-LISTA-AUDITOR.
           OPEN INPUT IDS-FILE.
           IF WS-IDS-STATUS NOT = "00"
              DISPLAY "ERROR: MUESTRA LISTA SIN data/AUDMUEST.IDS: "
                  WS-IDS-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-IDS-STATUS NOT = "00"
              READ IDS-FILE
                 AT END MOVE "10" TO WS-IDS-STATUS
                 NOT AT END
                    IF IDS-DATO-ID IS NUMERIC
                       MOVE IDS-DATO-ID TO WS-ID-BUSCA
                       PERFORM BUSCA-EN-MUESTRA
                       IF NOT MUESTRA-HALLADA
                          PERFORM AGREGA-ID-DE-LISTA
                       END-IF
                    ELSE
                       IF IDS-DATO-ID NOT = SPACES
                          DISPLAY "AUDMUEST: RENGLON DE LA LISTA SIN "
                              "DATO-ID VALIDO: " IDS-DATO-ID
                          ADD 1 TO WS-STAT-RECHAZADOS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE IDS-FILE.

       AGREGA-ID-DE-LISTA.
           IF WS-NUM-MUESTRA = 500
              DISPLAY "TABLA LLENA: WS-NUM-MUESTRA"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-MUESTRA.
           MOVE WS-ID-BUSCA TO TAB-MUE-ID(WS-NUM-MUESTRA).
           MOVE ZERO TO TAB-MUE-POS(WS-NUM-MUESTRA).
           PERFORM VARYING POB-IDX FROM 1 BY 1
                   UNTIL POB-IDX > WS-NUM-POB
              IF TAB-POB-REG(POB-IDX)(1:5) = IDS-DATO-ID
                 SET TAB-MUE-POS(WS-NUM-MUESTRA) TO POB-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM INICIA-MUESTREADO.

      * busca WS-ID-BUSCA en la muestra; deja MUE-IDX en el renglon
       BUSCA-EN-MUESTRA.
           MOVE 'N' TO WS-MUE-HALLADA.
           PERFORM VARYING MUE-IDX FROM 1 BY 1
                   UNTIL MUE-IDX > WS-NUM-MUESTRA
              IF TAB-MUE-ID(MUE-IDX) = WS-ID-BUSCA
                 MOVE 'S' TO WS-MUE-HALLADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * DATO-IDs cuyas HORAS vinieron del reloj checador
       CARGA-RELOJHRS.
           OPEN INPUT RELOJHRS-FILE.
           IF WS-RELOJHRS-STATUS = "00"
              MOVE 'S' TO WS-HAY-RELOJHRS
              PERFORM UNTIL WS-RELOJHRS-STATUS NOT = "00"
                 READ RELOJHRS-FILE
                    AT END MOVE "10" TO WS-RELOJHRS-STATUS
                    NOT AT END
                       MOVE RHR-DATO-ID TO WS-ID-BUSCA
                       PERFORM BUSCA-EN-MUESTRA
                       IF MUESTRA-HALLADA
                          MOVE 'S' TO TAB-MUE-RELOJ(MUE-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RELOJHRS-FILE
           END-IF.

       CARGA-OTWEEK.
           OPEN INPUT OTWEEK-FILE.
           IF WS-OTWEEK-STATUS = "00"
              PERFORM UNTIL WS-OTWEEK-STATUS NOT = "00"
                 READ OTWEEK-FILE
                    AT END MOVE "10" TO WS-OTWEEK-STATUS
                    NOT AT END
                       MOVE OTW-DATO-ID TO WS-ID-BUSCA
                       PERFORM BUSCA-EN-MUESTRA
                       IF MUESTRA-HALLADA
                          MOVE 'S' TO TAB-MUE-OTW(MUE-IDX)
                          MOVE OTW-HORAS-DOBLES TO
                              TAB-MUE-DOBLES(MUE-IDX)
                          MOVE OTW-HORAS-TRIPLES TO
                              TAB-MUE-TRIPLES(MUE-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OTWEEK-FILE
           END-IF.

       CARGA-TARIFAS.
           OPEN INPUT PAY-RATE-FILE.
           IF WS-PAYRATE-STATUS = "00"
              MOVE 'S' TO WS-HAY-TARIFAS
              PERFORM UNTIL WS-PAYRATE-STATUS NOT = "00"
                 READ PAY-RATE-FILE
                    AT END MOVE "10" TO WS-PAYRATE-STATUS
                    NOT AT END
                       IF PAY-RATE-LINEA(1:3) = 'HDR'
                          OR PAY-RATE-LINEA(1:3) = 'TRL'
                          CONTINUE
                       ELSE
                       IF WS-NUM-TARIFAS = 50
                          DISPLAY "TABLA LLENA: WS-NUM-TARIFAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-TARIFAS
                       MOVE PR-GRADO TO TAB-GRADO(WS-NUM-TARIFAS)
                       MOVE PR-TARIFA TO TAB-TARIFA(WS-NUM-TARIFAS)
                       IF PR-TARIFA-MAXIMA IS NUMERIC
                          MOVE PR-TARIFA-MAXIMA TO
                              TAB-TARIFA-MAX(WS-NUM-TARIFAS)
                       ELSE
                          MOVE ZERO TO TAB-TARIFA-MAX(WS-NUM-TARIFAS)
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-RATE-FILE
           END-IF.

      * APRHORAS.DAT guarda la historia de todos los anos con el
      * numero de periodo; solo cuentan las aprobaciones de los 45
      * dias previos a la generacion (el periodo 21 del ano pasado no
      * aprobo las horas de este)
       CARGA-APROBACIONES.
           OPEN INPUT APRHORAS-FILE.
           IF WS-APRHORAS-STATUS = "00"
              PERFORM UNTIL WS-APRHORAS-STATUS NOT = "00"
                 READ APRHORAS-FILE
                    AT END MOVE "10" TO WS-APRHORAS-STATUS
                    NOT AT END
                       PERFORM EVALUA-APROBACION
                 END-READ
              END-PERFORM
              CLOSE APRHORAS-FILE
           END-IF.

       EVALUA-APROBACION.
           MOVE 'S' TO WS-HALLADO.
           IF WS-FECHA-GEN-ENT NOT = ZERO
              IF APR-FECHA IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(APR-FECHA) NOT = ZERO
                 MOVE 'N' TO WS-HALLADO
              ELSE
                 COMPUTE WS-FECHA-ENT =
                     FUNCTION INTEGER-OF-DATE(APR-FECHA)
                 IF WS-FECHA-ENT > WS-FECHA-GEN-ENT
                    OR WS-FECHA-ENT < WS-FECHA-GEN-ENT - 45
                    MOVE 'N' TO WS-HALLADO
                 END-IF
              END-IF
           END-IF.
           IF REGISTRO-HALLADO
              IF WS-NUM-APROB = 500
                 DISPLAY "TABLA LLENA: WS-NUM-APROB"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-APROB
              MOVE APR-PERIODO TO TAB-APR-PERIODO(WS-NUM-APROB)
              MOVE APR-DEPARTAMENTO TO TAB-APR-DEPTO(WS-NUM-APROB)
              MOVE APR-SUPERVISOR TO TAB-APR-SUPERVISOR(WS-NUM-APROB)
              MOVE APR-FECHA TO TAB-APR-FECHA(WS-NUM-APROB)
           END-IF.

       CARGA-DEDCALC.
           OPEN INPUT DEDCALC-FILE.
           IF WS-DEDCALC-STATUS = "00"
              MOVE 'S' TO WS-HAY-DEDCALC
              PERFORM UNTIL WS-DEDCALC-STATUS NOT = "00"
                 READ DEDCALC-FILE
                    AT END MOVE "10" TO WS-DEDCALC-STATUS
                    NOT AT END
                       MOVE DC-DATO-ID TO WS-ID-BUSCA
                       PERFORM BUSCA-EN-MUESTRA
                       IF MUESTRA-HALLADA
                          IF WS-NUM-DEDS = 3000
                             DISPLAY "TABLA LLENA: WS-NUM-DEDS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-DEDS
                          MOVE DC-DATO-ID TO TAB-DED-ID(WS-NUM-DEDS)
                          MOVE DC-CODIGO TO
                              TAB-DED-CODIGO(WS-NUM-DEDS)
                          MOVE DC-MONTO TO TAB-DED-MONTO(WS-NUM-DEDS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEDCALC-FILE
           END-IF.

       CARGA-PERCCALC.
           OPEN INPUT PERCCALC-FILE.
           IF WS-PERCCALC-STATUS = "00"
              PERFORM UNTIL WS-PERCCALC-STATUS NOT = "00"
                 READ PERCCALC-FILE
                    AT END MOVE "10" TO WS-PERCCALC-STATUS
                    NOT AT END
                       MOVE PCC-DATO-ID TO WS-ID-BUSCA
                       PERFORM BUSCA-EN-MUESTRA
                       IF MUESTRA-HALLADA
                          IF WS-NUM-PERCS = 3000
                             DISPLAY "TABLA LLENA: WS-NUM-PERCS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-PERCS
                          MOVE PCC-DATO-ID TO TAB-PERC-ID(WS-NUM-PERCS)
                          MOVE PCC-CODIGO TO
                              TAB-PERC-CODIGO(WS-NUM-PERCS)
                          MOVE PCC-MONTO TO
                              TAB-PERC-MONTO(WS-NUM-PERCS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERCCALC-FILE
           END-IF.

       CARGA-CFDI.
           OPEN INPUT CFDI-FILE.
           IF WS-CFDI-STATUS = "00"
              MOVE 'S' TO WS-HAY-CFDI
              PERFORM UNTIL WS-CFDI-STATUS NOT = "00"
                 READ CFDI-FILE
                    AT END MOVE "10" TO WS-CFDI-STATUS
                    NOT AT END
                       PERFORM GUARDA-REGISTRO-CFDI
                 END-READ
              END-PERFORM
              CLOSE CFDI-FILE
           END-IF.

       GUARDA-REGISTRO-CFDI.
           IF CFE-TIPO = 'E' AND CFE-ID IS NUMERIC
              MOVE CFE-ID TO WS-ID-BUSCA
              PERFORM BUSCA-EN-MUESTRA
              IF MUESTRA-HALLADA
                 IF WS-NUM-CFDI-E = 1000
                    DISPLAY "TABLA LLENA: WS-NUM-CFDI-E"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-CFDI-E
                 MOVE CFE-ID TO TAB-CFE-ID(WS-NUM-CFDI-E)
                 MOVE CFE-COMPANIA TO TAB-CFE-CIA(WS-NUM-CFDI-E)
                 MOVE CFE-RFC TO TAB-CFE-RFC(WS-NUM-CFDI-E)
                 MOVE CFE-REGULAR TO TAB-CFE-REGULAR(WS-NUM-CFDI-E)
                 MOVE CFE-PRIMA TO TAB-CFE-PRIMA(WS-NUM-CFDI-E)
                 MOVE CFE-NETO TO TAB-CFE-NETO(WS-NUM-CFDI-E)
              END-IF
           END-IF.
           IF CFD-TIPO = 'D' AND CFD-ID IS NUMERIC
              MOVE CFD-ID TO WS-ID-BUSCA
              PERFORM BUSCA-EN-MUESTRA
              IF MUESTRA-HALLADA
                 IF WS-NUM-CFDI-D = 3000
                    DISPLAY "TABLA LLENA: WS-NUM-CFDI-D"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-CFDI-D
                 MOVE CFD-ID TO TAB-CFD-ID(WS-NUM-CFDI-D)
                 MOVE CFD-MONTO TO TAB-CFD-MONTO(WS-NUM-CFDI-D)
              END-IF
           END-IF.

      * CFDIUUID.DAT trae los folios de todos los anos; solo cuentan
      * los del ejercicio de la generacion timbrados (o rechazados)
      * en los 60 dias posteriores a ella
       CARGA-UUIDS.
           OPEN INPUT UUID-FILE.
           IF WS-UUID-STATUS = "00"
              MOVE 'S' TO WS-HAY-UUID
              PERFORM UNTIL WS-UUID-STATUS NOT = "00"
                 READ UUID-FILE
                    AT END MOVE "10" TO WS-UUID-STATUS
                    NOT AT END
                       PERFORM EVALUA-FOLIO
                 END-READ
              END-PERFORM
              CLOSE UUID-FILE
           END-IF.

       EVALUA-FOLIO.
           MOVE UUI-DATO-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-EN-MUESTRA.
           MOVE WS-MUE-HALLADA TO WS-HALLADO.
           IF REGISTRO-HALLADO AND WS-FECHA-GEN-ENT NOT = ZERO
              IF UUI-FECHA IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(UUI-FECHA) NOT = ZERO
                 MOVE 'N' TO WS-HALLADO
              ELSE
                 COMPUTE WS-FECHA-ENT =
                     FUNCTION INTEGER-OF-DATE(UUI-FECHA)
                 IF WS-FECHA-ENT < WS-FECHA-GEN-ENT
                    OR WS-FECHA-ENT > WS-FECHA-GEN-ENT + 60
                    OR UUI-EJERCICIO NOT = WS-FECHA-GEN(1:4)
                    MOVE 'N' TO WS-HALLADO
                 END-IF
              END-IF
           END-IF.
           IF REGISTRO-HALLADO
              IF WS-NUM-UUIDS = 1000
                 DISPLAY "TABLA LLENA: WS-NUM-UUIDS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-UUIDS
              MOVE UUI-COMPANIA TO TAB-UUI-CIA(WS-NUM-UUIDS)
              MOVE UUI-EJERCICIO TO TAB-UUI-EJERCICIO(WS-NUM-UUIDS)
              MOVE UUI-PERIODO TO TAB-UUI-PERIODO(WS-NUM-UUIDS)
              MOVE UUI-DATO-ID TO TAB-UUI-ID(WS-NUM-UUIDS)
              MOVE UUI-UUID TO TAB-UUI-UUID(WS-NUM-UUIDS)
              MOVE UUI-STATUS TO TAB-UUI-STATUS(WS-NUM-UUIDS)
              MOVE UUI-FECHA TO TAB-UUI-FECHA(WS-NUM-UUIDS)
              MOVE UUI-NETO TO TAB-UUI-NETO(WS-NUM-UUIDS)
              MOVE UUI-COD-ERROR TO TAB-UUI-ERROR(WS-NUM-UUIDS)
           END-IF.

       CARGA-DISPERSA.
           OPEN INPUT DISPERSA-FILE.
           IF WS-DISPERSA-STATUS = "00"
              MOVE 'S' TO WS-HAY-DISPERSA
              PERFORM UNTIL WS-DISPERSA-STATUS NOT = "00"
                 READ DISPERSA-FILE
                    AT END MOVE "10" TO WS-DISPERSA-STATUS
                    NOT AT END
                       PERFORM GUARDA-DETALLE-DISPERSA
                 END-READ
              END-PERFORM
              CLOSE DISPERSA-FILE
           END-IF.

       GUARDA-DETALLE-DISPERSA.
           IF (DSP-TIPO = 'D' AND DSP-ID IS NUMERIC)
              OR (DSF-TIPO = 'F' AND DSF-ID IS NUMERIC)
              IF DSP-TIPO = 'D'
                 MOVE DSP-ID TO WS-ID-BUSCA
              ELSE
                 MOVE DSF-ID TO WS-ID-BUSCA
              END-IF
              PERFORM BUSCA-EN-MUESTRA
              IF MUESTRA-HALLADA
                 IF WS-NUM-PAGOS = 1000
                    DISPLAY "TABLA LLENA: WS-NUM-PAGOS"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-PAGOS
                 MOVE DSP-TIPO TO TAB-PAG-TIPO(WS-NUM-PAGOS)
                 MOVE WS-ID-BUSCA TO TAB-PAG-ID(WS-NUM-PAGOS)
                 IF DSP-TIPO = 'D'
                    MOVE DSP-CLABE TO TAB-PAG-CLABE(WS-NUM-PAGOS)
                    MOVE DSP-BANCO TO TAB-PAG-BANCO(WS-NUM-PAGOS)
                    MOVE DSP-MONTO TO TAB-PAG-MONTO(WS-NUM-PAGOS)
                    MOVE ZERO TO TAB-PAG-TASA(WS-NUM-PAGOS)
                 ELSE
                    MOVE DSF-CLABE TO TAB-PAG-CLABE(WS-NUM-PAGOS)
                    MOVE DSF-MONEDA TO TAB-PAG-BANCO(WS-NUM-PAGOS)
                    MOVE DSF-MONTO TO TAB-PAG-MONTO(WS-NUM-PAGOS)
                    MOVE DSF-TASA TO TAB-PAG-TASA(WS-NUM-PAGOS)
                 END-IF
              END-IF
           END-IF.

      * cheques de los muestreados emitidos en los 31 dias a partir
      * de la generacion (el cheque sale el dia de la corrida; una
      * reposicion de CHKMANTTO sale despues con otro numero)
       CARGA-CHEQUES.
           OPEN INPUT CHECK-FILE.
           IF WS-CHECK-STATUS = "00"
              MOVE 'S' TO WS-HAY-CHEQUES
              PERFORM UNTIL WS-CHECK-STATUS NOT = "00"
                 READ CHECK-FILE
                    AT END MOVE "10" TO WS-CHECK-STATUS
                    NOT AT END
                       PERFORM EVALUA-CHEQUE
                 END-READ
              END-PERFORM
              CLOSE CHECK-FILE
           END-IF.

       EVALUA-CHEQUE.
           MOVE CHK-DATO-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-EN-MUESTRA.
           MOVE WS-MUE-HALLADA TO WS-HALLADO.
           IF REGISTRO-HALLADO AND WS-FECHA-GEN-ENT NOT = ZERO
              IF CHK-FECHA IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(CHK-FECHA) NOT = ZERO
                 MOVE 'N' TO WS-HALLADO
              ELSE
                 COMPUTE WS-FECHA-ENT =
                     FUNCTION INTEGER-OF-DATE(CHK-FECHA)
                 IF WS-FECHA-ENT < WS-FECHA-GEN-ENT
                    OR WS-FECHA-ENT > WS-FECHA-GEN-ENT + 31
                    MOVE 'N' TO WS-HALLADO
                 END-IF
              END-IF
           END-IF.
           IF REGISTRO-HALLADO
              IF WS-NUM-CHEQUES = 1000
                 DISPLAY "TABLA LLENA: WS-NUM-CHEQUES"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CHEQUES
              MOVE CHK-NUMERO TO TAB-CHQ-NUMERO(WS-NUM-CHEQUES)
              MOVE CHK-DATO-ID TO TAB-CHQ-ID(WS-NUM-CHEQUES)
              MOVE CHK-MONTO TO TAB-CHQ-MONTO(WS-NUM-CHEQUES)
              MOVE CHK-FECHA TO TAB-CHQ-FECHA(WS-NUM-CHEQUES)
              MOVE CHK-STATUS TO TAB-CHQ-STATUS(WS-NUM-CHEQUES)
           END-IF.

      * sobres de efectivo de los muestreados armados en los 31 dias
      * a partir de la generacion, igual que los cheques
       CARGA-SOBRES.
           OPEN INPUT SOBRE-FILE.
           IF WS-SOBRE-STATUS = "00"
              MOVE 'S' TO WS-HAY-SOBRES
              PERFORM UNTIL WS-SOBRE-STATUS NOT = "00"
                 READ SOBRE-FILE
                    AT END MOVE "10" TO WS-SOBRE-STATUS
                    NOT AT END
                       PERFORM EVALUA-SOBRE
                 END-READ
              END-PERFORM
              CLOSE SOBRE-FILE
           END-IF.

       EVALUA-SOBRE.
           MOVE SOB-DATO-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-EN-MUESTRA.
           MOVE WS-MUE-HALLADA TO WS-HALLADO.
           IF REGISTRO-HALLADO AND WS-FECHA-GEN-ENT NOT = ZERO
              IF SOB-FECHA IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(SOB-FECHA) NOT = ZERO
                 MOVE 'N' TO WS-HALLADO
              ELSE
                 COMPUTE WS-FECHA-ENT =
                     FUNCTION INTEGER-OF-DATE(SOB-FECHA)
                 IF WS-FECHA-ENT < WS-FECHA-GEN-ENT
                    OR WS-FECHA-ENT > WS-FECHA-GEN-ENT + 31
                    MOVE 'N' TO WS-HALLADO
                 END-IF
              END-IF
           END-IF.
           IF REGISTRO-HALLADO
              IF WS-NUM-SOBRES = 1000
                 DISPLAY "TABLA LLENA: WS-NUM-SOBRES"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-SOBRES
              MOVE SOB-NUMERO TO TAB-SOB-NUMERO(WS-NUM-SOBRES)
              MOVE SOB-DATO-ID TO TAB-SOB-ID(WS-NUM-SOBRES)
              MOVE SOB-MONTO TO TAB-SOB-MONTO(WS-NUM-SOBRES)
              COMPUTE TAB-SOB-NETO(WS-NUM-SOBRES) =
                  SOB-MONTO - SOB-REDONDEO
              MOVE SOB-FECHA TO TAB-SOB-FECHA(WS-NUM-SOBRES)
              MOVE SOB-STATUS TO TAB-SOB-STATUS(WS-NUM-SOBRES)
           END-IF.

      * renglones 'GASTO NOMINA depto CIA cc' del diario de GLPOST
       CARGA-DIARIO.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
              MOVE 'S' TO WS-HAY-GL
              PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                 READ JOURNAL-FILE
                    AT END MOVE "10" TO WS-JOURNAL-STATUS
                    NOT AT END
                       IF JRN-DESC-CONCEPTO = 'GASTO NOMINA '
                          AND JRN-DESC-CIA-LIT = ' CIA '
                          PERFORM GUARDA-RENGLON-GL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.

       GUARDA-RENGLON-GL.
           IF WS-NUM-GL = 200
              DISPLAY "TABLA LLENA: WS-NUM-GL"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-GL.
           MOVE JRN-DESC-CIA TO TAB-GL-CIA(WS-NUM-GL).
           MOVE JRN-DESC-DEPTO TO TAB-GL-DEPTO(WS-NUM-GL).
           MOVE JRN-CUENTA TO TAB-GL-CUENTA(WS-NUM-GL).
           MOVE JRN-MONTO-ED TO TAB-GL-MONTO(WS-NUM-GL).

       IMPRIME-ENCABEZADO.
           MOVE 'MUESTRA DE AUDITORIA EXTERNA - RASTRO POR EMPLEADO'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'GENERACION: ' WS-GENERACION
               '  FECHA: ' WS-FECHA-GEN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-NUM-POB TO WS-ED-CONTEO.
           IF METODO-LISTA
              STRING 'POBLACION: ' WS-ED-CONTEO
                  '  MUESTRA: LISTA DEL AUDITOR (data/AUDMUEST.IDS)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING 'POBLACION: ' WS-ED-CONTEO
                  '  MUESTRA ALEATORIA DE ' WS-TAMANO
                  '  SEMILLA: ' WS-SEMILLA
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF METODO-ALEATORIO
              MOVE SPACES TO REPORT-LINE
              IF SEMILLA-GENERADA
                 MOVE
                     '(SEMILLA GENERADA; CON ELLA SE REPITE LA MUESTRA)'
                     TO REPORT-LINE
              ELSE
                 MOVE
                     '(SEMILLA DEL JOB; CON ELLA SE REPITE LA MUESTRA)'
                     TO REPORT-LINE
              END-IF
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RASTRO-LINE.

      * la hoja de un muestreado: encabezado con sus datos y un
      * renglon (o mas) por eslabon
       RASTREA-EMPLEADO.
           MOVE ALL '=' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'NNNNNNNN' TO WS-VEREDICTO.
           IF TAB-MUE-POS(MUE-IDX) = ZERO
              MOVE SPACES TO REPORT-LINE
              STRING 'EMPLEADO ' TAB-MUE-ID(MUE-IDX)
                  '  (LISTA DEL AUDITOR)' DELIMITED BY SIZE
                  INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE '3 CALCULO ....' TO WS-R-ESLABON
              MOVE 'NO SE PAGO EN LA GENERACION (NO ESTA EN PAYCALC)'
                  TO WS-R-TEXTO
              MOVE 'F' TO WS-V-CALCULO
              MOVE WS-V-CALCULO TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
              MOVE SPACES TO EMPLOYEE-RECORD
           ELSE
              MOVE TAB-POB-REG(TAB-MUE-POS(MUE-IDX))
                  TO EMPLOYEE-RECORD
              PERFORM IMPRIME-DATOS-EMPLEADO
              PERFORM RASTREA-HORAS
              PERFORM RASTREA-TARIFA
              PERFORM RASTREA-CALCULO
              PERFORM RASTREA-DEDUCCIONES
              PERFORM RASTREA-CFDI
              PERFORM RASTREA-TIMBRE
              PERFORM RASTREA-PAGO
              PERFORM RASTREA-GL
           END-IF.
           MOVE WS-VEREDICTO TO TAB-MUE-VEREDICTO(MUE-IDX).
           MOVE 'N' TO WS-EMP-CON-EXCEPCION.
           PERFORM CUENTA-VEREDICTO
               VARYING WS-V-IDX FROM 1 BY 1
               UNTIL WS-V-IDX > 8.
           IF EMPLEADO-CON-EXCEPCION
              ADD 1 TO WS-NUM-EMP-EXCEPCION
           END-IF.
           ADD 1 TO WS-STAT-PROCESADOS.

       CUENTA-VEREDICTO.
           EVALUATE WS-V-ESLABON(WS-V-IDX)
              WHEN 'X'
                 ADD 1 TO WS-NUM-NO-CUADRA
                 MOVE 'S' TO WS-EMP-CON-EXCEPCION
              WHEN 'F'
                 ADD 1 TO WS-NUM-FALTA
                 MOVE 'S' TO WS-EMP-CON-EXCEPCION
              WHEN 'S'
                 ADD 1 TO WS-NUM-SIN-ARCHIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       IMPRIME-DATOS-EMPLEADO.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EMPLEADO ' DATO-ID '  ' NOMBRE '  RFC ' RFC
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CIA ' COMPANIA '  DEPTO ' DEPARTAMENTO
               '  GRADO ' JOB-GRADE '  BASE ' BASE-PAGO
               '  PERIODO ' PERIODO-NOMINA
               '  STATUS ' EMPLOYEE-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * eslabon 1: de donde salieron las HORAS y quien las aprobo
       RASTREA-HORAS.
           MOVE '1 HORAS ......' TO WS-R-ESLABON.
           MOVE HORAS TO WS-ED-HORAS.
           MOVE SCHEDULED-HORAS TO WS-ED-HORAS-2.
           IF NOT HAY-RELOJHRS
              STRING 'PAGADAS ' WS-ED-HORAS '  PROGRAMADAS '
                  WS-ED-HORAS-2 '  ORIGEN ?' DELIMITED BY SIZE
                  INTO WS-R-TEXTO
              MOVE 'S' TO WS-V-HORAS
              MOVE WS-V-HORAS TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
              MOVE 'LA GENERACION NO TRAE RELOJHRS (ORIGEN DE HORAS)'
                  TO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           ELSE
           IF TAB-MUE-RELOJ(MUE-IDX) = 'S'
              STRING 'PAGADAS ' WS-ED-HORAS '  PROGRAMADAS '
                  WS-ED-HORAS-2 '  ORIGEN RELOJ CHECADOR'
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              PERFORM BUSCA-APROBACION
              IF WS-APR-MEJOR = ZERO
                 MOVE 'F' TO WS-V-HORAS
                 MOVE WS-V-HORAS TO WS-V-CODIGO
                 PERFORM ESCRIBE-RENGLON-VEREDICTO
                 STRING 'SIN APROBACION EN APRHORAS (DEPTO '
                     DEPARTAMENTO ' PERIODO ' PERIODO-NOMINA ')'
                     DELIMITED BY SIZE INTO WS-R-TEXTO
                 PERFORM ESCRIBE-RENGLON
              ELSE
                 MOVE 'C' TO WS-V-HORAS
                 MOVE WS-V-HORAS TO WS-V-CODIGO
                 PERFORM ESCRIBE-RENGLON-VEREDICTO
                 STRING 'APROBO ' TAB-APR-SUPERVISOR(WS-APR-MEJOR)
                     ' EL ' TAB-APR-FECHA(WS-APR-MEJOR)
                     ' (DEPTO ' DEPARTAMENTO ' PERIODO '
                     PERIODO-NOMINA ')' DELIMITED BY SIZE
                     INTO WS-R-TEXTO
                 PERFORM ESCRIBE-RENGLON
              END-IF
           ELSE
              STRING 'PAGADAS ' WS-ED-HORAS '  PROGRAMADAS '
                  WS-ED-HORAS-2 '  ORIGEN CAPTURA'
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              MOVE 'N' TO WS-V-HORAS
              MOVE WS-V-HORAS TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
              MOVE 'CAPTURADAS A MANO (SIN APROBACION DEL RELOJ)'
                  TO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           END-IF
           END-IF.
           IF TAB-MUE-OTW(MUE-IDX) = 'S'
              MOVE TAB-MUE-DOBLES(MUE-IDX) TO WS-ED-HORAS
              MOVE TAB-MUE-TRIPLES(MUE-IDX) TO WS-ED-HORAS-2
              STRING 'DESGLOSE SEMANAL: DOBLES ' WS-ED-HORAS
                  '  TRIPLES ' WS-ED-HORAS-2
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           END-IF.

      * la aprobacion mas reciente del departamento y periodo
       BUSCA-APROBACION.
           MOVE ZERO TO WS-APR-MEJOR.
           PERFORM VARYING APROB-IDX FROM 1 BY 1
                   UNTIL APROB-IDX > WS-NUM-APROB
              IF TAB-APR-PERIODO(APROB-IDX) = PERIODO-NOMINA
                 AND TAB-APR-DEPTO(APROB-IDX) = DEPARTAMENTO
                 IF WS-APR-MEJOR = ZERO
                    SET WS-APR-MEJOR TO APROB-IDX
                 ELSE
                    IF TAB-APR-FECHA(APROB-IDX) >
                       TAB-APR-FECHA(WS-APR-MEJOR)
                       SET WS-APR-MEJOR TO APROB-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * eslabon 2: la tarifa del grado contra el PAGO aplicado; en
      * un grado con rango (ver PAYRATE.cpy) cuadra cualquier PAGO
      * entre la tarifa minima y la maxima
       RASTREA-TARIFA.
           MOVE '2 TARIFA .....' TO WS-R-ESLABON.
           MOVE PAGO TO WS-ED-MONTO-2.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING TARIFA-IDX FROM 1 BY 1
                   UNTIL TARIFA-IDX > WS-NUM-TARIFAS
              IF TAB-GRADO(TARIFA-IDX) = JOB-GRADE
                 MOVE 'S' TO WS-HALLADO
                 MOVE TAB-TARIFA(TARIFA-IDX) TO WS-TARIFA-HALLADA
                 MOVE TAB-TARIFA-MAX(TARIFA-IDX) TO
                     WS-TARIFA-MAX-HALLADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT HAY-TARIFAS
              STRING 'GRADO ' JOB-GRADE '  PAGO APLICADO '
                  WS-ED-MONTO-2 DELIMITED BY SIZE INTO WS-R-TEXTO
              MOVE 'S' TO WS-V-TARIFA
              MOVE WS-V-TARIFA TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
              MOVE 'LA GENERACION NO TRAE PAYRATE' TO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           ELSE
           IF NOT REGISTRO-HALLADO
              STRING 'GRADO ' JOB-GRADE ' SIN TARIFA EN PAYRATE'
                  '  PAGO ' WS-ED-MONTO-2
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              MOVE 'F' TO WS-V-TARIFA
              MOVE WS-V-TARIFA TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
           ELSE
              MOVE WS-TARIFA-HALLADA TO WS-ED-MONTO-1
              STRING 'GRADO ' JOB-GRADE '  PAYRATE ' WS-ED-MONTO-1
                  '  PAGO ' WS-ED-MONTO-2
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              IF WS-TARIFA-HALLADA = PAGO
                 OR (WS-TARIFA-MAX-HALLADA > ZERO
                     AND PAGO > WS-TARIFA-HALLADA
                     AND PAGO NOT > WS-TARIFA-MAX-HALLADA)
                 MOVE 'C' TO WS-V-TARIFA
              ELSE
                 MOVE 'X' TO WS-V-TARIFA
              END-IF
              MOVE WS-V-TARIFA TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
           END-IF
           END-IF.

      * eslabon 3: el calculo de SALARIO; el regular, las horas extra
      * y la prima se recalculan como CALCULA-Y-ESCRIBE-SALARIO
       RASTREA-CALCULO.
           MOVE '3 CALCULO ....' TO WS-R-ESLABON.
           MOVE SALARIO-REGULAR TO WS-ED-MONTO-1.
           MOVE HORAS-EXTRA TO WS-ED-HORAS.
           MOVE PRIMA-EXTRA TO WS-ED-MONTO-2.
           STRING 'REGULAR ' WS-ED-MONTO-1 ' EXTRA ' WS-ED-HORAS
               ' PRIMA ' WS-ED-MONTO-2
               DELIMITED BY SIZE INTO WS-R-TEXTO.
           PERFORM RECALCULA-SALARIO.
           MOVE WS-V-CALCULO TO WS-V-CODIGO.
           PERFORM ESCRIBE-RENGLON-VEREDICTO.
           COMPUTE WS-OTRAS-PERC =
               SALARIO - SALARIO-REGULAR - PRIMA-EXTRA.
           MOVE WS-OTRAS-PERC TO WS-ED-SIGNO.
           MOVE SALARIO TO WS-ED-MONTO-1.
           STRING 'OTRAS PERCEP.' WS-ED-SIGNO
               ' BRUTO' WS-ED-MONTO-1
               DELIMITED BY SIZE INTO WS-R-TEXTO.
           PERFORM ESCRIBE-RENGLON.
           PERFORM VARYING PERC-IDX FROM 1 BY 1
                   UNTIL PERC-IDX > WS-NUM-PERCS
              IF TAB-PERC-ID(PERC-IDX) = DATO-ID
                 MOVE TAB-PERC-MONTO(PERC-IDX) TO WS-ED-MONTO-1
                 STRING '  PERCEPCION ' TAB-PERC-CODIGO(PERC-IDX)
                     ' (PERCCALC) ' WS-ED-MONTO-1
                     DELIMITED BY SIZE INTO WS-R-TEXTO
                 PERFORM ESCRIBE-RENGLON
              END-IF
           END-PERFORM.
           IF WS-V-CALCULO = 'X'
              MOVE WS-REG-ESPERADO TO WS-ED-MONTO-1
              MOVE WS-EXTRA-ESPERADO TO WS-ED-HORAS
              MOVE WS-PRIMA-ESPERADA TO WS-ED-MONTO-2
              STRING 'ESPERADO ' WS-ED-MONTO-1 ' EXTRA ' WS-ED-HORAS
                  ' PRIMA ' WS-ED-MONTO-2
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           END-IF.
           IF WS-V-CALCULO = 'N'
              IF BASE-DESTAJO
                 MOVE 'DESTAJO: EL REGULAR SALE DE LAS BOLETAS' TO
                     WS-R-TEXTO
              ELSE
                 MOVE 'SIN HORAS EN ESTA CORRIDA (SOLO PERCEPCIONES)'
                     TO WS-R-TEXTO
              END-IF
              PERFORM ESCRIBE-RENGLON
           END-IF.

      * mismas reglas que CALCULA-Y-ESCRIBE-SALARIO: con desglose
      * semanal del reloj las dobles a 2 y las triples a 3 veces la
      * tarifa; sin el, corte plano de 1.5 arriba de 40 horas; el
      * sueldo fijo cobra sus SCHEDULED-HORAS
       RECALCULA-SALARIO.
           MOVE ZERO TO WS-REG-ESPERADO WS-EXTRA-ESPERADO
               WS-PRIMA-ESPERADA.
           IF BASE-DESTAJO
              OR (HORAS = ZERO AND SALARIO-REGULAR = ZERO
                  AND PRIMA-EXTRA = ZERO)
              MOVE 'N' TO WS-V-CALCULO
           ELSE
              IF TAB-MUE-OTW(MUE-IDX) = 'S'
                 COMPUTE WS-HORAS-REG = HORAS
                     - TAB-MUE-DOBLES(MUE-IDX)
                     - TAB-MUE-TRIPLES(MUE-IDX)
                 IF WS-HORAS-REG < ZERO
                    MOVE ZERO TO WS-HORAS-REG
                 END-IF
                 IF BASE-SUELDO-FIJO
                    COMPUTE WS-REG-ESPERADO = SCHEDULED-HORAS * PAGO
                 ELSE
                    COMPUTE WS-REG-ESPERADO = WS-HORAS-REG * PAGO
                 END-IF
                 COMPUTE WS-EXTRA-ESPERADO =
                     TAB-MUE-DOBLES(MUE-IDX) + TAB-MUE-TRIPLES(MUE-IDX)
                 COMPUTE WS-PRIMA-ESPERADA =
                     TAB-MUE-DOBLES(MUE-IDX) * PAGO * 2
                         + TAB-MUE-TRIPLES(MUE-IDX) * PAGO * 3
              ELSE
              IF BASE-SUELDO-FIJO
                 COMPUTE WS-REG-ESPERADO = SCHEDULED-HORAS * PAGO
              ELSE
              IF HORAS > 40
                 COMPUTE WS-REG-ESPERADO = 40 * PAGO
                 COMPUTE WS-EXTRA-ESPERADO = HORAS - 40
                 COMPUTE WS-PRIMA-ESPERADA =
                     WS-EXTRA-ESPERADO * PAGO * 1.5
              ELSE
                 COMPUTE WS-REG-ESPERADO = HORAS * PAGO
              END-IF
              END-IF
              END-IF
              IF WS-REG-ESPERADO = SALARIO-REGULAR
                 AND WS-EXTRA-ESPERADO = HORAS-EXTRA
                 AND WS-PRIMA-ESPERADA = PRIMA-EXTRA
                 MOVE 'C' TO WS-V-CALCULO
              ELSE
                 MOVE 'X' TO WS-V-CALCULO
              END-IF
           END-IF.

      * eslabon 4: cada deduccion aplicada; bruto menos deducciones
      * es el neto
       RASTREA-DEDUCCIONES.
           MOVE '4 DEDUCCIONES ' TO WS-R-ESLABON.
           MOVE ZERO TO WS-TOTAL-DED.
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > WS-NUM-DEDS
              IF TAB-DED-ID(DED-IDX) = DATO-ID
                 ADD TAB-DED-MONTO(DED-IDX) TO WS-TOTAL-DED
              END-IF
           END-PERFORM.
           MOVE WS-TOTAL-DED TO WS-ED-MONTO-1.
           MOVE NET-SALARIO TO WS-ED-MONTO-2.
           STRING 'TOTAL DEDCALC ' WS-ED-MONTO-1 '  NETO '
               WS-ED-MONTO-2 DELIMITED BY SIZE INTO WS-R-TEXTO.
           COMPUTE WS-BRUTO-MENOS-DED = SALARIO - WS-TOTAL-DED.
           IF NOT HAY-DEDCALC
              MOVE 'S' TO WS-V-DEDUCCION
           ELSE
              IF WS-BRUTO-MENOS-DED = NET-SALARIO
                 MOVE 'C' TO WS-V-DEDUCCION
              ELSE
                 MOVE 'X' TO WS-V-DEDUCCION
              END-IF
           END-IF.
           MOVE WS-V-DEDUCCION TO WS-V-CODIGO.
           PERFORM ESCRIBE-RENGLON-VEREDICTO.
           IF NOT HAY-DEDCALC
              MOVE 'LA GENERACION NO TRAE DEDCALC' TO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           END-IF.
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > WS-NUM-DEDS
              IF TAB-DED-ID(DED-IDX) = DATO-ID
                 MOVE TAB-DED-MONTO(DED-IDX) TO WS-ED-MONTO-1
                 STRING '  DEDUCCION ' TAB-DED-CODIGO(DED-IDX)
                     '  ' WS-ED-MONTO-1
                     DELIMITED BY SIZE INTO WS-R-TEXTO
                 PERFORM ESCRIBE-RENGLON
              END-IF
           END-PERFORM.
           IF WS-V-DEDUCCION = 'X'
              MOVE WS-BRUTO-MENOS-DED TO WS-ED-SIGNO
              STRING 'BRUTO MENOS DEDUCCIONES ' WS-ED-SIGNO
                  ' NO ES EL NETO' DELIMITED BY SIZE INTO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           END-IF.

      * eslabon 5: el registro E del CFDI (y la suma de sus D) contra
      * PAYCALC y DEDCALC
       RASTREA-CFDI.
           MOVE '5 CFDI .......' TO WS-R-ESLABON.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING CFE-IDX FROM 1 BY 1
                   UNTIL CFE-IDX > WS-NUM-CFDI-E
              IF TAB-CFE-ID(CFE-IDX) = DATO-ID
                 AND TAB-CFE-CIA(CFE-IDX) = COMPANIA
                 MOVE 'S' TO WS-HALLADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT HAY-CFDI
              MOVE 'LA GENERACION NO TRAE CFDINOM' TO WS-R-TEXTO
              MOVE 'S' TO WS-V-CFDI
              MOVE WS-V-CFDI TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
           ELSE
           IF NOT REGISTRO-HALLADO
              MOVE 'SIN REGISTRO E EN CFDINOM' TO WS-R-TEXTO
              MOVE 'F' TO WS-V-CFDI
              MOVE WS-V-CFDI TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
           ELSE
              MOVE ZERO TO WS-TOTAL-CFDI-D
              PERFORM VARYING CFD-IDX FROM 1 BY 1
                      UNTIL CFD-IDX > WS-NUM-CFDI-D
                 IF TAB-CFD-ID(CFD-IDX) = DATO-ID
                    ADD TAB-CFD-MONTO(CFD-IDX) TO WS-TOTAL-CFDI-D
                 END-IF
              END-PERFORM
              MOVE TAB-CFE-REGULAR(CFE-IDX) TO WS-ED-MONTO-1
              MOVE TAB-CFE-PRIMA(CFE-IDX) TO WS-ED-MONTO-2
              MOVE TAB-CFE-NETO(CFE-IDX) TO WS-ED-MONTO-3
              STRING 'REG' WS-ED-MONTO-1 ' PRI' WS-ED-MONTO-2
                  ' NETO' WS-ED-MONTO-3
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              IF TAB-CFE-REGULAR(CFE-IDX) = SALARIO-REGULAR
                 AND TAB-CFE-PRIMA(CFE-IDX) = PRIMA-EXTRA
                 AND TAB-CFE-NETO(CFE-IDX) = NET-SALARIO
                 AND TAB-CFE-RFC(CFE-IDX) = RFC
                 AND (WS-TOTAL-CFDI-D = WS-TOTAL-DED
                      OR NOT HAY-DEDCALC)
                 MOVE 'C' TO WS-V-CFDI
              ELSE
                 MOVE 'X' TO WS-V-CFDI
              END-IF
              MOVE WS-V-CFDI TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
              MOVE WS-TOTAL-CFDI-D TO WS-ED-MONTO-1
              STRING 'DEDUCCIONES D ' WS-ED-MONTO-1 '  RFC '
                  TAB-CFE-RFC(CFE-IDX)
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
              IF WS-V-CFDI = 'X'
                 MOVE 'EL RECIBO NO COINCIDE CON PAYCALC/DEDCALC' TO
                     WS-R-TEXTO
                 PERFORM ESCRIBE-RENGLON
              END-IF
           END-IF
           END-IF.

      * eslabon 6: el folio fiscal vigente del recibo; el neto
      * timbrado tiene que ser el de PAYCALC
       RASTREA-TIMBRE.
           MOVE '6 TIMBRE .....' TO WS-R-ESLABON.
           MOVE ZERO TO WS-UUI-MEJOR WS-UUI-OTRO.
           PERFORM VARYING UUID-IDX FROM 1 BY 1
                   UNTIL UUID-IDX > WS-NUM-UUIDS
              IF TAB-UUI-ID(UUID-IDX) = DATO-ID
                 AND TAB-UUI-CIA(UUID-IDX) = COMPANIA
                 AND (WS-FECHA-GEN = ZERO
                      OR TAB-UUI-EJERCICIO(UUID-IDX) =
                         WS-FECHA-GEN(1:4))
                 AND TAB-UUI-PERIODO(UUID-IDX) = PERIODO-NOMINA
                 IF TAB-UUI-STATUS(UUID-IDX) = 'tim'
                    SET WS-UUI-MEJOR TO UUID-IDX
                 ELSE
                    SET WS-UUI-OTRO TO UUID-IDX
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT HAY-UUID
              MOVE 'NO HAY BITACORA DE FOLIOS (CFDIUUID.DAT)' TO
                  WS-R-TEXTO
              MOVE 'S' TO WS-V-TIMBRE
              MOVE WS-V-TIMBRE TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
           ELSE
           IF WS-UUI-MEJOR NOT = ZERO
              STRING 'UUID ' TAB-UUI-UUID(WS-UUI-MEJOR)
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              IF TAB-UUI-NETO(WS-UUI-MEJOR) = NET-SALARIO
                 MOVE 'C' TO WS-V-TIMBRE
              ELSE
                 MOVE 'X' TO WS-V-TIMBRE
              END-IF
              MOVE WS-V-TIMBRE TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
              MOVE TAB-UUI-NETO(WS-UUI-MEJOR) TO WS-ED-MONTO-1
              STRING 'TIMBRADO EL ' TAB-UUI-FECHA(WS-UUI-MEJOR)
                  '  NETO TIMBRADO ' WS-ED-MONTO-1
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           ELSE
              MOVE 'F' TO WS-V-TIMBRE
              IF WS-UUI-OTRO = ZERO
                 MOVE 'RECIBO SIN TIMBRAR' TO WS-R-TEXTO
                 MOVE WS-V-TIMBRE TO WS-V-CODIGO
                 PERFORM ESCRIBE-RENGLON-VEREDICTO
              ELSE
                 STRING 'SIN FOLIO VIGENTE, ULTIMO STATUS '
                     TAB-UUI-STATUS(WS-UUI-OTRO) ' EL '
                     TAB-UUI-FECHA(WS-UUI-OTRO)
                     DELIMITED BY SIZE INTO WS-R-TEXTO
                 MOVE WS-V-TIMBRE TO WS-V-CODIGO
                 PERFORM ESCRIBE-RENGLON-VEREDICTO
                 STRING 'ERROR PAC ' TAB-UUI-ERROR(WS-UUI-OTRO)
                     '  UUID ' TAB-UUI-UUID(WS-UUI-OTRO)
                     DELIMITED BY SIZE INTO WS-R-TEXTO
                 PERFORM ESCRIBE-RENGLON
              END-IF
           END-IF
           END-IF.

      * eslabon 7: la transferencia (detalle D en pesos o F en divisa
      * de DISPERSA), el cheque o el sobre de efectivo por el neto
       RASTREA-PAGO.
           MOVE '7 PAGO .......' TO WS-R-ESLABON.
           MOVE 'N' TO WS-PAGO-CUADRA.
           MOVE ZERO TO WS-NUM-VISTOS.
           PERFORM VARYING PAGO-IDX FROM 1 BY 1
                   UNTIL PAGO-IDX > WS-NUM-PAGOS
              IF TAB-PAG-ID(PAGO-IDX) = DATO-ID
                 ADD 1 TO WS-NUM-VISTOS
                 IF TAB-PAG-TIPO(PAGO-IDX) = 'D'
                    IF TAB-PAG-MONTO(PAGO-IDX) = NET-SALARIO
                       MOVE 'S' TO WS-PAGO-CUADRA
                    END-IF
                 ELSE
                    COMPUTE WS-EQUIV-MXN ROUNDED =
                        TAB-PAG-MONTO(PAGO-IDX) * TAB-PAG-TASA(PAGO-IDX)
                    COMPUTE WS-DIF-MXN = WS-EQUIV-MXN - NET-SALARIO
                    IF FUNCTION ABS(WS-DIF-MXN) < 1
                       MOVE 'S' TO WS-PAGO-CUADRA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING CHQ-IDX FROM 1 BY 1
                   UNTIL CHQ-IDX > WS-NUM-CHEQUES
              IF TAB-CHQ-ID(CHQ-IDX) = DATO-ID
                 ADD 1 TO WS-NUM-VISTOS
                 IF TAB-CHQ-STATUS(CHQ-IDX) NOT = 'anu'
                    AND TAB-CHQ-MONTO(CHQ-IDX) = NET-SALARIO
                    MOVE 'S' TO WS-PAGO-CUADRA
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING SOB-IDX FROM 1 BY 1
                   UNTIL SOB-IDX > WS-NUM-SOBRES
              IF TAB-SOB-ID(SOB-IDX) = DATO-ID
                 ADD 1 TO WS-NUM-VISTOS
                 IF TAB-SOB-NETO(SOB-IDX) = NET-SALARIO
                    MOVE 'S' TO WS-PAGO-CUADRA
                 END-IF
              END-IF
           END-PERFORM.
           MOVE NET-SALARIO TO WS-ED-MONTO-1.
           STRING 'NETO A PAGAR ' WS-ED-MONTO-1
               DELIMITED BY SIZE INTO WS-R-TEXTO.
           IF PAGO-CUADRA
              MOVE 'C' TO WS-V-PAGO
           ELSE
           IF WS-NUM-VISTOS > ZERO
              MOVE 'X' TO WS-V-PAGO
           ELSE
           IF NOT HAY-DISPERSA AND NOT HAY-CHEQUES
              AND NOT HAY-SOBRES
              MOVE 'S' TO WS-V-PAGO
           ELSE
              MOVE 'F' TO WS-V-PAGO
           END-IF
           END-IF
           END-IF.
           MOVE WS-V-PAGO TO WS-V-CODIGO.
           PERFORM ESCRIBE-RENGLON-VEREDICTO.
           PERFORM VARYING PAGO-IDX FROM 1 BY 1
                   UNTIL PAGO-IDX > WS-NUM-PAGOS
              IF TAB-PAG-ID(PAGO-IDX) = DATO-ID
                 MOVE TAB-PAG-MONTO(PAGO-IDX) TO WS-ED-MONTO-1
                 IF TAB-PAG-TIPO(PAGO-IDX) = 'D'
                    STRING 'D ' TAB-PAG-CLABE(PAGO-IDX) ' '
                        TAB-PAG-BANCO(PAGO-IDX) WS-ED-MONTO-1
                        DELIMITED BY SIZE INTO WS-R-TEXTO
                 ELSE
                    MOVE TAB-PAG-TASA(PAGO-IDX) TO WS-ED-TASA
                    STRING 'F ' TAB-PAG-CLABE(PAGO-IDX) ' '
                        TAB-PAG-BANCO(PAGO-IDX)(1:3) WS-ED-MONTO-1
                        ' TASA' WS-ED-TASA
                        DELIMITED BY SIZE INTO WS-R-TEXTO
                 END-IF
                 PERFORM ESCRIBE-RENGLON
              END-IF
           END-PERFORM.
           PERFORM VARYING CHQ-IDX FROM 1 BY 1
                   UNTIL CHQ-IDX > WS-NUM-CHEQUES
              IF TAB-CHQ-ID(CHQ-IDX) = DATO-ID
                 MOVE TAB-CHQ-MONTO(CHQ-IDX) TO WS-ED-MONTO-1
                 STRING 'CHEQUE ' TAB-CHQ-NUMERO(CHQ-IDX) ' DEL '
                     TAB-CHQ-FECHA(CHQ-IDX) ' ' WS-ED-MONTO-1 ' '
                     TAB-CHQ-STATUS(CHQ-IDX)
                     DELIMITED BY SIZE INTO WS-R-TEXTO
                 PERFORM ESCRIBE-RENGLON
              END-IF
           END-PERFORM.
           PERFORM VARYING SOB-IDX FROM 1 BY 1
                   UNTIL SOB-IDX > WS-NUM-SOBRES
              IF TAB-SOB-ID(SOB-IDX) = DATO-ID
                 MOVE TAB-SOB-MONTO(SOB-IDX) TO WS-ED-MONTO-1
                 STRING 'SOBRE ' TAB-SOB-NUMERO(SOB-IDX) ' DEL '
                     TAB-SOB-FECHA(SOB-IDX) ' ' WS-ED-MONTO-1 ' '
                     TAB-SOB-STATUS(SOB-IDX)
                     DELIMITED BY SIZE INTO WS-R-TEXTO
                 PERFORM ESCRIBE-RENGLON
              END-IF
           END-PERFORM.
           IF WS-V-PAGO = 'F'
              MOVE 'NI DISPERSION NI CHEQUE NI SOBRE POR EL NETO' TO
                  WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           END-IF.
           IF WS-V-PAGO = 'S'
              MOVE 'LA GENERACION NO TRAE DISPERSA NI HAY CHECKREG' TO
                  WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           END-IF.

      * eslabon 8: el renglon GASTO NOMINA de cada departamento al
      * que fue el gasto del empleado, contra lo que GLPOST debio
      * debitar con la generacion completa
       RASTREA-GL.
           MOVE '8 GL .........' TO WS-R-ESLABON.
           IF NOT HAY-GL
              MOVE 'LA GENERACION NO TRAE GLPOST.OUT' TO WS-R-TEXTO
              MOVE 'S' TO WS-V-GL
              MOVE WS-V-GL TO WS-V-CODIGO
              PERFORM ESCRIBE-RENGLON-VEREDICTO
           ELSE
              MOVE 'C' TO WS-V-GL
              MOVE 'N' TO WS-EMP-REPARTIDO
              PERFORM VARYING ALOC-IDX FROM 1 BY 1
                      UNTIL ALOC-IDX > WS-NUM-ALLOC
                 IF TAB-ALOC-ID(ALOC-IDX) = DATO-ID
                    AND TAB-ALOC-CIA(ALOC-IDX) = COMPANIA
                    MOVE 'S' TO WS-EMP-REPARTIDO
                    MOVE TAB-ALOC-DEPTO(ALOC-IDX) TO WS-DEPTO-SUMA
                    MOVE TAB-ALOC-MONTO(ALOC-IDX) TO WS-MONTO-SUMA
                    PERFORM RASTREA-RENGLON-GL
                 END-IF
              END-PERFORM
              IF NOT EMPLEADO-REPARTIDO
                 MOVE DEPARTAMENTO TO WS-DEPTO-SUMA
                 MOVE SALARIO TO WS-MONTO-SUMA
                 PERFORM RASTREA-RENGLON-GL
              END-IF
              IF TAB-POB-RECLAS(TAB-MUE-POS(MUE-IDX)) > ZERO
                 MOVE TAB-POB-RECLAS(TAB-MUE-POS(MUE-IDX))
                     TO WS-ED-MONTO-1
                 STRING 'RECLASIFICADO A ORDENES DE TRABAJO '
                     WS-ED-MONTO-1 DELIMITED BY SIZE INTO WS-R-TEXTO
                 PERFORM ESCRIBE-RENGLON
              END-IF
           END-IF.

      * un departamento del empleado: su parte, el renglon del diario
      * y el debito esperado; el peor veredicto queda en el eslabon
       RASTREA-RENGLON-GL.
           MOVE ZERO TO WS-GL-ESPERADO.
           PERFORM VARYING GASTO-IDX FROM 1 BY 1
                   UNTIL GASTO-IDX > WS-NUM-GASTOS
              IF TAB-GASTO-CIA(GASTO-IDX) = COMPANIA
                 AND TAB-GASTO-DEPTO(GASTO-IDX) = WS-DEPTO-SUMA
                 MOVE TAB-GASTO-MONTO(GASTO-IDX) TO WS-GL-ESPERADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > WS-NUM-GL
              IF TAB-GL-CIA(GL-IDX) = COMPANIA
                 AND TAB-GL-DEPTO(GL-IDX) = WS-DEPTO-SUMA
                 MOVE 'S' TO WS-HALLADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE WS-MONTO-SUMA TO WS-ED-MONTO-1.
           IF NOT REGISTRO-HALLADO
              STRING 'DEPTO ' WS-DEPTO-SUMA ' PARTE ' WS-ED-MONTO-1
                  ' SIN RENGLON EN DIARIO'
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              MOVE 'F' TO WS-V-CODIGO
              IF WS-V-GL NOT = 'X'
                 MOVE 'F' TO WS-V-GL
              END-IF
           ELSE
              MOVE TAB-GL-MONTO(GL-IDX) TO WS-GL-MONTO
              MOVE WS-GL-MONTO TO WS-ED-SIGNO
              STRING 'DEPTO ' WS-DEPTO-SUMA ' PARTE' WS-ED-MONTO-1
                  ' ' TAB-GL-CUENTA(GL-IDX) WS-ED-SIGNO
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              IF WS-GL-MONTO = WS-GL-ESPERADO
                 MOVE 'C' TO WS-V-CODIGO
              ELSE
                 MOVE 'X' TO WS-V-CODIGO
                 MOVE 'X' TO WS-V-GL
              END-IF
           END-IF.
           PERFORM ESCRIBE-RENGLON-VEREDICTO.
           IF WS-V-CODIGO = 'X'
              MOVE WS-GL-ESPERADO TO WS-ED-SIGNO
              STRING 'DEBITO ESPERADO ' WS-ED-SIGNO
                  ' (PAYCALC/DEPTALLOC)'
                  DELIMITED BY SIZE INTO WS-R-TEXTO
              PERFORM ESCRIBE-RENGLON
           END-IF.

      * escribe el renglon del rastro con el veredicto WS-V-CODIGO;
      * el siguiente renglon del mismo eslabon ya no repite el nombre
       ESCRIBE-RENGLON-VEREDICTO.
           EVALUATE WS-V-CODIGO
              WHEN 'C'
                 MOVE '[CUADRA]' TO WS-R-VEREDICTO
              WHEN 'X'
                 MOVE '[NO CUADRA]' TO WS-R-VEREDICTO
              WHEN 'F'
                 MOVE '[FALTA]' TO WS-R-VEREDICTO
              WHEN 'S'
                 MOVE '[SIN ARCHIVO]' TO WS-R-VEREDICTO
              WHEN OTHER
                 MOVE '[NO APLICA]' TO WS-R-VEREDICTO
           END-EVALUATE.
           PERFORM ESCRIBE-RENGLON.

       ESCRIBE-RENGLON.
           MOVE WS-RASTRO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-R-ESLABON WS-R-TEXTO WS-R-VEREDICTO.

      * una linea por muestreado con el veredicto de cada eslabon y
      * los totales de excepciones
       IMPRIME-RESUMEN.
           MOVE ALL '=' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RESUMEN DE LA MUESTRA' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RESUMEN-TITULO TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING MUE-IDX FROM 1 BY 1
                   UNTIL MUE-IDX > WS-NUM-MUESTRA
              MOVE SPACES TO WS-RESUMEN-LINE
              MOVE TAB-MUE-ID(MUE-IDX) TO WS-RS-ID
              IF TAB-MUE-POS(MUE-IDX) = ZERO
                 MOVE '(NO PAGADO EN LA GENERACION)' TO WS-RS-NOMBRE
              ELSE
                 MOVE TAB-POB-REG(TAB-MUE-POS(MUE-IDX))(61:30)
                     TO WS-RS-NOMBRE
              END-IF
              MOVE TAB-MUE-VEREDICTO(MUE-IDX) TO WS-VEREDICTO
              PERFORM VARYING WS-V-IDX FROM 1 BY 1
                      UNTIL WS-V-IDX > 8
                 MOVE WS-V-ESLABON(WS-V-IDX) TO WS-RS-V(WS-V-IDX)
              END-PERFORM
              MOVE WS-RESUMEN-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE
               'C=CUADRA X=NO CUADRA F=FALTA S=SIN ARCHIVO N=NO APLICA'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ESLABONES QUE NO CUADRAN: ' WS-NUM-NO-CUADRA
               '  FALTANTES: ' WS-NUM-FALTA
               '  SIN ARCHIVO: ' WS-NUM-SIN-ARCHIVO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EMPLEADOS CON EXCEPCIONES: ' WS-NUM-EMP-EXCEPCION
               ' DE ' WS-NUM-MUESTRA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           DISPLAY "AUDMUEST: LEIDOS=" WS-STAT-LEIDOS
               " RASTREADOS=" WS-STAT-PROCESADOS
               " RECHAZADOS=" WS-STAT-RECHAZADOS
               " SEGUNDOS=" WS-STAT-SEG-TRANSCURRIDOS.

      * una tabla en memoria llena no se trunca en silencio: una
      * muestra a medias no es una muestra; el job aborta y capacidad
      * decide si aumentar el OCCURS
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
