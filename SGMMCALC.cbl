      * SGMMCALC: prima del seguro de gastos medicos mayores contra la
      * inscripcion de data/SGMM.DAT (ver SGMMREC.cpy, la mantiene
      * SGMMANTTO.cbl) y el catalogo de planes data/SGMMPLAN.DAT (ver
      * SGMPLNRC.cpy). La cuota del empleado se tecleaba a mano en
      * DEDUCCION.DAT y lo que pagaba la empresa no aparecia en
      * ningun lado. El modo lo dice data/SGMM.PRM (lo escriben
      * jobs/SGMM.job y STEP00G de jobs/PAYROLL.job):
      *   'P' primas del periodo, antes de STEP01 CALC: por cada
      *       titular con cobertura, la prima mensual del plan y nivel
      *       vigente a la fecha (la renovacion entra sola con su
      *       fecha efectiva) se lleva al periodo de pago de la
      *       compania del empleado (12 meses entre 26 o 52 periodos,
      *       ver PERIODOS.cpy); lo que no paga la empresa es el
      *       renglon SGMM de data/DEDUCCION.DAT con vigencia de la
      *       cobertura (inicio = alta, fin = baja), y lo que paga
      *       queda en data/SGMMCOST.OUT (ver SGMCSTRC.cpy) para la
      *       carga patronal de CARGAPAT.cbl, partido en su parte
      *       exenta y su excedente gravable: el tope exento es
      *       WS-UMAS-EXENTAS-SGMM UMA mensuales (UMA vigente a la
      *       fecha en data/UMA.DAT por 30.4 dias) llevadas al
      *       periodo; TIPOSDEDATOS.cbl suma el excedente a la base
      *       del ISR y el CFDI lo lleva como percepcion en especie.
      *       Sin UMA vigente todo lo que paga la empresa queda
      *       gravado y se reporta como incidencia. Un renglon SGMM sin
      *       inscripcion o con la cobertura ya terminada se retira.
      *       Un empleado dado de baja con cobertura abierta (una baja
      *       que no paso por EMPMANTTO, p.ej. EMPBATCH) se termina
      *       aqui con la fecha de la corrida. Detalle en
      *       data/SGMMCALC.RPT; una incidencia se reporta pero no
      *       detiene la nomina
      *   'C' censo del mes AAAAMM para la aseguradora: cada asegurado
      *       cubierto algun dia del mes, con su movimiento ('A' alta
      *       o 'B' baja dentro del mes) y la prima del titular
      *       prorrateada por los dias cubiertos con la tarifa vigente
      *       al fin de mes, en data/SGMMCENSO.OUT (encabezado H,
      *       detalle D, trailer T con conteo y total), resumen en
      *       data/SGMMCENSO.RPT
      *   'R' conciliacion del mes AAAAMM contra la factura de la
      *       aseguradora (data/SGMMFACT.DAT, ver SGMFACRC.cpy): por
      *       titular, lo esperado segun la inscripcion (mismo calculo
      *       que el censo) contra lo cobrado; cobrado sin cobertura,
      *       cubierto sin cobro, plan o nivel distinto, numero de
      *       asegurados distinto, prima con diferencia de mas de un
      *       peso y renglones duplicados de la factura, con los
      *       totales cobrado/esperado, en data/SGMMCONC.RPT
      * RC 0 sin incidencias; 4 con incidencias o diferencias (censo y
      * conciliacion); 8 sin factura del mes; 12 error de archivos.
      * uso: jobs/SGMM.job, STEP00G de jobs/PAYROLL.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGMMCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "data/SGMM.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL SGMM-FILE ASSIGN TO "data/SGMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMM-STATUS.

           SELECT SGMM-FILE-NEW ASSIGN TO "data/SGMM.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMM-NEW-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL SGMMPLAN-FILE ASSIGN TO "data/SGMMPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMMPLAN-STATUS.

           SELECT DEDUCCION-FILE ASSIGN TO "data/DEDUCCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCCION-STATUS.

           SELECT DEDUCCION-NEW ASSIGN TO "data/DEDUCCION.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCCION-NEW-STATUS.

           SELECT SGMMCOST-FILE ASSIGN TO "data/SGMMCOST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMMCOST-STATUS.

           SELECT OPTIONAL UMA-FILE ASSIGN TO "data/UMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMA-STATUS.

           SELECT OPTIONAL SGMMFACT-FILE ASSIGN TO "data/SGMMFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMMFACT-STATUS.

           SELECT CENSO-FILE ASSIGN TO "data/SGMMCENSO.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSO-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-RUTA-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MODO           PIC X.
               88  PRM-PRIMAS     VALUE 'P'.
               88  PRM-CENSO      VALUE 'C'.
               88  PRM-CONCILIA   VALUE 'R'.
           05  PRM-FECHA          PIC X(8).
      * mes AAAAMM del censo o de la conciliacion
           05  PRM-MES            PIC X(6).

       FD  SGMM-FILE.
           COPY SGMMREC.

       FD  SGMM-FILE-NEW.
       01  SGMM-NEW-LINEA PIC X(68).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  SGMMPLAN-FILE.
           COPY SGMPLNRC.

       FD  DEDUCCION-FILE.
           COPY DEDUCREC.
       01  DEDUCCION-LINEA PIC X(50).

       FD  DEDUCCION-NEW.
       01  DEDUCCION-NEW-LINEA PIC X(50).

       FD  SGMMCOST-FILE.
           COPY SGMCSTRC.

       FD  UMA-FILE.
       01  UMA-RECORD.
           05  UMA-FECHA-EFECTIVA PIC 9(8).
           05  UMA-VALOR          PIC 9(5)V99.

       FD  SGMMFACT-FILE.
           COPY SGMFACRC.

       FD  CENSO-FILE.
       01  CENSO-LINE PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(130).

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-SGMM-STATUS PIC XX VALUE SPACES.
           77 WS-SGMM-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-SGMMPLAN-STATUS PIC XX VALUE SPACES.
           77 WS-DEDUCCION-STATUS PIC XX VALUE SPACES.
           77 WS-DEDUCCION-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-SGMMCOST-STATUS PIC XX VALUE SPACES.
           77 WS-SGMMFACT-STATUS PIC XX VALUE SPACES.
           77 WS-UMA-STATUS PIC XX VALUE SPACES.
           77 WS-CENSO-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-RUTA-REPORTE PIC X(30) VALUE SPACES.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
      * condicion del modo; se pasa a RETURN-CODE al final porque
      * cada CALL lo pisa
           77 WS-RC PIC 99 VALUE ZERO.

      * mes del censo o de la conciliacion: primer y ultimo dia
           77 WS-MES PIC 9(6) VALUE ZERO.
           77 WS-MES-INICIO PIC 9(8) VALUE ZERO.
           77 WS-MES-FIN PIC 9(8) VALUE ZERO.
           77 WS-SIG-MES-INICIO PIC 9(8) VALUE ZERO.
           77 WS-DIAS-MES PIC 99 VALUE ZERO.

      * maestro en memoria: compania (calendario), departamento
      * (carga patronal), nombre y status (la baja termina la
      * cobertura)
           77 WS-NUM-EMPS PIC 9(4) VALUE ZERO.
           77 WS-EMP-POS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID       PIC 9(5).
               10  TAB-EMP-CIA      PIC XX.
               10  TAB-EMP-DEPTO    PIC X(4).
               10  TAB-EMP-NOMBRE   PIC X(30).
               10  TAB-EMP-STATUS   PIC X(3).

      * inscripcion completa en memoria, mismo layout que
      * SGMMREC.cpy (se regraba tal cual si una baja la toca)
           77 WS-NUM-ASEG PIC 9(5) VALUE ZERO.
           77 WS-ASEG-POS PIC 9(5) VALUE ZERO.
           77 WS-TIT-POS PIC 9(5) VALUE ZERO.
       01  TABLA-ASEGURADOS.
           05  TA-ENTRY OCCURS 10000 TIMES
                   INDEXED BY TA-IDX.
               10  TA-DATO-ID      PIC 9(5).
               10  TA-SECUENCIA    PIC 99.
               10  TA-PARENTESCO   PIC X.
               10  TA-NOMBRE       PIC X(30).
               10  TA-FECHA-NAC    PIC 9(8).
               10  TA-PLAN         PIC X(4).
               10  TA-NIVEL        PIC X.
               10  TA-ALTA         PIC 9(8).
               10  TA-BAJA         PIC 9(8).
               10  TA-MOTIVO       PIC X.
           77 WS-SGMM-CAMBIO PIC X VALUE 'N'.
              88 HAY-CAMBIO-SGMM VALUE 'S'.

      * catalogo de planes con sus fechas efectivas
           77 WS-NUM-PLANES PIC 9(3) VALUE ZERO.
           77 WS-PLN-POS PIC 9(3) VALUE ZERO.
       01  TABLA-PLANES.
           05  PLAN-ENTRY OCCURS 200 TIMES
                   INDEXED BY PLN-IDX.
               10  TP-PLAN         PIC X(4).
               10  TP-NIVEL        PIC X.
               10  TP-EFECTIVA     PIC 9(8).
               10  TP-PRIMA        PIC 9(7)V99.
               10  TP-PCT-PATRON   PIC 9(3)V99.
           77 WS-FECHA-TARIFA PIC 9(8) VALUE ZERO.

      * detalle de deducciones completo, mismo manejo que VIATLIQ;
      * un renglon retirado se marca y no se regraba
           77 WS-NUM-DEDS PIC 9(5) VALUE ZERO.
           77 WS-DED-POS PIC 9(5) VALUE ZERO.
       01  TABLA-DEDS.
           05  DED-ENTRY OCCURS 15000 TIMES
                   INDEXED BY TD-IDX.
               10  TD-DATO-ID      PIC 9(5).
               10  TD-CODIGO       PIC X(4).
               10  TD-MONTO        PIC 9(5)V99.
               10  TD-INICIO       PIC X(8).
               10  TD-FIN          PIC X(8).
               10  TD-META         PIC X(9).
               10  TD-BORRADO      PIC X.
           77 WS-DEDS-CAMBIARON PIC X VALUE 'N'.
              88 HAY-CAMBIO-DEDUCCIONES VALUE 'S'.
           77 WS-DED-INICIO PIC X(8) VALUE SPACES.
           77 WS-DED-FIN PIC X(8) VALUE SPACES.

      * renglones de la factura del mes; uno ya casado con su titular
      * queda marcado
           77 WS-NUM-FACT PIC 9(4) VALUE ZERO.
           77 WS-FAC-POS PIC 9(4) VALUE ZERO.
       01  TABLA-FACT.
           05  FACT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY FAC-IDX.
               10  TF-DATO-ID      PIC 9(5).
               10  TF-PLAN         PIC X(4).
               10  TF-NIVEL        PIC X.
               10  TF-ASEGURADOS   PIC 99.
               10  TF-PRIMA        PIC 9(7)V99.
               10  TF-USADO        PIC X.

      * periodo de pago de la compania del empleado en turno
           COPY PERIODOS.
           77 WS-NUMPER PIC 99 VALUE ZERO.

      * prima del titular en turno
           77 WS-PRIMA-PERIODO PIC 9(7)V99 VALUE ZERO.
           77 WS-CUOTA PIC 9(7)V99 VALUE ZERO.
           77 WS-COSTO-PATRON PIC 9(7)V99 VALUE ZERO.
           77 WS-NUM-VIGENTES PIC 99 VALUE ZERO.
           77 WS-TITULAR-VIGENTE PIC X VALUE 'N'.
              88 TITULAR-VIGENTE VALUE 'S'.

      * tope exento de lo que paga la empresa: UMA mensuales (UMA
      * diaria por 30.4 dias), llevadas al periodo de la compania
      * como la prima (12 meses entre WS-NUMPER)
           77 WS-UMA-VIGENTE PIC 9(5)V99 VALUE ZERO.
           77 WS-UMA-FECHA PIC 9(8) VALUE ZERO.
           77 WS-UMAS-EXENTAS-SGMM PIC 99 VALUE 1.
           77 WS-DIAS-MES-UMA PIC 99V9 VALUE 30.4.
           77 WS-TOPE-EXENTO-MES PIC 9(7)V99 VALUE ZERO.
           77 WS-TOPE-PERIODO PIC 9(7)V99 VALUE ZERO.
           77 WS-EXENTO PIC 9(7)V99 VALUE ZERO.
           77 WS-GRAVADO PIC 9(7)V99 VALUE ZERO.

      * lo esperado de una familia en el mes (censo y conciliacion)
           77 WS-ESP-ASEGURADOS PIC 99 VALUE ZERO.
           77 WS-ESP-PRIMA PIC 9(7)V99 VALUE ZERO.
           77 WS-DESDE PIC 9(8) VALUE ZERO.
           77 WS-HASTA PIC 9(8) VALUE ZERO.
           77 WS-DIAS-CUBIERTOS PIC 99 VALUE ZERO.
           77 WS-CUBIERTO-MES PIC X VALUE 'N'.
              88 CUBIERTO-EN-MES VALUE 'S'.
           77 WS-SIN-TARIFA PIC X VALUE 'N'.
              88 FAMILIA-SIN-TARIFA VALUE 'S'.
           77 WS-DIFERENCIA PIC S9(7)V99 VALUE ZERO.

           77 WS-NUM-TITULARES PIC 9(5) VALUE ZERO.
           77 WS-NUM-DESCUENTOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-RETIRADOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-BAJAS-AUTO PIC 9(5) VALUE ZERO.
           77 WS-NUM-INCIDENCIAS PIC 9(5) VALUE ZERO.
           77 WS-NUM-CENSO PIC 9(6) VALUE ZERO.
           77 WS-NUM-ALTAS PIC 9(5) VALUE ZERO.
           77 WS-NUM-BAJAS PIC 9(5) VALUE ZERO.
           77 WS-NUM-DIFERENCIAS PIC 9(5) VALUE ZERO.
           77 WS-TOTAL-CUOTAS PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-PATRON PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-GRAVADO PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-ESPERADO PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-FACTURADO PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-DIFERENCIA PIC S9(9)V99 VALUE ZERO.
           77 WS-MOTIVO PIC X(40) VALUE SPACES.

      * etiquetas recalculadas de la regrabada de DEDUCCION.DAT
           COPY LBLREC.
           77 WS-LBL-CONTEO PIC 9(6) VALUE ZERO.
           77 WS-LBL-HASH-MONTO PIC 9(9)V99 VALUE ZERO.
       01  WS-DED-SALIDA.
           05  WS-DS-DATO-ID   PIC 9(5).
           05  WS-DS-CODIGO    PIC X(4).
           05  WS-DS-MONTO     PIC 9(5)V99.
           05  WS-DS-INICIO    PIC X(8).
           05  WS-DS-FIN       PIC X(8).
           05  WS-DS-META      PIC X(9).

           77 WS-RUTA-DED-VIEJA PIC X(30) VALUE "data/DEDUCCION.DAT".
           77 WS-RUTA-DED-NUEVA PIC X(30)
               VALUE "data/DEDUCCION.DAT.NEW".
           77 WS-RUTA-SGMM-VIEJA PIC X(30) VALUE "data/SGMM.DAT".
           77 WS-RUTA-SGMM-NUEVA PIC X(30) VALUE "data/SGMM.DAT.NEW".

      * renglones del censo para la aseguradora (120 posiciones)
       01  WS-CEN-ENCABEZADO.
           05  WS-CH-TIPO      PIC X VALUE 'H'.
           05  WS-CH-ARCHIVO   PIC X(9) VALUE 'SGMMCENSO'.
           05  WS-CH-MES       PIC 9(6).
           05  WS-CH-FECHA     PIC 9(8).
           05  FILLER          PIC X(96) VALUE SPACES.
       01  WS-CEN-DETALLE.
           05  WS-CD-TIPO      PIC X VALUE 'D'.
           05  WS-CD-DATO-ID   PIC 9(5).
           05  WS-CD-SECUENCIA PIC 99.
           05  WS-CD-PARENTESCO PIC X.
           05  WS-CD-MOVIMIENTO PIC X.
           05  WS-CD-PLAN      PIC X(4).
           05  WS-CD-NIVEL     PIC X.
           05  WS-CD-FECHA-NAC PIC 9(8).
           05  WS-CD-ALTA      PIC 9(8).
           05  WS-CD-BAJA      PIC 9(8).
           05  WS-CD-PRIMA     PIC 9(7)V99.
           05  WS-CD-COMPANIA  PIC XX.
           05  WS-CD-NOMBRE    PIC X(30).
           05  FILLER          PIC X(40) VALUE SPACES.
       01  WS-CEN-TRAILER.
           05  WS-CT-TIPO      PIC X VALUE 'T'.
           05  WS-CT-CONTEO    PIC 9(6).
           05  WS-CT-TOTAL     PIC 9(9)V99.
           05  FILLER          PIC X(102) VALUE SPACES.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       01  WS-TITULO-LINE.
           05  WS-T-TITULO PIC X(50).
           05  FILLER      PIC X(6) VALUE 'AL:   '.
           05  WS-T-FECHA  PIC 9(8).
           05  FILLER      PIC X(6) VALUE ' MES: '.
           05  WS-T-MES    PIC X(6).

       01  WS-ENC-PRIMA-LINE.
           05  FILLER      PIC X(50) VALUE
               'DATO-ID NOMBRE                    PLAN N ASEG '.
           05  FILLER      PIC X(52) VALUE
               ' PRIMA PER.      CUOTA     PATRON    GRAVADO DETALLE'.

       01  WS-PRIMA-LINE.
           05  WS-P-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-P-NOMBRE PIC X(25).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-P-PLAN   PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-P-NIVEL  PIC X.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-P-ASEG   PIC Z9.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-P-PRIMA  PIC ZZZ,ZZ9.99.
           05  WS-P-CUOTA  PIC ZZZ,ZZ9.99.
           05  WS-P-PATRON PIC ZZZ,ZZ9.99.
           05  WS-P-GRAVADO PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-P-DETALLE PIC X(40).

       01  WS-ENC-CONC-LINE.
           05  FILLER      PIC X(44) VALUE
               'DATO-ID PLAN N ASEG    ESPERADO  PLAN N ASEG'.
           05  FILLER      PIC X(31) VALUE
               '   FACTURADO DIFERENCIA DETALLE'.

       01  WS-CONC-LINE.
           05  WS-C-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-C-PLAN-ESP PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-C-NIVEL-ESP PIC X.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-C-ASEG-ESP PIC Z9.
           05  WS-C-ESPERADO PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-C-PLAN-FAC PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-C-NIVEL-FAC PIC X.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-C-ASEG-FAC PIC Z9.
           05  WS-C-FACTURADO PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-C-DIFERENCIA PIC ZZZ,ZZ9.99-.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-C-DETALLE PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TL-CONCEPTO PIC X(30).
           05  WS-TL-MONTO PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-MAESTRO.
           PERFORM CARGA-CATALOGO-PLANES.
           PERFORM CARGA-TABLA-ASEGURADOS.
           EVALUATE TRUE
              WHEN PRM-PRIMAS
                 PERFORM CALCULA-PRIMAS
              WHEN PRM-CENSO
                 PERFORM GENERA-CENSO
              WHEN PRM-CONCILIA
                 PERFORM CONCILIA-FACTURA
           END-EVALUATE.
           PERFORM AVISA-BITACORA.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END MOVE "10" TO WS-PARM-STATUS
              END-READ
           END-IF.
           IF WS-PARM-STATUS NOT = "00"
              OR PRM-FECHA IS NOT NUMERIC
              OR NOT (PRM-PRIMAS OR PRM-CENSO OR PRM-CONCILIA)
              DISPLAY "ERROR: data/SGMM.PRM SIN MODO O FECHA "
                  "VALIDOS: " WS-PARM-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PARM-FILE.
           MOVE PRM-FECHA TO WS-FECHA-HOY.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HOY) NOT = ZERO
              DISPLAY "ERROR: FECHA INVALIDA EN data/SGMM.PRM: "
                  PRM-FECHA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT PRM-PRIMAS
              PERFORM CALCULA-LIMITES-MES
           END-IF.

      * primer y ultimo dia del mes AAAAMM y cuantos dias tiene
       CALCULA-LIMITES-MES.
           IF PRM-MES IS NOT NUMERIC
              DISPLAY "ERROR: MES INVALIDO EN data/SGMM.PRM: " PRM-MES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PRM-MES TO WS-MES.
           COMPUTE WS-MES-INICIO = WS-MES * 100 + 1.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MES-INICIO) NOT = ZERO
              DISPLAY "ERROR: MES INVALIDO EN data/SGMM.PRM: " PRM-MES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF FUNCTION MOD(WS-MES, 100) = 12
              COMPUTE WS-SIG-MES-INICIO = (WS-MES + 89) * 100 + 1
           ELSE
              COMPUTE WS-SIG-MES-INICIO = (WS-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-SIG-MES-INICIO)
               - FUNCTION INTEGER-OF-DATE(WS-MES-INICIO).
           COMPUTE WS-MES-FIN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SIG-MES-INICIO) - 1).

       CARGA-MAESTRO.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-FILE: "
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
                       IF WS-NUM-EMPS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-EMPS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-EMPS
                       MOVE DATO-ID TO TAB-EMP-ID(WS-NUM-EMPS)
                       MOVE COMPANIA TO TAB-EMP-CIA(WS-NUM-EMPS)
                       MOVE DEPARTAMENTO TO TAB-EMP-DEPTO(WS-NUM-EMPS)
                       MOVE NOMBRE TO TAB-EMP-NOMBRE(WS-NUM-EMPS)
                       MOVE EMPLOYEE-STATUS TO
                           TAB-EMP-STATUS(WS-NUM-EMPS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       CARGA-CATALOGO-PLANES.
           OPEN INPUT SGMMPLAN-FILE.
           IF WS-SGMMPLAN-STATUS = "00"
              PERFORM UNTIL WS-SGMMPLAN-STATUS NOT = "00"
                 READ SGMMPLAN-FILE
                    AT END MOVE "10" TO WS-SGMMPLAN-STATUS
                    NOT AT END
                       IF WS-NUM-PLANES = 200
                          DISPLAY "TABLA LLENA: WS-NUM-PLANES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PLANES
                       MOVE SPL-PLAN TO TP-PLAN(WS-NUM-PLANES)
                       MOVE SPL-NIVEL TO TP-NIVEL(WS-NUM-PLANES)
                       MOVE SPL-FECHA-EFECTIVA TO
                           TP-EFECTIVA(WS-NUM-PLANES)
                       MOVE SPL-PRIMA-MENSUAL TO
                           TP-PRIMA(WS-NUM-PLANES)
                       MOVE SPL-PCT-PATRON TO
                           TP-PCT-PATRON(WS-NUM-PLANES)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SGMMPLAN-FILE.

       CARGA-TABLA-ASEGURADOS.
           OPEN INPUT SGMM-FILE.
           IF WS-SGMM-STATUS = "00"
              PERFORM UNTIL WS-SGMM-STATUS NOT = "00"
                 READ SGMM-FILE
                    AT END MOVE "10" TO WS-SGMM-STATUS
                    NOT AT END
                       IF WS-NUM-ASEG = 10000
                          DISPLAY "TABLA LLENA: WS-NUM-ASEG"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-ASEG
                       MOVE SGMM-RECORD TO TA-ENTRY(WS-NUM-ASEG)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SGMM-FILE.

      * renglon del maestro del titular en turno (cero si no existe)
       BUSCA-EMPLEADO.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-ID(EMP-IDX) = TA-DATO-ID(WS-TIT-POS)
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * tarifa del plan y nivel del titular vigente a WS-FECHA-TARIFA:
      * la de fecha efectiva mas reciente que ya empezo (cero si no
      * hay ninguna)
       BUSCA-TARIFA.
           MOVE ZERO TO WS-PLN-POS.
           PERFORM VARYING PLN-IDX FROM 1 BY 1
                   UNTIL PLN-IDX > WS-NUM-PLANES
              IF TP-PLAN(PLN-IDX) = TA-PLAN(WS-TIT-POS)
                 AND TP-NIVEL(PLN-IDX) = TA-NIVEL(WS-TIT-POS)
                 AND TP-EFECTIVA(PLN-IDX) NOT > WS-FECHA-TARIFA
                 IF WS-PLN-POS = ZERO
                    SET WS-PLN-POS TO PLN-IDX
                 ELSE
                    IF TP-EFECTIVA(PLN-IDX) >
                       TP-EFECTIVA(WS-PLN-POS)
                       SET WS-PLN-POS TO PLN-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * modo 'P': primas del periodo
      *****************************************************************
       CALCULA-PRIMAS.
      * el periodo de pago es el de la compania del empleado
      * (CIACAL.DAT), ver PERIODOS.cpy
           CALL "CALENDARIO".
           PERFORM CARGA-DEDUCCIONES-VIVAS.
           MOVE "data/SGMMCALC.RPT" TO WS-RUTA-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "SGMMCALC: NO SE PUDO ABRIR data/SGMMCALC.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SGMMCOST-FILE.
           IF WS-SGMMCOST-STATUS NOT = "00"
              DISPLAY "SGMMCALC: NO SE PUDO ABRIR data/SGMMCOST.OUT: "
                  WS-SGMMCOST-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM BUSCA-UMA-VIGENTE.
           IF WS-UMA-VIGENTE = ZERO
              DISPLAY "SGMMCALC: SIN UMA VIGENTE AL " WS-FECHA-HOY
                  " EN data/UMA.DAT, LO QUE PAGA LA EMPRESA QUEDA "
                  "GRAVADO COMPLETO"
              ADD 1 TO WS-NUM-INCIDENCIAS
           END-IF.
           COMPUTE WS-TOPE-EXENTO-MES ROUNDED = WS-UMA-VIGENTE
               * WS-DIAS-MES-UMA * WS-UMAS-EXENTAS-SGMM.
           MOVE 'PRIMAS DEL SEGURO DE GASTOS MEDICOS MAYORES' TO
               WS-T-TITULO.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE SPACES TO WS-T-MES.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENC-PRIMA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING TA-IDX FROM 1 BY 1
                   UNTIL TA-IDX > WS-NUM-ASEG
              IF TA-SECUENCIA(TA-IDX) = ZERO
                 SET WS-TIT-POS TO TA-IDX
                 PERFORM PRIMA-TITULAR
              END-IF
           END-PERFORM.
           PERFORM RETIRA-HUERFANOS.
           CLOSE SGMMCOST-FILE.

           IF HAY-CAMBIO-DEDUCCIONES
              PERFORM REGRABA-DEDUCCIONES
           END-IF.
           IF HAY-CAMBIO-SGMM
              PERFORM REGRABA-SGMM
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL CUOTAS DE EMPLEADOS' TO WS-TL-CONCEPTO.
           MOVE WS-TOTAL-CUOTAS TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL COSTO PATRONAL' TO WS-TL-CONCEPTO.
           MOVE WS-TOTAL-PATRON TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL GRAVADO PARA ISR' TO WS-TL-CONCEPTO.
           MOVE WS-TOTAL-GRAVADO TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOPE EXENTO MENSUAL' TO WS-TL-CONCEPTO.
           MOVE WS-TOPE-EXENTO-MES TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "SGMMCALC: " WS-NUM-TITULARES " TITULAR(ES), "
               WS-NUM-DESCUENTOS " DESCUENTO(S) SGMM, "
               WS-NUM-RETIRADOS " RETIRADO(S), " WS-NUM-BAJAS-AUTO
               " COBERTURA(S) TERMINADA(S) POR BAJA, "
               WS-NUM-INCIDENCIAS " INCIDENCIA(S); VER "
               "data/SGMMCALC.RPT".

      * un titular: la baja del empleado termina la cobertura; una
      * cobertura ya terminada retira el descuento; la vigente (o la
      * que empieza despues) lleva su cuota con la tarifa del dia o,
      * si aun no empieza, la de su fecha de alta
       PRIMA-TITULAR.
           ADD 1 TO WS-NUM-TITULARES.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO TO WS-PRIMA-PERIODO WS-CUOTA WS-COSTO-PATRON
               WS-EXENTO WS-GRAVADO.
           PERFORM BUSCA-EMPLEADO.
           PERFORM CUENTA-VIGENTES.
           IF WS-EMP-POS = ZERO
              MOVE 'DATO-ID SIN REGISTRO MAESTRO' TO WS-MOTIVO
              ADD 1 TO WS-NUM-INCIDENCIAS
           ELSE
              IF TAB-EMP-STATUS(WS-EMP-POS) = 'baj'
                 AND TA-BAJA(WS-TIT-POS) = ZERO
                 PERFORM TERMINA-FAMILIA
                 MOVE 'EMPLEADO DE BAJA: COBERTURA TERMINADA' TO
                     WS-MOTIVO
                 ADD 1 TO WS-NUM-BAJAS-AUTO
                 ADD 1 TO WS-NUM-INCIDENCIAS
              END-IF
              IF TA-BAJA(WS-TIT-POS) NOT = ZERO
                 AND TA-BAJA(WS-TIT-POS) < WS-FECHA-HOY
                 PERFORM BUSCA-DEDUCCION-SGMM
                 IF WS-DED-POS > ZERO
                    PERFORM RETIRA-DEDUCCION
                    MOVE 'COBERTURA TERMINADA: DESCUENTO RETIRADO'
                        TO WS-MOTIVO
                 END-IF
              ELSE
                 PERFORM CALCULA-CUOTA
              END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES OR TITULAR-VIGENTE
              PERFORM ESCRIBE-PRIMA
           END-IF.

      * asegurados de la familia vigentes a la fecha de la corrida
       CUENTA-VIGENTES.
           MOVE ZERO TO WS-NUM-VIGENTES.
           MOVE 'N' TO WS-TITULAR-VIGENTE.
           PERFORM VARYING WS-ASEG-POS FROM 1 BY 1
                   UNTIL WS-ASEG-POS > WS-NUM-ASEG
              IF TA-DATO-ID(WS-ASEG-POS) = TA-DATO-ID(WS-TIT-POS)
                 AND TA-ALTA(WS-ASEG-POS) NOT > WS-FECHA-HOY
                 AND (TA-BAJA(WS-ASEG-POS) = ZERO
                      OR TA-BAJA(WS-ASEG-POS) NOT < WS-FECHA-HOY)
                 ADD 1 TO WS-NUM-VIGENTES
              END-IF
           END-PERFORM.
           IF TA-ALTA(WS-TIT-POS) NOT > WS-FECHA-HOY
              AND (TA-BAJA(WS-TIT-POS) = ZERO
                   OR TA-BAJA(WS-TIT-POS) NOT < WS-FECHA-HOY)
              MOVE 'S' TO WS-TITULAR-VIGENTE
           END-IF.

      * baja del empleado sin pasar por EMPMANTTO: toda la familia
      * termina con la fecha de la corrida
       TERMINA-FAMILIA.
           PERFORM VARYING WS-ASEG-POS FROM 1 BY 1
                   UNTIL WS-ASEG-POS > WS-NUM-ASEG
              IF TA-DATO-ID(WS-ASEG-POS) = TA-DATO-ID(WS-TIT-POS)
                 AND TA-BAJA(WS-ASEG-POS) = ZERO
                 IF WS-FECHA-HOY < TA-ALTA(WS-ASEG-POS)
                    MOVE TA-ALTA(WS-ASEG-POS) TO TA-BAJA(WS-ASEG-POS)
                 ELSE
                    MOVE WS-FECHA-HOY TO TA-BAJA(WS-ASEG-POS)
                 END-IF
                 MOVE 'E' TO TA-MOTIVO(WS-ASEG-POS)
                 MOVE 'S' TO WS-SGMM-CAMBIO
              END-IF
           END-PERFORM.

       CALCULA-CUOTA.
           IF TA-ALTA(WS-TIT-POS) > WS-FECHA-HOY
              MOVE TA-ALTA(WS-TIT-POS) TO WS-FECHA-TARIFA
           ELSE
              MOVE WS-FECHA-HOY TO WS-FECHA-TARIFA
           END-IF.
           PERFORM BUSCA-TARIFA.
           IF WS-PLN-POS = ZERO
              MOVE 'PLAN/NIVEL SIN PRIMA VIGENTE EN EL CATALOGO' TO
                  WS-MOTIVO
              ADD 1 TO WS-NUM-INCIDENCIAS
           ELSE
              MOVE 26 TO WS-NUMPER
              PERFORM VARYING CAL-CIA-IDX FROM 1 BY 1
                      UNTIL CAL-CIA-IDX > NUM-CIAS-CAL
                 IF CAL-CIA-CODIGO(CAL-CIA-IDX) =
                    TAB-EMP-CIA(WS-EMP-POS)
                    AND CAL-CIA-NUMPER(CAL-CIA-IDX) > ZERO
                    MOVE CAL-CIA-NUMPER(CAL-CIA-IDX) TO WS-NUMPER
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              COMPUTE WS-PRIMA-PERIODO ROUNDED =
                  TP-PRIMA(WS-PLN-POS) * 12 / WS-NUMPER
              COMPUTE WS-COSTO-PATRON ROUNDED =
                  WS-PRIMA-PERIODO * TP-PCT-PATRON(WS-PLN-POS) / 100
              IF WS-COSTO-PATRON > WS-PRIMA-PERIODO
                 MOVE WS-PRIMA-PERIODO TO WS-COSTO-PATRON
              END-IF
              COMPUTE WS-CUOTA = WS-PRIMA-PERIODO - WS-COSTO-PATRON
              COMPUTE WS-TOPE-PERIODO ROUNDED =
                  WS-TOPE-EXENTO-MES * 12 / WS-NUMPER
              IF WS-COSTO-PATRON > WS-TOPE-PERIODO
                 MOVE WS-TOPE-PERIODO TO WS-EXENTO
              ELSE
                 MOVE WS-COSTO-PATRON TO WS-EXENTO
              END-IF
              COMPUTE WS-GRAVADO = WS-COSTO-PATRON - WS-EXENTO
              PERFORM ACTUALIZA-DEDUCCION
              IF TITULAR-VIGENTE
                 PERFORM ESCRIBE-COSTO
              END-IF
           END-IF.

      * renglon SGMM del titular en DEDUCCION.DAT: cuota del periodo
      * con la vigencia de la cobertura; sin cuota (la empresa paga
      * todo) no hay renglon
       ACTUALIZA-DEDUCCION.
           PERFORM BUSCA-DEDUCCION-SGMM.
           IF WS-CUOTA = ZERO
              IF WS-DED-POS > ZERO
                 PERFORM RETIRA-DEDUCCION
              END-IF
           ELSE
           IF WS-CUOTA > 99999.99
              MOVE 'CUOTA EXCEDE EL MONTO DE UN RENGLON' TO WS-MOTIVO
              ADD 1 TO WS-NUM-INCIDENCIAS
           ELSE
              MOVE TA-ALTA(WS-TIT-POS) TO WS-DED-INICIO
              IF TA-BAJA(WS-TIT-POS) = ZERO
                 MOVE SPACES TO WS-DED-FIN
              ELSE
                 MOVE TA-BAJA(WS-TIT-POS) TO WS-DED-FIN
              END-IF
              IF WS-DED-POS = ZERO
                 IF WS-NUM-DEDS = 15000
                    DISPLAY "TABLA LLENA: WS-NUM-DEDS"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-DEDS
                 MOVE WS-NUM-DEDS TO WS-DED-POS
                 MOVE TA-DATO-ID(WS-TIT-POS) TO TD-DATO-ID(WS-DED-POS)
                 MOVE 'SGMM' TO TD-CODIGO(WS-DED-POS)
                 MOVE ZERO TO TD-MONTO(WS-DED-POS)
                 MOVE SPACES TO TD-INICIO(WS-DED-POS)
                 MOVE SPACES TO TD-FIN(WS-DED-POS)
                 MOVE SPACES TO TD-META(WS-DED-POS)
                 MOVE 'N' TO TD-BORRADO(WS-DED-POS)
              END-IF
              IF TD-MONTO(WS-DED-POS) NOT = WS-CUOTA
                 OR TD-INICIO(WS-DED-POS) NOT = WS-DED-INICIO
                 OR TD-FIN(WS-DED-POS) NOT = WS-DED-FIN
                 MOVE WS-CUOTA TO TD-MONTO(WS-DED-POS)
                 MOVE WS-DED-INICIO TO TD-INICIO(WS-DED-POS)
                 MOVE WS-DED-FIN TO TD-FIN(WS-DED-POS)
                 MOVE 'S' TO WS-DEDS-CAMBIARON
              END-IF
              ADD 1 TO WS-NUM-DESCUENTOS
           END-IF
           END-IF.

       BUSCA-DEDUCCION-SGMM.
           MOVE ZERO TO WS-DED-POS.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-NUM-DEDS
              IF TD-DATO-ID(TD-IDX) = TA-DATO-ID(WS-TIT-POS)
                 AND TD-CODIGO(TD-IDX) = 'SGMM'
                 AND TD-BORRADO(TD-IDX) = 'N'
                 SET WS-DED-POS TO TD-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       RETIRA-DEDUCCION.
           MOVE 'S' TO TD-BORRADO(WS-DED-POS).
           MOVE 'S' TO WS-DEDS-CAMBIARON.
           ADD 1 TO WS-NUM-RETIRADOS.

      * un renglon SGMM capturado a mano o de un DATO-ID sin
      * inscripcion ya no se descuenta
       RETIRA-HUERFANOS.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-NUM-DEDS
              IF TD-CODIGO(TD-IDX) = 'SGMM'
                 AND TD-BORRADO(TD-IDX) = 'N'
                 PERFORM VARYING TA-IDX FROM 1 BY 1
                         UNTIL TA-IDX > WS-NUM-ASEG
                    IF TA-DATO-ID(TA-IDX) = TD-DATO-ID(TD-IDX)
                       AND TA-SECUENCIA(TA-IDX) = ZERO
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF TA-IDX > WS-NUM-ASEG
                    SET WS-DED-POS TO TD-IDX
                    PERFORM RETIRA-DEDUCCION
                    ADD 1 TO WS-NUM-INCIDENCIAS
                    MOVE SPACES TO WS-PRIMA-LINE
                    MOVE TD-DATO-ID(TD-IDX) TO WS-P-ID
                    MOVE ZERO TO WS-P-ASEG WS-P-PRIMA WS-P-PATRON
                    MOVE TD-MONTO(TD-IDX) TO WS-P-CUOTA
                    MOVE 'DESCUENTO SGMM SIN INSCRIPCION: RETIRADO'
                        TO WS-P-DETALLE
                    MOVE WS-PRIMA-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM.

       ESCRIBE-COSTO.
           MOVE TA-DATO-ID(WS-TIT-POS) TO SGC-DATO-ID.
           MOVE TAB-EMP-CIA(WS-EMP-POS) TO SGC-COMPANIA.
           MOVE TAB-EMP-DEPTO(WS-EMP-POS) TO SGC-DEPARTAMENTO.
           MOVE TA-PLAN(WS-TIT-POS) TO SGC-PLAN.
           MOVE TA-NIVEL(WS-TIT-POS) TO SGC-NIVEL.
           MOVE WS-CUOTA TO SGC-CUOTA-EMPLEADO.
           MOVE WS-COSTO-PATRON TO SGC-COSTO-PATRON.
           MOVE WS-EXENTO TO SGC-EXENTO.
           MOVE WS-GRAVADO TO SGC-GRAVADO.
           WRITE SGMMCOST-RECORD.
           ADD WS-CUOTA TO WS-TOTAL-CUOTAS.
           ADD WS-COSTO-PATRON TO WS-TOTAL-PATRON.
           ADD WS-GRAVADO TO WS-TOTAL-GRAVADO.

       ESCRIBE-PRIMA.
           MOVE TA-DATO-ID(WS-TIT-POS) TO WS-P-ID.
           MOVE TA-NOMBRE(WS-TIT-POS) TO WS-P-NOMBRE.
           MOVE TA-PLAN(WS-TIT-POS) TO WS-P-PLAN.
           MOVE TA-NIVEL(WS-TIT-POS) TO WS-P-NIVEL.
           MOVE WS-NUM-VIGENTES TO WS-P-ASEG.
           MOVE WS-PRIMA-PERIODO TO WS-P-PRIMA.
           MOVE WS-CUOTA TO WS-P-CUOTA.
           MOVE WS-COSTO-PATRON TO WS-P-PATRON.
           MOVE WS-GRAVADO TO WS-P-GRAVADO.
           MOVE WS-MOTIVO TO WS-P-DETALLE.
           MOVE WS-PRIMA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * UMA de mayor fecha efectiva que no exceda la fecha de la
      * corrida, misma seleccion por fecha que VALES.cbl
       BUSCA-UMA-VIGENTE.
           OPEN INPUT UMA-FILE.
           IF WS-UMA-STATUS = "00"
              PERFORM UNTIL WS-UMA-STATUS NOT = "00"
                 READ UMA-FILE
                    AT END MOVE "10" TO WS-UMA-STATUS
                    NOT AT END
                       IF UMA-FECHA-EFECTIVA NOT > WS-FECHA-HOY
                          AND UMA-FECHA-EFECTIVA NOT < WS-UMA-FECHA
                          MOVE UMA-FECHA-EFECTIVA TO WS-UMA-FECHA
                          MOVE UMA-VALOR TO WS-UMA-VIGENTE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE UMA-FILE.

       CARGA-DEDUCCIONES-VIVAS.
           OPEN INPUT DEDUCCION-FILE.
           IF WS-DEDUCCION-STATUS = "00"
              PERFORM UNTIL WS-DEDUCCION-STATUS NOT = "00"
                 READ DEDUCCION-FILE
                    AT END MOVE "10" TO WS-DEDUCCION-STATUS
                    NOT AT END
                       IF DEDUCCION-LINEA(1:3) NOT = 'HDR'
                          AND DEDUCCION-LINEA(1:3) NOT = 'TRL'
                          IF WS-NUM-DEDS = 15000
                             DISPLAY "TABLA LLENA: WS-NUM-DEDS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-DEDS
                          MOVE DED-DATO-ID TO
                              TD-DATO-ID(WS-NUM-DEDS)
                          MOVE DED-CODIGO TO TD-CODIGO(WS-NUM-DEDS)
                          MOVE DED-MONTO TO TD-MONTO(WS-NUM-DEDS)
                          MOVE DEDUCCION-LINEA(17:8) TO
                              TD-INICIO(WS-NUM-DEDS)
                          MOVE DEDUCCION-LINEA(25:8) TO
                              TD-FIN(WS-NUM-DEDS)
                          MOVE DEDUCCION-LINEA(33:9) TO
                              TD-META(WS-NUM-DEDS)
                          MOVE 'N' TO TD-BORRADO(WS-NUM-DEDS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEDUCCION-FILE
           END-IF.

      * regraba DEDUCCION.DAT con etiquetas frescas (conteo y hash
      * de montos), igual que VIATLIQ.cbl
       REGRABA-DEDUCCIONES.
           OPEN OUTPUT DEDUCCION-NEW.
           IF WS-DEDUCCION-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/DEDUCCION.DAT.NEW: "
                  WS-DEDUCCION-NEW-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'HDR' TO LBLH-TIPO.
           MOVE 'DEDUCCON' TO LBLH-ARCHIVO.
           MOVE WS-FECHA-HOY TO LBLH-FECHA.
           MOVE ZERO TO LBLH-PERIODO.
           MOVE SPACES TO DEDUCCION-NEW-LINEA.
           MOVE LBL-HEADER TO DEDUCCION-NEW-LINEA(1:21).
           WRITE DEDUCCION-NEW-LINEA.
           MOVE ZERO TO WS-LBL-CONTEO WS-LBL-HASH-MONTO.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-NUM-DEDS
              IF TD-BORRADO(TD-IDX) = 'N'
                 MOVE TD-DATO-ID(TD-IDX) TO WS-DS-DATO-ID
                 MOVE TD-CODIGO(TD-IDX) TO WS-DS-CODIGO
                 MOVE TD-MONTO(TD-IDX) TO WS-DS-MONTO
                 MOVE TD-INICIO(TD-IDX) TO WS-DS-INICIO
                 MOVE TD-FIN(TD-IDX) TO WS-DS-FIN
                 MOVE TD-META(TD-IDX) TO WS-DS-META
                 MOVE SPACES TO DEDUCCION-NEW-LINEA
                 MOVE WS-DED-SALIDA TO DEDUCCION-NEW-LINEA(1:41)
                 WRITE DEDUCCION-NEW-LINEA
                 ADD 1 TO WS-LBL-CONTEO
                 ADD TD-MONTO(TD-IDX) TO WS-LBL-HASH-MONTO
              END-IF
           END-PERFORM.
           MOVE 'TRL' TO LBLT-TIPO.
           MOVE WS-LBL-CONTEO TO LBLT-CONTEO.
           MOVE ZERO TO LBLT-HASH-HORAS.
           MOVE WS-LBL-HASH-MONTO TO LBLT-HASH-MONTO.
           MOVE SPACES TO DEDUCCION-NEW-LINEA.
           MOVE LBL-TRAILER TO DEDUCCION-NEW-LINEA(1:27).
           WRITE DEDUCCION-NEW-LINEA.
           CLOSE DEDUCCION-NEW.
           CALL "CBL_RENAME_FILE" USING WS-RUTA-DED-NUEVA
               WS-RUTA-DED-VIEJA.
           IF RETURN-CODE NOT = 0
              DISPLAY "ERROR AL REEMPLAZAR data/DEDUCCION.DAT, RC="
                  RETURN-CODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * la inscripcion con las coberturas terminadas por baja del
      * empleado (patron .NEW + CBL_RENAME_FILE)
       REGRABA-SGMM.
           OPEN OUTPUT SGMM-FILE-NEW.
           IF WS-SGMM-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/SGMM.DAT.NEW: "
                  WS-SGMM-NEW-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING TA-IDX FROM 1 BY 1
                   UNTIL TA-IDX > WS-NUM-ASEG
              MOVE TA-ENTRY(TA-IDX) TO SGMM-NEW-LINEA
              WRITE SGMM-NEW-LINEA
           END-PERFORM.
           CLOSE SGMM-FILE-NEW.
           CALL "CBL_RENAME_FILE" USING WS-RUTA-SGMM-NUEVA
               WS-RUTA-SGMM-VIEJA.
           IF RETURN-CODE NOT = 0
              DISPLAY "ERROR AL REEMPLAZAR data/SGMM.DAT, RC="
                  RETURN-CODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *****************************************************************
      * lo esperado de la familia del titular en turno en el mes:
      * asegurados cubiertos algun dia y la prima del titular
      * prorrateada por sus dias cubiertos, con la tarifa vigente al
      * fin de mes (un cambio de plan dentro del mes se cobra completo
      * con el plan nuevo, como lo factura la aseguradora)
      *****************************************************************
       CALCULA-ESPERADO-MES.
           MOVE ZERO TO WS-ESP-ASEGURADOS WS-ESP-PRIMA.
           MOVE 'N' TO WS-SIN-TARIFA.
           PERFORM VARYING WS-ASEG-POS FROM 1 BY 1
                   UNTIL WS-ASEG-POS > WS-NUM-ASEG
              IF TA-DATO-ID(WS-ASEG-POS) = TA-DATO-ID(WS-TIT-POS)
                 PERFORM VERIFICA-CUBIERTO-MES
                 IF CUBIERTO-EN-MES
                    ADD 1 TO WS-ESP-ASEGURADOS
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-MES-FIN TO WS-FECHA-TARIFA.
           PERFORM BUSCA-TARIFA.
           IF WS-PLN-POS = ZERO
              MOVE 'S' TO WS-SIN-TARIFA
           ELSE
              MOVE WS-TIT-POS TO WS-ASEG-POS
              PERFORM VERIFICA-CUBIERTO-MES
              COMPUTE WS-ESP-PRIMA ROUNDED =
                  TP-PRIMA(WS-PLN-POS) * WS-DIAS-CUBIERTOS
                  / WS-DIAS-MES
           END-IF.

      * el asegurado WS-ASEG-POS estuvo cubierto algun dia del mes;
      * WS-DIAS-CUBIERTOS son los dias del mes entre su alta y su baja
       VERIFICA-CUBIERTO-MES.
           MOVE 'N' TO WS-CUBIERTO-MES.
           MOVE ZERO TO WS-DIAS-CUBIERTOS.
           IF TA-ALTA(WS-ASEG-POS) NOT > WS-MES-FIN
              AND (TA-BAJA(WS-ASEG-POS) = ZERO
                   OR TA-BAJA(WS-ASEG-POS) NOT < WS-MES-INICIO)
              MOVE 'S' TO WS-CUBIERTO-MES
              IF TA-ALTA(WS-ASEG-POS) > WS-MES-INICIO
                 MOVE TA-ALTA(WS-ASEG-POS) TO WS-DESDE
              ELSE
                 MOVE WS-MES-INICIO TO WS-DESDE
              END-IF
              IF TA-BAJA(WS-ASEG-POS) = ZERO
                 OR TA-BAJA(WS-ASEG-POS) > WS-MES-FIN
                 MOVE WS-MES-FIN TO WS-HASTA
              ELSE
                 MOVE TA-BAJA(WS-ASEG-POS) TO WS-HASTA
              END-IF
              COMPUTE WS-DIAS-CUBIERTOS =
                  FUNCTION INTEGER-OF-DATE(WS-HASTA)
                  - FUNCTION INTEGER-OF-DATE(WS-DESDE) + 1
           END-IF.

      *****************************************************************
      * modo 'C': censo del mes para la aseguradora
      *****************************************************************
       GENERA-CENSO.
           MOVE "data/SGMMCENSO.RPT" TO WS-RUTA-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "SGMMCALC: NO SE PUDO ABRIR "
                  "data/SGMMCENSO.RPT: " WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CENSO-FILE.
           IF WS-CENSO-STATUS NOT = "00"
              DISPLAY "SGMMCALC: NO SE PUDO ABRIR "
                  "data/SGMMCENSO.OUT: " WS-CENSO-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'CENSO DEL SEGURO DE GASTOS MEDICOS MAYORES' TO
               WS-T-TITULO.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE PRM-MES TO WS-T-MES.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-MES TO WS-CH-MES.
           MOVE WS-FECHA-HOY TO WS-CH-FECHA.
           MOVE WS-CEN-ENCABEZADO TO CENSO-LINE.
           WRITE CENSO-LINE.

           PERFORM VARYING TA-IDX FROM 1 BY 1
                   UNTIL TA-IDX > WS-NUM-ASEG
              IF TA-SECUENCIA(TA-IDX) = ZERO
                 SET WS-TIT-POS TO TA-IDX
                 MOVE WS-TIT-POS TO WS-ASEG-POS
                 PERFORM VERIFICA-CUBIERTO-MES
                 IF CUBIERTO-EN-MES
                    PERFORM CENSO-FAMILIA
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-NUM-CENSO TO WS-CT-CONTEO.
           MOVE WS-TOTAL-ESPERADO TO WS-CT-TOTAL.
           MOVE WS-CEN-TRAILER TO CENSO-LINE.
           WRITE CENSO-LINE.
           CLOSE CENSO-FILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ASEGURADOS EN EL CENSO: ' WS-NUM-CENSO
               '  ALTAS DEL MES: ' WS-NUM-ALTAS
               '  BAJAS DEL MES: ' WS-NUM-BAJAS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRIMA TOTAL DEL MES' TO WS-TL-CONCEPTO.
           MOVE WS-TOTAL-ESPERADO TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           IF WS-NUM-INCIDENCIAS > ZERO
              MOVE 4 TO WS-RC
           END-IF.
           DISPLAY "SGMMCALC: CENSO " WS-MES ", " WS-NUM-CENSO
               " ASEGURADO(S), " WS-NUM-INCIDENCIAS
               " INCIDENCIA(S); VER data/SGMMCENSO.RPT".

      * un renglon D por cada asegurado de la familia cubierto en el
      * mes; la prima va en el renglon del titular
       CENSO-FAMILIA.
           PERFORM CALCULA-ESPERADO-MES.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM BUSCA-EMPLEADO.
           IF WS-EMP-POS = ZERO
              MOVE 'DATO-ID SIN REGISTRO MAESTRO' TO WS-MOTIVO
              PERFORM ESCRIBE-INCIDENCIA-CENSO
           END-IF.
           IF FAMILIA-SIN-TARIFA
              MOVE 'PLAN/NIVEL SIN PRIMA VIGENTE AL FIN DE MES' TO
                  WS-MOTIVO
              PERFORM ESCRIBE-INCIDENCIA-CENSO
           END-IF.
           ADD WS-ESP-PRIMA TO WS-TOTAL-ESPERADO.
           PERFORM VARYING WS-ASEG-POS FROM 1 BY 1
                   UNTIL WS-ASEG-POS > WS-NUM-ASEG
              IF TA-DATO-ID(WS-ASEG-POS) = TA-DATO-ID(WS-TIT-POS)
                 PERFORM VERIFICA-CUBIERTO-MES
                 IF CUBIERTO-EN-MES
                    PERFORM ESCRIBE-CENSO
                 END-IF
              END-IF
           END-PERFORM.

       ESCRIBE-CENSO.
           MOVE TA-DATO-ID(WS-ASEG-POS) TO WS-CD-DATO-ID.
           MOVE TA-SECUENCIA(WS-ASEG-POS) TO WS-CD-SECUENCIA.
           MOVE TA-PARENTESCO(WS-ASEG-POS) TO WS-CD-PARENTESCO.
           MOVE SPACE TO WS-CD-MOVIMIENTO.
           IF TA-ALTA(WS-ASEG-POS) NOT < WS-MES-INICIO
              MOVE 'A' TO WS-CD-MOVIMIENTO
              ADD 1 TO WS-NUM-ALTAS
           END-IF.
      * una baja dentro del mes pesa mas que el alta del mismo mes
           IF TA-BAJA(WS-ASEG-POS) NOT = ZERO
              AND TA-BAJA(WS-ASEG-POS) NOT > WS-MES-FIN
              IF WS-CD-MOVIMIENTO = 'A'
                 SUBTRACT 1 FROM WS-NUM-ALTAS
              END-IF
              MOVE 'B' TO WS-CD-MOVIMIENTO
              ADD 1 TO WS-NUM-BAJAS
           END-IF.
           MOVE TA-PLAN(WS-TIT-POS) TO WS-CD-PLAN.
           MOVE TA-NIVEL(WS-TIT-POS) TO WS-CD-NIVEL.
           MOVE TA-FECHA-NAC(WS-ASEG-POS) TO WS-CD-FECHA-NAC.
           MOVE TA-ALTA(WS-ASEG-POS) TO WS-CD-ALTA.
           MOVE TA-BAJA(WS-ASEG-POS) TO WS-CD-BAJA.
           IF WS-ASEG-POS = WS-TIT-POS
              MOVE WS-ESP-PRIMA TO WS-CD-PRIMA
           ELSE
              MOVE ZERO TO WS-CD-PRIMA
           END-IF.
           IF WS-EMP-POS = ZERO
              MOVE SPACES TO WS-CD-COMPANIA
           ELSE
              MOVE TAB-EMP-CIA(WS-EMP-POS) TO WS-CD-COMPANIA
           END-IF.
           MOVE TA-NOMBRE(WS-ASEG-POS) TO WS-CD-NOMBRE.
           MOVE WS-CEN-DETALLE TO CENSO-LINE.
           WRITE CENSO-LINE.
           ADD 1 TO WS-NUM-CENSO.

       ESCRIBE-INCIDENCIA-CENSO.
           ADD 1 TO WS-NUM-INCIDENCIAS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'INCIDENCIA DATO-ID ' TA-DATO-ID(WS-TIT-POS) ': '
               WS-MOTIVO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * modo 'R': conciliacion contra la factura de la aseguradora
      *****************************************************************
       CONCILIA-FACTURA.
           MOVE "data/SGMMCONC.RPT" TO WS-RUTA-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "SGMMCALC: NO SE PUDO ABRIR "
                  "data/SGMMCONC.RPT: " WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'CONCILIACION DE LA FACTURA DE GASTOS MEDICOS' TO
               WS-T-TITULO.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE PRM-MES TO WS-T-MES.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENC-CONC-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CARGA-FACTURA.
           IF WS-NUM-FACT = ZERO
              MOVE 'SIN RENGLONES DEL MES EN data/SGMMFACT.DAT' TO
                  REPORT-LINE
              WRITE REPORT-LINE
              CLOSE REPORT-FILE
              DISPLAY "SGMMCALC: SIN FACTURA DEL MES " WS-MES
                  " EN data/SGMMFACT.DAT"
              MOVE 8 TO WS-RC
           ELSE
              PERFORM VARYING TA-IDX FROM 1 BY 1
                      UNTIL TA-IDX > WS-NUM-ASEG
                 IF TA-SECUENCIA(TA-IDX) = ZERO
                    SET WS-TIT-POS TO TA-IDX
                    MOVE WS-TIT-POS TO WS-ASEG-POS
                    PERFORM VERIFICA-CUBIERTO-MES
                    IF CUBIERTO-EN-MES
                       PERFORM CONCILIA-TITULAR
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM VARYING FAC-IDX FROM 1 BY 1
                      UNTIL FAC-IDX > WS-NUM-FACT
                 IF TF-USADO(FAC-IDX) = 'N'
                    SET WS-FAC-POS TO FAC-IDX
                    PERFORM FACTURADO-SIN-COBERTURA
                 END-IF
              END-PERFORM
              PERFORM IMPRIME-TOTALES-CONC
              CLOSE REPORT-FILE
              IF WS-NUM-DIFERENCIAS > ZERO
                 MOVE 4 TO WS-RC
              END-IF
              DISPLAY "SGMMCALC: CONCILIACION " WS-MES ", "
                  WS-NUM-DIFERENCIAS " DIFERENCIA(S); VER "
                  "data/SGMMCONC.RPT"
           END-IF.

      * renglones de la factura del mes; un segundo renglon del mismo
      * certificado es un cobro duplicado y se reporta desde aqui
       CARGA-FACTURA.
           OPEN INPUT SGMMFACT-FILE.
           IF WS-SGMMFACT-STATUS = "00"
              PERFORM UNTIL WS-SGMMFACT-STATUS NOT = "00"
                 READ SGMMFACT-FILE
                    AT END MOVE "10" TO WS-SGMMFACT-STATUS
                    NOT AT END
                       IF FAC-MES = WS-MES
                          PERFORM AGREGA-FACTURA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SGMMFACT-FILE.

       AGREGA-FACTURA.
           ADD FAC-PRIMA TO WS-TOTAL-FACTURADO.
           PERFORM VARYING FAC-IDX FROM 1 BY 1
                   UNTIL FAC-IDX > WS-NUM-FACT
              IF TF-DATO-ID(FAC-IDX) = FAC-DATO-ID
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF FAC-IDX NOT > WS-NUM-FACT
              MOVE SPACES TO WS-CONC-LINE
              MOVE FAC-DATO-ID TO WS-C-ID
              MOVE FAC-PLAN TO WS-C-PLAN-FAC
              MOVE FAC-NIVEL TO WS-C-NIVEL-FAC
              MOVE FAC-ASEGURADOS TO WS-C-ASEG-FAC
              MOVE ZERO TO WS-C-ESPERADO
              MOVE FAC-PRIMA TO WS-C-FACTURADO
              COMPUTE WS-DIFERENCIA = FAC-PRIMA
              MOVE WS-DIFERENCIA TO WS-C-DIFERENCIA
              MOVE 'RENGLON DUPLICADO EN LA FACTURA' TO WS-C-DETALLE
              PERFORM ESCRIBE-DIFERENCIA
           ELSE
              IF WS-NUM-FACT = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-FACT"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-FACT
              MOVE FAC-DATO-ID TO TF-DATO-ID(WS-NUM-FACT)
              MOVE FAC-PLAN TO TF-PLAN(WS-NUM-FACT)
              MOVE FAC-NIVEL TO TF-NIVEL(WS-NUM-FACT)
              MOVE FAC-ASEGURADOS TO TF-ASEGURADOS(WS-NUM-FACT)
              MOVE FAC-PRIMA TO TF-PRIMA(WS-NUM-FACT)
              MOVE 'N' TO TF-USADO(WS-NUM-FACT)
           END-IF.

      * lo esperado del titular contra su renglon de la factura; una
      * diferencia de prima de hasta un peso es redondeo
       CONCILIA-TITULAR.
           PERFORM CALCULA-ESPERADO-MES.
           ADD WS-ESP-PRIMA TO WS-TOTAL-ESPERADO.
           MOVE SPACES TO WS-CONC-LINE.
           MOVE TA-DATO-ID(WS-TIT-POS) TO WS-C-ID.
           MOVE TA-PLAN(WS-TIT-POS) TO WS-C-PLAN-ESP.
           MOVE TA-NIVEL(WS-TIT-POS) TO WS-C-NIVEL-ESP.
           MOVE WS-ESP-ASEGURADOS TO WS-C-ASEG-ESP.
           MOVE WS-ESP-PRIMA TO WS-C-ESPERADO.
           MOVE ZERO TO WS-FAC-POS.
           PERFORM VARYING FAC-IDX FROM 1 BY 1
                   UNTIL FAC-IDX > WS-NUM-FACT
              IF TF-DATO-ID(FAC-IDX) = TA-DATO-ID(WS-TIT-POS)
                 SET WS-FAC-POS TO FAC-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FAC-POS = ZERO
              MOVE ZERO TO WS-C-FACTURADO
              COMPUTE WS-DIFERENCIA = ZERO - WS-ESP-PRIMA
              MOVE WS-DIFERENCIA TO WS-C-DIFERENCIA
              MOVE 'CUBIERTO SIN COBRO EN LA FACTURA' TO WS-C-DETALLE
              PERFORM ESCRIBE-DIFERENCIA
           ELSE
              MOVE 'S' TO TF-USADO(WS-FAC-POS)
              MOVE TF-PLAN(WS-FAC-POS) TO WS-C-PLAN-FAC
              MOVE TF-NIVEL(WS-FAC-POS) TO WS-C-NIVEL-FAC
              MOVE TF-ASEGURADOS(WS-FAC-POS) TO WS-C-ASEG-FAC
              MOVE TF-PRIMA(WS-FAC-POS) TO WS-C-FACTURADO
              COMPUTE WS-DIFERENCIA =
                  TF-PRIMA(WS-FAC-POS) - WS-ESP-PRIMA
              MOVE WS-DIFERENCIA TO WS-C-DIFERENCIA
              EVALUATE TRUE
                 WHEN TF-PLAN(WS-FAC-POS) NOT = TA-PLAN(WS-TIT-POS)
                    OR TF-NIVEL(WS-FAC-POS) NOT = TA-NIVEL(WS-TIT-POS)
                    MOVE 'PLAN O NIVEL DISTINTO' TO WS-C-DETALLE
                    PERFORM ESCRIBE-DIFERENCIA
                 WHEN TF-ASEGURADOS(WS-FAC-POS) NOT =
                      WS-ESP-ASEGURADOS
                    MOVE 'NUMERO DE ASEGURADOS DISTINTO' TO
                        WS-C-DETALLE
                    PERFORM ESCRIBE-DIFERENCIA
                 WHEN FUNCTION ABS(WS-DIFERENCIA) > 1
                    MOVE 'PRIMA DISTINTA' TO WS-C-DETALLE
                    PERFORM ESCRIBE-DIFERENCIA
              END-EVALUATE
           END-IF.
           IF FAMILIA-SIN-TARIFA
              MOVE 'PLAN/NIVEL SIN PRIMA VIGENTE AL FIN DE MES' TO
                  WS-C-DETALLE
              PERFORM ESCRIBE-DIFERENCIA
           END-IF.

       FACTURADO-SIN-COBERTURA.
           MOVE SPACES TO WS-CONC-LINE.
           MOVE TF-DATO-ID(WS-FAC-POS) TO WS-C-ID.
           MOVE ZERO TO WS-C-ESPERADO.
           MOVE TF-PLAN(WS-FAC-POS) TO WS-C-PLAN-FAC.
           MOVE TF-NIVEL(WS-FAC-POS) TO WS-C-NIVEL-FAC.
           MOVE TF-ASEGURADOS(WS-FAC-POS) TO WS-C-ASEG-FAC.
           MOVE TF-PRIMA(WS-FAC-POS) TO WS-C-FACTURADO.
           COMPUTE WS-DIFERENCIA = TF-PRIMA(WS-FAC-POS).
           MOVE WS-DIFERENCIA TO WS-C-DIFERENCIA.
           MOVE 'COBRADO SIN COBERTURA EN EL MES' TO WS-C-DETALLE.
           PERFORM ESCRIBE-DIFERENCIA.

       ESCRIBE-DIFERENCIA.
           ADD 1 TO WS-NUM-DIFERENCIAS.
           MOVE WS-CONC-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-TOTALES-CONC.
           COMPUTE WS-TOTAL-DIFERENCIA =
               WS-TOTAL-FACTURADO - WS-TOTAL-ESPERADO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL FACTURADO' TO WS-TL-CONCEPTO.
           MOVE WS-TOTAL-FACTURADO TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL ESPERADO' TO WS-TL-CONCEPTO.
           MOVE WS-TOTAL-ESPERADO TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DIFERENCIA' TO WS-TL-CONCEPTO.
           MOVE WS-TOTAL-DIFERENCIA TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RENGLONES CON DIFERENCIA: ' WS-NUM-DIFERENCIAS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       AVISA-BITACORA.
           MOVE 'SGMMCALC' TO LOG-PROGRAMA.
           IF WS-NUM-INCIDENCIAS > ZERO OR WS-NUM-DIFERENCIAS > ZERO
              OR WS-RC > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           EVALUATE TRUE
              WHEN PRM-PRIMAS
                 STRING 'SGMM PRIMAS: ' WS-NUM-DESCUENTOS
                     ' DESCUENTOS, ' WS-NUM-BAJAS-AUTO
                     ' BAJAS, ' WS-NUM-INCIDENCIAS ' INCIDENCIAS'
                     DELIMITED BY SIZE INTO LOG-MENSAJE
              WHEN PRM-CENSO
                 STRING 'SGMM CENSO ' WS-MES ': ' WS-NUM-CENSO
                     ' ASEGURADOS, ' WS-NUM-INCIDENCIAS
                     ' INCIDENCIAS'
                     DELIMITED BY SIZE INTO LOG-MENSAJE
              WHEN PRM-CONCILIA
                 STRING 'SGMM CONCILIACION ' WS-MES ': '
                     WS-NUM-DIFERENCIAS ' DIFERENCIAS'
                     DELIMITED BY SIZE INTO LOG-MENSAJE
           END-EVALUATE.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.

      * una tabla en memoria llena no se trunca en silencio: un
      * asegurado de menos es una prima que nadie cobra
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
