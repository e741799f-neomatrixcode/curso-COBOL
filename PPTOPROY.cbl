      * PPTOPROY: proyeccion del costo de nomina del ano siguiente
      * para el ciclo de presupuesto de octubre. Hasta ahora finanzas
      * la armaba en una hoja de calculo desde un PAYREG impreso y
      * luego se tecleaba data/DEPTBUD.DAT renglon por renglon. Este
      * programa parte del maestro vigente (data/EMPLOYEE.DAT, activos
      * y en licencia) y de las tarifas de data/PAYRATE.DAT, y
      * proyecta periodo por periodo, con el calendario de cada
      * compania (data/CIACAL.DAT: 26 quincenas de 14 dias o 52
      * semanas de 7 desde el 1 de enero, igual que CALENDARIO.cbl):
      *   - el sueldo del periodo: SCHEDULED-HORAS por la tarifa del
      *     grado (el PAGO del maestro si el grado no tiene tarifa; el
      *     ultimo SALARIO si es destajo), con los incrementos
      *     planeados por grado y por departamento de
      *     data/PPTOINC.DAT (ver PPTINCRC.cpy) desde su mes, y nunca
      *     por debajo del minimo por hora de su zona vigente al fin
      *     del periodo (data/SALMIN.DAT, mismas zonas y jornada de 8
      *     que SALMINVF.cbl): los minimos nuevos se dan de alta ahi
      *     con su fecha efectiva del ano proyectado
      *   - la carga patronal con las reglas de CARGAPAT.cbl: los
      *     porcentajes de data/PATRONAL.DAT y la prima de riesgo de
      *     trabajo de la compania (data/PRIMART.DAT o el renglon
      *     'RT') sobre la base de cotizacion, y el impuesto sobre
      *     nomina del estado (data/EDOTAX.DAT) sobre el sueldo; la
      *     base de cotizacion sigue a SBCCALC.cbl: el sueldo por el
      *     factor de integracion de la antiguedad al fin del periodo,
      *     topado a 25 UMA diarias (data/UMA.DAT vigente al fin del
      *     periodo, la UMA nueva se da de alta con su fecha) por los
      *     dias del periodo. Un asimilado solo causa el impuesto
      *     sobre nomina, y solo si su estado lo grava
      *   - la provision de aguinaldo y prima vacacional con la regla
      *     de ACUMPROV.cpy (sueldo x 15/365 y sueldo x 3/365; nada
      *     para asimilados)
      *   - la PTU de mayo: la bolsa estimada que da finanzas (pesos
      *     enteros, cero si no se proyecta) repartida como
      *     PTUCALC.cbl, mitad por dias del ejercicio desde
      *     FECHA-INGRESO y mitad por el sueldo proyectado del ano,
      *     sin los grados de data/PTUEXCL.DAT ni asimilados
      * La plantilla se proyecta completa todo el ano: ni bajas ni
      * plazas vacantes por cubrir (esas se agregan en la hoja de
      * aprobacion de finanzas).
      * Salidas: data/PPTOPROY.RPT con el costo por COMPANIA/
      * DEPARTAMENTO y mes (sueldos, carga patronal, provision de
      * aguinaldo/prima vacacional, PTU y costo total) y los totales
      * por mes; y data/PPTOPROY.BUD con los renglones de
      * presupuesto del ano proyectado en el layout de DPTBUDRC.cpy:
      * el sueldo proyectado por DEPARTAMENTO y periodo del
      * calendario corporativo quincenal, que es lo que DEPTROLL.cbl
      * compara contra el SALARIO de cada corrida (la carga, las
      * provisiones y la PTU no entran al renglon de presupuesto
      * porque el rollup no las mide). jobs/PPTOPROY.job lo deja como
      * propuesta y, aprobado, como DEPTBUD.DAT del ano nuevo.
      * COND-CODE 4 si alguna tarifa proyectada quedo por debajo del
      * minimo (se proyecto con el minimo: hay que revisar PAYRATE
      * antes de enero) o si falta el minimo o la UMA del ano, 8 si
      * no hay empleados que proyectar, 12 si falta el maestro.
      * uso: jobs/PPTOPROY.job PROYECTA AAAA [BOLSA-PTU]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPTOPROY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO "data/PAYRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRATE-STATUS.

      * incrementos planeados (ver PPTINCRC.cpy); sin archivo se
      * proyecta con las tarifas de hoy
           SELECT OPTIONAL PPTOINC-FILE ASSIGN TO "data/PPTOINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPTOINC-STATUS.

           SELECT OPTIONAL CIACAL-FILE ASSIGN TO "data/CIACAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIACAL-STATUS.

           SELECT OPTIONAL SALMIN-FILE ASSIGN TO "data/SALMIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALMIN-STATUS.

           SELECT OPTIONAL UMA-FILE ASSIGN TO "data/UMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMA-STATUS.

           SELECT OPTIONAL PATRONAL-FILE ASSIGN TO "data/PATRONAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRONAL-STATUS.

           SELECT OPTIONAL PRIMART-FILE ASSIGN TO "data/PRIMART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMART-STATUS.

           SELECT OPTIONAL EDOTAX-FILE ASSIGN TO "data/EDOTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDOTAX-STATUS.

           SELECT OPTIONAL PTUEXCL-FILE ASSIGN TO "data/PTUEXCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTUEXCL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/PPTOPROY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT DEPTBUD-FILE ASSIGN TO "data/PPTOPROY.BUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTBUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

      * las etiquetas HDR/TRL son mas largas que el registro de
      * tarifa (mismo arreglo que SALMINVF.cbl)
       FD  PAY-RATE-FILE.
           COPY PAYRATE.
       01  PAY-RATE-LINEA PIC X(40).

       FD  PPTOINC-FILE.
           COPY PPTINCRC.

       FD  CIACAL-FILE.
           COPY CIACALRC.

       FD  SALMIN-FILE.
           COPY SALMINRC.

       FD  UMA-FILE.
       01  UMA-RECORD.
           05  UMA-FECHA-EFECTIVA PIC 9(8).
           05  UMA-VALOR          PIC 9(5)V99.

       FD  PATRONAL-FILE.
           COPY PATRONRC.

       FD  PRIMART-FILE.
           COPY PRIMRTRC.

       FD  EDOTAX-FILE.
           COPY EDOTAXRC.

       FD  PTUEXCL-FILE.
       01  PTUEXCL-RECORD.
           05  PEX-JOB-GRADE      PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       FD  DEPTBUD-FILE.
           COPY DPTBUDRC.

       WORKING-STORAGE SECTION.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-PAYRATE-STATUS PIC XX VALUE SPACES.
           77 WS-PPTOINC-STATUS PIC XX VALUE SPACES.
           77 WS-CIACAL-STATUS PIC XX VALUE SPACES.
           77 WS-SALMIN-STATUS PIC XX VALUE SPACES.
           77 WS-UMA-STATUS PIC XX VALUE SPACES.
           77 WS-PATRONAL-STATUS PIC XX VALUE SPACES.
           77 WS-PRIMART-STATUS PIC XX VALUE SPACES.
           77 WS-EDOTAX-STATUS PIC XX VALUE SPACES.
           77 WS-PTUEXCL-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-DEPTBUD-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * ejercicio proyectado y bolsa de PTU estimada (pesos enteros)
      * (ACCEPT desde jobs/PPTOPROY.job, mismo esquema que
      * PTUCALC.cbl)
           77 WS-ANIO PIC 9(4) VALUE ZERO.
           77 WS-BOLSA PIC 9(9) VALUE ZERO.
           77 WS-INICIO-ANIO PIC 9(8) VALUE ZERO.
           77 WS-FIN-ANIO PIC 9(8) VALUE ZERO.
           77 WS-INICIO-ENT PIC S9(9) VALUE ZERO.
           77 WS-FIN-ENT PIC S9(9) VALUE ZERO.

      * tarifas por grado (PAYRATE.DAT)
           77 WS-NUM-TARIFAS PIC 99 VALUE ZERO.
       01  TABLA-TARIFAS.
           05  TARIFA-ENTRY OCCURS 50 TIMES
                   INDEXED BY TARIFA-IDX.
               10  TAB-GRADO           PIC X(2).
               10  TAB-TARIFA          PIC 9(5)V99.
               10  TAB-TARIFA-MAX      PIC 9(5)V99.

      * incrementos planeados por grado y por departamento
           77 WS-NUM-INCREMENTOS PIC 9(3) VALUE ZERO.
       01  TABLA-INCREMENTOS.
           05  INC-ENTRY OCCURS 200 TIMES
                   INDEXED BY INC-IDX.
               10  TAB-INC-TIPO        PIC X.
               10  TAB-INC-CLAVE       PIC X(4).
               10  TAB-INC-PCT         PIC 9(2)V99.
               10  TAB-INC-MES         PIC 99.

      * frecuencia de pago por compania (CIACAL.DAT); la compania sin
      * renglon va en el quincenal corporativo
           77 WS-NUM-CIAS PIC 9 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 9 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA-CODIGO      PIC XX.
               10  TAB-CIA-FRECUENCIA  PIC X.

      * maestros con fecha efectiva: minimos por zona, UMA y prima de
      * riesgo por compania; cada periodo toma el renglon vigente a
      * su fecha de fin
           77 WS-NUM-SALMIN PIC 99 VALUE ZERO.
       01  TABLA-SALMIN.
           05  SALMIN-ENTRY OCCURS 50 TIMES
                   INDEXED BY SMN-IDX.
               10  TAB-SMN-ZONA        PIC X(3).
               10  TAB-SMN-FECHA       PIC 9(8).
               10  TAB-SMN-VALOR       PIC 9(5)V99.
           77 WS-NUM-UMAS PIC 99 VALUE ZERO.
       01  TABLA-UMAS.
           05  UMA-ENTRY OCCURS 50 TIMES
                   INDEXED BY UMA-IDX.
               10  TAB-UMA-FECHA       PIC 9(8).
               10  TAB-UMA-VALOR       PIC 9(5)V99.
           77 WS-NUM-PRIMAS PIC 9(3) VALUE ZERO.
       01  TABLA-PRIMAS-RT.
           05  PRIMA-RT-ENTRY OCCURS 100 TIMES
                   INDEXED BY PRI-IDX.
               10  TAB-PRI-CIA         PIC XX.
               10  TAB-PRI-FECHA       PIC 9(8).
               10  TAB-PRI-PRIMA       PIC 9(2)V9(5).

      * porcentajes patronales sumados (IMSS + INFONAVIT + lo que se
      * agregue), como CARGA-PORCENTAJES-PATRONALES en CARGAPAT.cbl
           77 WS-PCT-PATRONAL PIC 9(3)V9999 VALUE ZERO.
           77 WS-PRIMA-RT-GENERAL PIC 9(2)V9999 VALUE ZERO.

      * tasas de impuesto sobre nomina por estado
           77 WS-NUM-TASAS PIC 99 VALUE ZERO.
       01  TABLA-TASAS.
           05  TASA-ENTRY OCCURS 32 TIMES
                   INDEXED BY TASA-IDX.
               10  TAB-TASA-ESTADO     PIC X(3).
               10  TAB-TASA            PIC 9(2)V9999.
               10  TAB-TASA-ASIM       PIC X.

           77 WS-NUM-EXCLUIDOS PIC 99 VALUE ZERO.
       01  TABLA-EXCLUIDOS.
           05  EXC-ENTRY OCCURS 50 TIMES
                   INDEXED BY EXC-IDX.
               10  TAB-EXC-GRADO       PIC X(2).

      * empleados proyectados: lo que el reparto de la PTU necesita
      * (dias del ejercicio y sueldo proyectado del ano) y a que
      * COMPANIA/DEPARTAMENTO va su parte
           77 WS-NUM-EMPS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID          PIC 9(5).
               10  TAB-EMP-CIA         PIC XX.
               10  TAB-EMP-DEPTO       PIC X(4).
               10  TAB-EMP-PTU         PIC X.
               10  TAB-EMP-DIAS        PIC 9(3).
               10  TAB-EMP-ANUAL       PIC 9(9)V99.

      * costo proyectado por COMPANIA/DEPARTAMENTO y mes, mismo
      * patron de alta-o-busca que BUSCA-O-CREA-DEPTO en CARGAPAT.cbl
           77 WS-NUM-DEPTOS PIC 9(3) VALUE ZERO.
       01  TABLA-DEPTOS.
           05  DEPTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEPTO-IDX.
               10  TAB-DEPTO-CIA       PIC XX.
               10  TAB-DEPTO           PIC X(4).
               10  TAB-DEPTO-MES OCCURS 12 TIMES.
                   15  TAB-DM-SUELDO   PIC 9(9)V99.
                   15  TAB-DM-CARGA    PIC 9(9)V99.
                   15  TAB-DM-PROV     PIC 9(9)V99.
                   15  TAB-DM-PTU      PIC 9(9)V99.

      * renglones de presupuesto: sueldo por DEPARTAMENTO y periodo
      * del calendario corporativo (el DBU-PERIODO de DPTBUDRC.cpy)
           77 WS-NUM-PPTOS PIC 9(3) VALUE ZERO.
       01  TABLA-PPTO.
           05  PPTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY PPTO-IDX.
               10  TAB-PPTO-DEPTO      PIC X(4).
               10  TAB-PPTO-MONTO      PIC 9(9)V99 OCCURS 26 TIMES.

      * empleados cuya tarifa proyectada quedo debajo del minimo
           77 WS-NUM-AL-MINIMO PIC 9(3) VALUE ZERO.
       01  TABLA-AL-MINIMO.
           05  MIN-ENTRY OCCURS 500 TIMES
                   INDEXED BY MIN-IDX.
               10  TAB-MIN-ID          PIC 9(5).
               10  TAB-MIN-ZONA        PIC X(3).
               10  TAB-MIN-FECHA       PIC 9(8).
               10  TAB-MIN-TARIFA      PIC 9(5)V99.
               10  TAB-MIN-HORA        PIC 9(5)V99.
           77 WS-MIN-REGISTRADO PIC X VALUE 'N'.
              88 MINIMO-REGISTRADO VALUE 'S'.
           77 WS-AVISOS PIC 9(3) VALUE ZERO.

      * empleado en turno
           77 WS-PASO-DIAS PIC 99 VALUE ZERO.
           77 WS-NUM-PERIODOS PIC 99 VALUE ZERO.
           77 WS-PER-IDX PIC 99 VALUE ZERO.
           77 WS-ZONA PIC X(3) VALUE SPACES.
           77 WS-TARIFA-BASE PIC 9(5)V99 VALUE ZERO.
           77 WS-TARIFA-PER PIC 9(5)V99 VALUE ZERO.
           77 WS-PCT-GRADO PIC 9(2)V99 VALUE ZERO.
           77 WS-MES-GRADO PIC 99 VALUE ZERO.
           77 WS-PCT-DEPTO PIC 9(2)V99 VALUE ZERO.
           77 WS-MES-DEPTO PIC 99 VALUE ZERO.
           77 WS-FACTOR-INC PIC 9(3)V9(6) VALUE ZERO.
           77 WS-TASA-EDO PIC 9(2)V9999 VALUE ZERO.
           77 WS-PRIMA-RT PIC 9(2)V9(5) VALUE ZERO.
           77 WS-ES-ASIMILADO PIC X VALUE 'N'.
              88 ES-ASIMILADO VALUE 'S'.
           77 WS-INGRESO-ENT PIC S9(9) VALUE ZERO.
           77 WS-ANIOS-ANTIGUEDAD PIC 9(3) VALUE ZERO.
           77 WS-DIAS-VACACIONES PIC 99 VALUE ZERO.
           77 WS-FACTOR-INTEGRACION PIC 9V9999 VALUE ZERO.
           77 WS-DIAS-AGUINALDO PIC 99 VALUE 15.
           77 WS-PCT-PRIMA-VAC PIC V99 VALUE .25.
           77 WS-TOPE-VECES-UMA PIC 99 VALUE 25.
           77 WS-JORNADA-DIARIA PIC 9 VALUE 8.

      * periodo en turno
           77 WS-FIN-PER-ENT PIC S9(9) VALUE ZERO.
           77 WS-FIN-PER PIC 9(8) VALUE ZERO.
           77 WS-MES PIC 99 VALUE ZERO.
           77 WS-PER-CORP PIC S9(5) VALUE ZERO.
           77 WS-MINIMO-DIARIO PIC 9(5)V99 VALUE ZERO.
           77 WS-MINIMO-FECHA PIC 9(8) VALUE ZERO.
           77 WS-MINIMO-HORA PIC 9(5)V99 VALUE ZERO.
           77 WS-UMA-VIGENTE PIC 9(5)V99 VALUE ZERO.
           77 WS-UMA-FECHA PIC 9(8) VALUE ZERO.
           77 WS-SUELDO-PER PIC 9(7)V99 VALUE ZERO.
           77 WS-BASE-COTIZA PIC 9(9)V99 VALUE ZERO.
           77 WS-TOPE-COTIZA PIC 9(9)V99 VALUE ZERO.
           77 WS-CARGA-PER PIC 9(7)V99 VALUE ZERO.
           77 WS-PROV-PER PIC 9(7)V99 VALUE ZERO.
           77 WS-FECHA-BUSCA PIC 9(8) VALUE ZERO.
           77 WS-CIA-BUSCA PIC XX VALUE SPACES.
           77 WS-DEPTO-BUSCA PIC X(4) VALUE SPACES.

      * reparto de la PTU
           77 WS-SUMA-DIAS PIC 9(9) VALUE ZERO.
           77 WS-SUMA-ANUAL PIC 9(11)V99 VALUE ZERO.
           77 WS-MITAD-DIAS PIC 9(9)V99 VALUE ZERO.
           77 WS-MITAD-SALARIO PIC 9(9)V99 VALUE ZERO.
           77 WS-PTU-EMP PIC 9(9)V99 VALUE ZERO.
           77 WS-DIAS-INICIO-ENT PIC S9(9) VALUE ZERO.

      * totales del reporte
           77 WS-MES-IDX PIC 99 VALUE ZERO.
           77 WS-COSTO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTALES-DEPTO.
           05  WS-TD-SUELDO       PIC 9(11)V99.
           05  WS-TD-CARGA        PIC 9(11)V99.
           05  WS-TD-PROV         PIC 9(11)V99.
           05  WS-TD-PTU          PIC 9(11)V99.
       01  WS-TOTALES-MES.
           05  WS-TM-MES OCCURS 12 TIMES.
               10  WS-TM-SUELDO   PIC 9(11)V99.
               10  WS-TM-CARGA    PIC 9(11)V99.
               10  WS-TM-PROV     PIC 9(11)V99.
               10  WS-TM-PTU      PIC 9(11)V99.
       01  WS-TOTALES-ANIO.
           05  WS-TA-SUELDO       PIC 9(11)V99.
           05  WS-TA-CARGA        PIC 9(11)V99.
           05  WS-TA-PROV         PIC 9(11)V99.
           05  WS-TA-PTU          PIC 9(11)V99.

       01  WS-NOMBRES-MES-TXT     PIC X(36) VALUE
           'ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC'.
       01  WS-NOMBRES-MES REDEFINES WS-NOMBRES-MES-TXT.
           05  WS-NOMBRE-MES      PIC X(3) OCCURS 12 TIMES.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(42) VALUE
               'PROYECCION DE COSTO DE NOMINA - EJERCICIO'.
           05  WS-TIT-ANIO PIC 9(4).

       01  WS-ENCAB-MES-LINE.
           05  FILLER      PIC X(6) VALUE 'MES'.
           05  FILLER      PIC X(16) VALUE '        SUELDOS '.
           05  FILLER      PIC X(16) VALUE '  CARGA PATRON. '.
           05  FILLER      PIC X(16) VALUE '   AGUINALDO/PV '.
           05  FILLER      PIC X(16) VALUE '            PTU '.
           05  FILLER      PIC X(16) VALUE '    COSTO TOTAL '.

       01  WS-MES-LINE.
           05  WS-ML-MES   PIC X(6).
           05  WS-ML-SUELDO PIC $ZZZ,ZZZ,ZZ9.99B.
           05  WS-ML-CARGA PIC $ZZZ,ZZZ,ZZ9.99B.
           05  WS-ML-PROV  PIC $ZZZ,ZZZ,ZZ9.99B.
           05  WS-ML-PTU   PIC $ZZZ,ZZZ,ZZ9.99B.
           05  WS-ML-COSTO PIC $ZZZ,ZZZ,ZZ9.99B.

           77 WS-ED-MONTO PIC $ZZZ,ZZZ,ZZ9.99.
           77 WS-ED-MONTO-2 PIC $ZZZ,ZZZ,ZZ9.99.
           77 WS-ED-TARIFA PIC $ZZ,ZZ9.99.
           77 WS-ED-TARIFA-2 PIC $ZZ,ZZ9.99.
           77 WS-ED-PCT PIC Z9.99.
           77 WS-ED-CONTEO PIC ZZZ9.

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
           MOVE 'PPTOPROY' TO LOG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.

           DISPLAY "EJERCICIO A PROYECTAR (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANIO.
           DISPLAY "BOLSA DE PTU ESTIMADA (PESOS ENTEROS): "
               WITH NO ADVANCING.
           ACCEPT WS-BOLSA.
           IF WS-ANIO < 2000
              DISPLAY "PPTOPROY: EJERCICIO INVALIDO: " WS-ANIO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-INICIO-ANIO = WS-ANIO * 10000 + 0101.
           COMPUTE WS-FIN-ANIO = WS-ANIO * 10000 + 1231.
           COMPUTE WS-INICIO-ENT =
               FUNCTION INTEGER-OF-DATE(WS-INICIO-ANIO).
           COMPUTE WS-FIN-ENT =
               FUNCTION INTEGER-OF-DATE(WS-FIN-ANIO).

           PERFORM CARGA-TARIFAS.
           PERFORM CARGA-INCREMENTOS.
           PERFORM CARGA-CALENDARIOS.
           PERFORM CARGA-MINIMOS.
           PERFORM CARGA-UMAS.
           PERFORM CARGA-PORCENTAJES-PATRONALES.
           PERFORM CARGA-PRIMAS-RIESGO.
           PERFORM CARGA-TABLA-TASAS.
           PERFORM CARGA-EXCLUIDOS.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ EMPLOYEE-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) = 'HDR'
                       OR EMPLOYEE-RECORD(1:3) = 'TRL'
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-STAT-LEIDOS
                       IF ACTIVO OR LICENCIA
                          PERFORM PROYECTA-EMPLEADO
                       ELSE
                          ADD 1 TO WS-STAT-RECHAZADOS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

           IF WS-NUM-EMPS = ZERO
              DISPLAY "PPTOPROY: SIN EMPLEADOS ACTIVOS QUE PROYECTAR"
              MOVE 'E' TO LOG-SEVERIDAD
              MOVE 'PROYECCION DE NOMINA SIN EMPLEADOS ACTIVOS'
                  TO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-BOLSA > ZERO
              PERFORM REPARTE-PTU
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PPTOPROY.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM IMPRIME-PARAMETROS.
           INITIALIZE WS-TOTALES-MES WS-TOTALES-ANIO.
           PERFORM IMPRIME-DEPTO
               VARYING DEPTO-IDX FROM 1 BY 1
               UNTIL DEPTO-IDX > WS-NUM-DEPTOS.
           PERFORM IMPRIME-TOTALES-MES.
           PERFORM IMPRIME-AL-MINIMO.
           CLOSE REPORT-FILE.

           PERFORM ESCRIBE-PRESUPUESTO.

           MOVE WS-TA-SUELDO TO WS-ED-MONTO.
           COMPUTE WS-COSTO = WS-TA-SUELDO + WS-TA-CARGA + WS-TA-PROV
               + WS-TA-PTU.
           MOVE WS-COSTO TO WS-ED-MONTO-2.
           DISPLAY "PPTOPROY: EJERCICIO " WS-ANIO " " WS-NUM-EMPS
               " EMPLEADO(S), SUELDOS " WS-ED-MONTO
               " COSTO TOTAL " WS-ED-MONTO-2.
           DISPLAY "PPTOPROY: VER data/PPTOPROY.RPT; RENGLONES DE "
               "PRESUPUESTO EN data/PPTOPROY.BUD".
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-AVISOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           STRING 'PROYECCION ' WS-ANIO ': COSTO TOTAL '
               WS-ED-MONTO-2 ', ' WS-AVISOS ' AVISO(S)'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           PERFORM IMPRIME-ESTADISTICAS.
      * una tarifa proyectada debajo del minimo (o un ano sin minimo
      * o sin UMA dados de alta) se corrige antes de aprobar
           IF WS-AVISOS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       CARGA-TARIFAS.
           OPEN INPUT PAY-RATE-FILE.
           IF WS-PAYRATE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PAYRATE.DAT: "
                  WS-PAYRATE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
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
           END-PERFORM.
           CLOSE PAY-RATE-FILE.

       CARGA-INCREMENTOS.
           OPEN INPUT PPTOINC-FILE.
           IF WS-PPTOINC-STATUS = "00"
              PERFORM UNTIL WS-PPTOINC-STATUS NOT = "00"
                 READ PPTOINC-FILE
                    AT END MOVE "10" TO WS-PPTOINC-STATUS
                    NOT AT END
                       IF (PIN-POR-GRADO OR PIN-POR-DEPTO)
                          AND PIN-PORCENTAJE IS NUMERIC
                          AND PIN-MES IS NUMERIC
                          AND PIN-MES NOT > 12
                          IF WS-NUM-INCREMENTOS = 200
                             DISPLAY "TABLA LLENA: WS-NUM-INCREMENTOS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-INCREMENTOS
                          MOVE PIN-TIPO TO
                              TAB-INC-TIPO(WS-NUM-INCREMENTOS)
                          MOVE PIN-CLAVE TO
                              TAB-INC-CLAVE(WS-NUM-INCREMENTOS)
                          MOVE PIN-PORCENTAJE TO
                              TAB-INC-PCT(WS-NUM-INCREMENTOS)
                          MOVE PIN-MES TO
                              TAB-INC-MES(WS-NUM-INCREMENTOS)
                          IF PIN-MES = ZERO
                             MOVE 1 TO TAB-INC-MES(WS-NUM-INCREMENTOS)
                          END-IF
                       ELSE
                          DISPLAY "PPTOPROY: RENGLON INVALIDO EN "
                              "data/PPTOINC.DAT: " PPTOINC-RECORD
                          ADD 1 TO WS-AVISOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PPTOINC-FILE
           END-IF.

       CARGA-CALENDARIOS.
           OPEN INPUT CIACAL-FILE.
           IF WS-CIACAL-STATUS = "00"
              PERFORM UNTIL WS-CIACAL-STATUS NOT = "00"
                 READ CIACAL-FILE
                    AT END MOVE "10" TO WS-CIACAL-STATUS
                    NOT AT END
                       IF WS-NUM-CIAS = 9
                          DISPLAY "TABLA LLENA: WS-NUM-CIAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-CIAS
                       MOVE CCA-COMPANIA TO
                           TAB-CIA-CODIGO(WS-NUM-CIAS)
                       MOVE CCA-FRECUENCIA TO
                           TAB-CIA-FRECUENCIA(WS-NUM-CIAS)
                 END-READ
              END-PERFORM
              CLOSE CIACAL-FILE
           END-IF.

       CARGA-MINIMOS.
           OPEN INPUT SALMIN-FILE.
           IF WS-SALMIN-STATUS = "00"
              PERFORM UNTIL WS-SALMIN-STATUS NOT = "00"
                 READ SALMIN-FILE
                    AT END MOVE "10" TO WS-SALMIN-STATUS
                    NOT AT END
                       IF WS-NUM-SALMIN = 50
                          DISPLAY "TABLA LLENA: WS-NUM-SALMIN"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-SALMIN
                       MOVE SMN-ZONA TO TAB-SMN-ZONA(WS-NUM-SALMIN)
                       MOVE SMN-FECHA-EFECTIVA TO
                           TAB-SMN-FECHA(WS-NUM-SALMIN)
                       MOVE SMN-VALOR TO TAB-SMN-VALOR(WS-NUM-SALMIN)
                 END-READ
              END-PERFORM
              CLOSE SALMIN-FILE
           END-IF.

       CARGA-UMAS.
           OPEN INPUT UMA-FILE.
           IF WS-UMA-STATUS = "00"
              PERFORM UNTIL WS-UMA-STATUS NOT = "00"
                 READ UMA-FILE
                    AT END MOVE "10" TO WS-UMA-STATUS
                    NOT AT END
                       IF WS-NUM-UMAS = 50
                          DISPLAY "TABLA LLENA: WS-NUM-UMAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-UMAS
                       MOVE UMA-FECHA-EFECTIVA TO
                           TAB-UMA-FECHA(WS-NUM-UMAS)
                       MOVE UMA-VALOR TO TAB-UMA-VALOR(WS-NUM-UMAS)
                 END-READ
              END-PERFORM
              CLOSE UMA-FILE
           END-IF.

      * mismo criterio que CARGAPAT.cbl: todos los porcentajes en uno
      * solo, salvo el renglon 'RT' (prima general de riesgo)
       CARGA-PORCENTAJES-PATRONALES.
           OPEN INPUT PATRONAL-FILE.
           IF WS-PATRONAL-STATUS = "00"
              PERFORM UNTIL WS-PATRONAL-STATUS NOT = "00"
                 READ PATRONAL-FILE
                    AT END MOVE "10" TO WS-PATRONAL-STATUS
                    NOT AT END
                       IF PAT-CODIGO = 'RT  '
                          MOVE PAT-PORCENTAJE TO WS-PRIMA-RT-GENERAL
                       ELSE
                          ADD PAT-PORCENTAJE TO WS-PCT-PATRONAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PATRONAL-FILE
           END-IF.
           IF WS-PCT-PATRONAL = ZERO
              DISPLAY "ADVERTENCIA: SIN PORCENTAJES EN "
                  "data/PATRONAL.DAT, CARGA PATRONAL SIN IMSS"
              ADD 1 TO WS-AVISOS
           END-IF.

       CARGA-PRIMAS-RIESGO.
           OPEN INPUT PRIMART-FILE.
           IF WS-PRIMART-STATUS = "00"
              PERFORM UNTIL WS-PRIMART-STATUS NOT = "00"
                 READ PRIMART-FILE
                    AT END MOVE "10" TO WS-PRIMART-STATUS
                    NOT AT END
                       IF WS-NUM-PRIMAS = 100
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

       CARGA-TABLA-TASAS.
           OPEN INPUT EDOTAX-FILE.
           IF WS-EDOTAX-STATUS = "00"
              PERFORM UNTIL WS-EDOTAX-STATUS NOT = "00"
                 READ EDOTAX-FILE
                    AT END MOVE "10" TO WS-EDOTAX-STATUS
                    NOT AT END
                       IF WS-NUM-TASAS = 32
                          DISPLAY "TABLA LLENA: WS-NUM-TASAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-TASAS
                       MOVE STX-ESTADO TO
                           TAB-TASA-ESTADO(WS-NUM-TASAS)
                       MOVE STX-TASA TO
                           TAB-TASA(WS-NUM-TASAS)
                       MOVE STX-GRAVA-ASIMILADOS TO
                           TAB-TASA-ASIM(WS-NUM-TASAS)
                 END-READ
              END-PERFORM
              CLOSE EDOTAX-FILE
           END-IF.

       CARGA-EXCLUIDOS.
           OPEN INPUT PTUEXCL-FILE.
           IF WS-PTUEXCL-STATUS = "00"
              PERFORM UNTIL WS-PTUEXCL-STATUS NOT = "00"
                 READ PTUEXCL-FILE
                    AT END MOVE "10" TO WS-PTUEXCL-STATUS
                    NOT AT END
                       IF WS-NUM-EXCLUIDOS = 50
                          DISPLAY "TABLA LLENA: WS-NUM-EXCLUIDOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-EXCLUIDOS
                       MOVE PEX-JOB-GRADE TO
                           TAB-EXC-GRADO(WS-NUM-EXCLUIDOS)
                 END-READ
              END-PERFORM
              CLOSE PTUEXCL-FILE
           END-IF.

      * un empleado del maestro, periodo por periodo del calendario de
      * su compania
       PROYECTA-EMPLEADO.
           IF WS-NUM-EMPS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-EMPS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-EMPS.
           SET EMP-IDX TO WS-NUM-EMPS.
           MOVE DATO-ID TO TAB-EMP-ID(EMP-IDX).
           MOVE COMPANIA TO TAB-EMP-CIA(EMP-IDX).
           MOVE DEPARTAMENTO TO TAB-EMP-DEPTO(EMP-IDX).
           MOVE ZERO TO TAB-EMP-ANUAL(EMP-IDX).
           MOVE 'N' TO WS-ES-ASIMILADO.
           IF REGIMEN-ASIMILADO
              MOVE 'S' TO WS-ES-ASIMILADO
           END-IF.
           PERFORM DETERMINA-PTU-EMPLEADO.

           MOVE 14 TO WS-PASO-DIAS.
           MOVE 26 TO WS-NUM-PERIODOS.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA-CODIGO(CIA-IDX) = COMPANIA
                 IF TAB-CIA-FRECUENCIA(CIA-IDX) = 'S'
                    MOVE 7 TO WS-PASO-DIAS
                    MOVE 52 TO WS-NUM-PERIODOS
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

           MOVE PAGO TO WS-TARIFA-BASE.
           PERFORM VARYING TARIFA-IDX FROM 1 BY 1
                   UNTIL TARIFA-IDX > WS-NUM-TARIFAS
              IF TAB-GRADO(TARIFA-IDX) = JOB-GRADE
                 IF TAB-TARIFA-MAX(TARIFA-IDX) = ZERO
                    OR WS-TARIFA-BASE < TAB-TARIFA(TARIFA-IDX)
                    MOVE TAB-TARIFA(TARIFA-IDX) TO WS-TARIFA-BASE
                 ELSE
                    IF WS-TARIFA-BASE > TAB-TARIFA-MAX(TARIFA-IDX)
                       MOVE TAB-TARIFA-MAX(TARIFA-IDX) TO WS-TARIFA-BASE
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM BUSCA-INCREMENTOS.
           EVALUATE MX-ESTADO
              WHEN 'bcn' WHEN 'son' WHEN 'chh'
              WHEN 'coa' WHEN 'nle' WHEN 'tam'
                 MOVE 'fro' TO WS-ZONA
              WHEN OTHER
                 MOVE 'gen' TO WS-ZONA
           END-EVALUATE.

           MOVE ZERO TO WS-TASA-EDO.
           PERFORM VARYING TASA-IDX FROM 1 BY 1
                   UNTIL TASA-IDX > WS-NUM-TASAS
              IF TAB-TASA-ESTADO(TASA-IDX) = MX-ESTADO
                 IF ES-ASIMILADO
                    AND TAB-TASA-ASIM(TASA-IDX) = 'N'
                    CONTINUE
                 ELSE
                    MOVE TAB-TASA(TASA-IDX) TO WS-TASA-EDO
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF FECHA-INGRESO IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(FECHA-INGRESO) = ZERO
              COMPUTE WS-INGRESO-ENT =
                  FUNCTION INTEGER-OF-DATE(FECHA-INGRESO)
           ELSE
              MOVE WS-INICIO-ENT TO WS-INGRESO-ENT
           END-IF.

           MOVE 'N' TO WS-MIN-REGISTRADO.
           PERFORM PROYECTA-PERIODO
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-NUM-PERIODOS.
           ADD 1 TO WS-STAT-PROCESADOS.

      * dias del ejercicio para la PTU (desde FECHA-INGRESO si entro
      * dentro del ano, como PTUCALC.cbl); los grados excluidos y los
      * asimilados no reparten
       DETERMINA-PTU-EMPLEADO.
           MOVE 'S' TO TAB-EMP-PTU(EMP-IDX).
           IF ES-ASIMILADO
              MOVE 'N' TO TAB-EMP-PTU(EMP-IDX)
           END-IF.
           PERFORM VARYING EXC-IDX FROM 1 BY 1
                   UNTIL EXC-IDX > WS-NUM-EXCLUIDOS
              IF TAB-EXC-GRADO(EXC-IDX) = JOB-GRADE
                 MOVE 'N' TO TAB-EMP-PTU(EMP-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE WS-INICIO-ENT TO WS-DIAS-INICIO-ENT.
           IF FECHA-INGRESO IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(FECHA-INGRESO) = ZERO
              AND FECHA-INGRESO > WS-INICIO-ANIO
              COMPUTE WS-DIAS-INICIO-ENT =
                  FUNCTION INTEGER-OF-DATE(FECHA-INGRESO)
           END-IF.
           IF WS-DIAS-INICIO-ENT > WS-FIN-ENT
              MOVE ZERO TO TAB-EMP-DIAS(EMP-IDX)
           ELSE
              COMPUTE TAB-EMP-DIAS(EMP-IDX) =
                  WS-FIN-ENT - WS-DIAS-INICIO-ENT + 1
           END-IF.

      * el incremento del grado y el del departamento del empleado
      * (el primer renglon de cada uno)
       BUSCA-INCREMENTOS.
           MOVE ZERO TO WS-PCT-GRADO WS-PCT-DEPTO.
           MOVE 1 TO WS-MES-GRADO WS-MES-DEPTO.
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > WS-NUM-INCREMENTOS
              IF TAB-INC-TIPO(INC-IDX) = 'G'
                 AND TAB-INC-CLAVE(INC-IDX)(1:2) = JOB-GRADE
                 MOVE TAB-INC-PCT(INC-IDX) TO WS-PCT-GRADO
                 MOVE TAB-INC-MES(INC-IDX) TO WS-MES-GRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > WS-NUM-INCREMENTOS
              IF TAB-INC-TIPO(INC-IDX) = 'D'
                 AND TAB-INC-CLAVE(INC-IDX) = DEPARTAMENTO
                 MOVE TAB-INC-PCT(INC-IDX) TO WS-PCT-DEPTO
                 MOVE TAB-INC-MES(INC-IDX) TO WS-MES-DEPTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * un periodo del empleado: el periodo k termina k pasos despues
      * del 1 de enero (como GENERA-CALENDARIO-UNA-CIA) y cae en el
      * mes de su fecha de fin
       PROYECTA-PERIODO.
           COMPUTE WS-FIN-PER-ENT =
               WS-INICIO-ENT + WS-PASO-DIAS * WS-PER-IDX.
           COMPUTE WS-FIN-PER =
               FUNCTION DATE-OF-INTEGER(WS-FIN-PER-ENT).
           IF WS-FIN-PER > WS-FIN-ANIO
              MOVE WS-FIN-ANIO TO WS-FIN-PER
           END-IF.
           MOVE WS-FIN-PER(5:2) TO WS-MES.

           MOVE 1 TO WS-FACTOR-INC.
           IF WS-MES NOT < WS-MES-GRADO
              COMPUTE WS-FACTOR-INC =
                  WS-FACTOR-INC * (1 + WS-PCT-GRADO / 100)
           END-IF.
           IF WS-MES NOT < WS-MES-DEPTO
              COMPUTE WS-FACTOR-INC =
                  WS-FACTOR-INC * (1 + WS-PCT-DEPTO / 100)
           END-IF.

           IF BASE-DESTAJO
              COMPUTE WS-SUELDO-PER ROUNDED = SALARIO * WS-FACTOR-INC
           ELSE
              COMPUTE WS-TARIFA-PER ROUNDED =
                  WS-TARIFA-BASE * WS-FACTOR-INC
              PERFORM VERIFICA-MINIMO
              COMPUTE WS-SUELDO-PER ROUNDED =
                  SCHEDULED-HORAS * WS-TARIFA-PER
           END-IF.

           PERFORM CALCULA-CARGA-PERIODO.
           IF ES-ASIMILADO
              MOVE ZERO TO WS-PROV-PER
           ELSE
              COMPUTE WS-PROV-PER ROUNDED =
                  WS-SUELDO-PER * 15 / 365 + WS-SUELDO-PER * 3 / 365
           END-IF.

           MOVE COMPANIA TO WS-CIA-BUSCA.
           MOVE DEPARTAMENTO TO WS-DEPTO-BUSCA.
           PERFORM BUSCA-O-CREA-DEPTO.
           ADD WS-SUELDO-PER TO TAB-DM-SUELDO(DEPTO-IDX, WS-MES).
           ADD WS-CARGA-PER TO TAB-DM-CARGA(DEPTO-IDX, WS-MES).
           ADD WS-PROV-PER TO TAB-DM-PROV(DEPTO-IDX, WS-MES).
           ADD WS-SUELDO-PER TO TAB-EMP-ANUAL(EMP-IDX).

      * periodo corporativo quincenal al que cae la fecha de fin: el
      * primero que no termina antes (DETERMINA-PERIODO-ACTUAL)
           COMPUTE WS-PER-CORP =
               (WS-FIN-PER-ENT - WS-INICIO-ENT + 13) / 14.
           IF WS-PER-CORP < 1
              MOVE 1 TO WS-PER-CORP
           END-IF.
           IF WS-PER-CORP > 26
              MOVE 26 TO WS-PER-CORP
           END-IF.
           PERFORM BUSCA-O-CREA-PPTO.
           ADD WS-SUELDO-PER TO TAB-PPTO-MONTO(PPTO-IDX, WS-PER-CORP).

      * la tarifa por hora del periodo no baja del minimo diario de
      * la zona vigente al fin del periodo entre la jornada de 8; se
      * proyecta con el minimo y el caso queda en el reporte
       VERIFICA-MINIMO.
           MOVE WS-FIN-PER TO WS-FECHA-BUSCA.
           PERFORM BUSCA-MINIMO-VIGENTE.
           IF WS-MINIMO-DIARIO = ZERO
              IF NOT MINIMO-REGISTRADO AND WS-PER-IDX = 1
                 DISPLAY "PPTOPROY: SIN SALARIO MINIMO '" WS-ZONA
                     "' VIGENTE AL " WS-FIN-PER
                 ADD 1 TO WS-AVISOS
              END-IF
           ELSE
              COMPUTE WS-MINIMO-HORA ROUNDED =
                  WS-MINIMO-DIARIO / WS-JORNADA-DIARIA
              IF WS-TARIFA-PER < WS-MINIMO-HORA
                 IF NOT MINIMO-REGISTRADO
                    PERFORM REGISTRA-AL-MINIMO
                 END-IF
                 MOVE WS-MINIMO-HORA TO WS-TARIFA-PER
              END-IF
           END-IF.

       BUSCA-MINIMO-VIGENTE.
           MOVE ZERO TO WS-MINIMO-DIARIO WS-MINIMO-FECHA.
           PERFORM VARYING SMN-IDX FROM 1 BY 1
                   UNTIL SMN-IDX > WS-NUM-SALMIN
              IF TAB-SMN-ZONA(SMN-IDX) = WS-ZONA
                 AND TAB-SMN-FECHA(SMN-IDX) NOT > WS-FECHA-BUSCA
                 AND TAB-SMN-FECHA(SMN-IDX) NOT < WS-MINIMO-FECHA
                 MOVE TAB-SMN-FECHA(SMN-IDX) TO WS-MINIMO-FECHA
                 MOVE TAB-SMN-VALOR(SMN-IDX) TO WS-MINIMO-DIARIO
              END-IF
           END-PERFORM.
      * sin renglon 'fro' vigente la frontera va contra el general,
      * como SALMINVF.cbl
           IF WS-MINIMO-DIARIO = ZERO AND WS-ZONA = 'fro'
              PERFORM VARYING SMN-IDX FROM 1 BY 1
                      UNTIL SMN-IDX > WS-NUM-SALMIN
                 IF TAB-SMN-ZONA(SMN-IDX) = 'gen'
                    AND TAB-SMN-FECHA(SMN-IDX) NOT > WS-FECHA-BUSCA
                    AND TAB-SMN-FECHA(SMN-IDX) NOT < WS-MINIMO-FECHA
                    MOVE TAB-SMN-FECHA(SMN-IDX) TO WS-MINIMO-FECHA
                    MOVE TAB-SMN-VALOR(SMN-IDX) TO WS-MINIMO-DIARIO
                 END-IF
              END-PERFORM
           END-IF.

       REGISTRA-AL-MINIMO.
           MOVE 'S' TO WS-MIN-REGISTRADO.
           ADD 1 TO WS-AVISOS.
           IF WS-NUM-AL-MINIMO = 500
              DISPLAY "TABLA LLENA: WS-NUM-AL-MINIMO"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-AL-MINIMO.
           MOVE DATO-ID TO TAB-MIN-ID(WS-NUM-AL-MINIMO).
           MOVE WS-ZONA TO TAB-MIN-ZONA(WS-NUM-AL-MINIMO).
           MOVE WS-FIN-PER TO TAB-MIN-FECHA(WS-NUM-AL-MINIMO).
           MOVE WS-TARIFA-PER TO TAB-MIN-TARIFA(WS-NUM-AL-MINIMO).
           MOVE WS-MINIMO-HORA TO TAB-MIN-HORA(WS-NUM-AL-MINIMO).

      * carga patronal del periodo: porcentajes patronales y prima de
      * riesgo sobre la base de cotizacion (sueldo por el factor de
      * integracion, topado a 25 UMA por dia del periodo) mas el
      * impuesto sobre nomina sobre el sueldo; el asimilado solo paga
      * el impuesto sobre nomina
       CALCULA-CARGA-PERIODO.
           IF ES-ASIMILADO
              COMPUTE WS-CARGA-PER ROUNDED =
                  WS-SUELDO-PER * WS-TASA-EDO / 100
           ELSE
              PERFORM CALCULA-FACTOR-INTEGRACION
              COMPUTE WS-BASE-COTIZA ROUNDED =
                  WS-SUELDO-PER * WS-FACTOR-INTEGRACION
              MOVE WS-FIN-PER TO WS-FECHA-BUSCA
              PERFORM BUSCA-UMA-VIGENTE
              IF WS-UMA-VIGENTE > ZERO
                 COMPUTE WS-TOPE-COTIZA =
                     WS-UMA-VIGENTE * WS-TOPE-VECES-UMA * WS-PASO-DIAS
                 IF WS-BASE-COTIZA > WS-TOPE-COTIZA
                    MOVE WS-TOPE-COTIZA TO WS-BASE-COTIZA
                 END-IF
              END-IF
              MOVE WS-PRIMA-RT-GENERAL TO WS-PRIMA-RT
              PERFORM BUSCA-PRIMA-RIESGO
              COMPUTE WS-CARGA-PER ROUNDED =
                  WS-BASE-COTIZA * (WS-PCT-PATRONAL + WS-PRIMA-RT) / 100
                      + WS-SUELDO-PER * WS-TASA-EDO / 100
           END-IF.

      * antiguedad al fin del periodo y dias de vacaciones de la LFT,
      * misma tabla que CALCULA-FACTOR-INTEGRACION en SBCCALC.cbl
       CALCULA-FACTOR-INTEGRACION.
           IF WS-FIN-PER-ENT > WS-INGRESO-ENT
              COMPUTE WS-ANIOS-ANTIGUEDAD =
                  (WS-FIN-PER-ENT - WS-INGRESO-ENT) / 365 + 1
           ELSE
              MOVE 1 TO WS-ANIOS-ANTIGUEDAD
           END-IF.
           EVALUATE TRUE
              WHEN WS-ANIOS-ANTIGUEDAD = 1
                 MOVE 12 TO WS-DIAS-VACACIONES
              WHEN WS-ANIOS-ANTIGUEDAD = 2
                 MOVE 14 TO WS-DIAS-VACACIONES
              WHEN WS-ANIOS-ANTIGUEDAD = 3
                 MOVE 16 TO WS-DIAS-VACACIONES
              WHEN WS-ANIOS-ANTIGUEDAD = 4
                 MOVE 18 TO WS-DIAS-VACACIONES
              WHEN WS-ANIOS-ANTIGUEDAD = 5
                 MOVE 20 TO WS-DIAS-VACACIONES
              WHEN OTHER
                 COMPUTE WS-DIAS-VACACIONES =
                     20 + 2 * ((WS-ANIOS-ANTIGUEDAD - 6) / 5 + 1)
           END-EVALUATE.
           COMPUTE WS-FACTOR-INTEGRACION ROUNDED =
               (365 + WS-DIAS-AGUINALDO
                    + WS-DIAS-VACACIONES * WS-PCT-PRIMA-VAC) / 365.

       BUSCA-UMA-VIGENTE.
           MOVE ZERO TO WS-UMA-VIGENTE WS-UMA-FECHA.
           PERFORM VARYING UMA-IDX FROM 1 BY 1
                   UNTIL UMA-IDX > WS-NUM-UMAS
              IF TAB-UMA-FECHA(UMA-IDX) NOT > WS-FECHA-BUSCA
                 AND TAB-UMA-FECHA(UMA-IDX) NOT < WS-UMA-FECHA
                 MOVE TAB-UMA-FECHA(UMA-IDX) TO WS-UMA-FECHA
                 MOVE TAB-UMA-VALOR(UMA-IDX) TO WS-UMA-VIGENTE
              END-IF
           END-PERFORM.

      * la prima determinada de la compania vigente al fin del
      * periodo; sin ella queda la general del renglon 'RT'
       BUSCA-PRIMA-RIESGO.
           MOVE ZERO TO WS-UMA-FECHA.
           PERFORM VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > WS-NUM-PRIMAS
              IF TAB-PRI-CIA(PRI-IDX) = COMPANIA
                 AND TAB-PRI-FECHA(PRI-IDX) NOT > WS-FIN-PER
                 AND TAB-PRI-FECHA(PRI-IDX) NOT < WS-UMA-FECHA
                 MOVE TAB-PRI-FECHA(PRI-IDX) TO WS-UMA-FECHA
                 MOVE TAB-PRI-PRIMA(PRI-IDX) TO WS-PRIMA-RT
              END-IF
           END-PERFORM.

       BUSCA-O-CREA-DEPTO.
           PERFORM VARYING DEPTO-IDX FROM 1 BY 1
                   UNTIL DEPTO-IDX > WS-NUM-DEPTOS
              IF TAB-DEPTO(DEPTO-IDX) = WS-DEPTO-BUSCA
                 AND TAB-DEPTO-CIA(DEPTO-IDX) = WS-CIA-BUSCA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF DEPTO-IDX > WS-NUM-DEPTOS
              IF WS-NUM-DEPTOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-DEPTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-DEPTOS
              SET DEPTO-IDX TO WS-NUM-DEPTOS
              INITIALIZE DEPTO-ENTRY(DEPTO-IDX)
              MOVE WS-CIA-BUSCA TO TAB-DEPTO-CIA(DEPTO-IDX)
              MOVE WS-DEPTO-BUSCA TO TAB-DEPTO(DEPTO-IDX)
           END-IF.

      * DEPTBUD no distingue compania: el renglon de presupuesto es
      * del DEPARTAMENTO (como lo busca BUSCA-PRESUPUESTO-DEPTO en
      * DEPTROLL.cbl)
       BUSCA-O-CREA-PPTO.
           PERFORM VARYING PPTO-IDX FROM 1 BY 1
                   UNTIL PPTO-IDX > WS-NUM-PPTOS
              IF TAB-PPTO-DEPTO(PPTO-IDX) = DEPARTAMENTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF PPTO-IDX > WS-NUM-PPTOS
              IF WS-NUM-PPTOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-PPTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-PPTOS
              SET PPTO-IDX TO WS-NUM-PPTOS
              INITIALIZE PPTO-ENTRY(PPTO-IDX)
              MOVE DEPARTAMENTO TO TAB-PPTO-DEPTO(PPTO-IDX)
           END-IF.

      * la bolsa estimada se parte como PTUCALC.cbl: mitad por dias,
      * mitad por sueldo del ano; cada parte va a mayo de la
      * COMPANIA/DEPARTAMENTO del empleado
       REPARTE-PTU.
           MOVE ZERO TO WS-SUMA-DIAS WS-SUMA-ANUAL.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-PTU(EMP-IDX) = 'S'
                 ADD TAB-EMP-DIAS(EMP-IDX) TO WS-SUMA-DIAS
                 ADD TAB-EMP-ANUAL(EMP-IDX) TO WS-SUMA-ANUAL
              END-IF
           END-PERFORM.
           COMPUTE WS-MITAD-DIAS = WS-BOLSA / 2.
           COMPUTE WS-MITAD-SALARIO = WS-BOLSA - WS-MITAD-DIAS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-PTU(EMP-IDX) = 'S'
                 MOVE ZERO TO WS-PTU-EMP
                 IF WS-SUMA-DIAS > ZERO
                    COMPUTE WS-PTU-EMP ROUNDED = WS-MITAD-DIAS
                        * TAB-EMP-DIAS(EMP-IDX) / WS-SUMA-DIAS
                 END-IF
                 IF WS-SUMA-ANUAL > ZERO
                    COMPUTE WS-PTU-EMP ROUNDED = WS-PTU-EMP
                        + WS-MITAD-SALARIO * TAB-EMP-ANUAL(EMP-IDX)
                            / WS-SUMA-ANUAL
                 END-IF
                 MOVE TAB-EMP-CIA(EMP-IDX) TO WS-CIA-BUSCA
                 MOVE TAB-EMP-DEPTO(EMP-IDX) TO WS-DEPTO-BUSCA
                 PERFORM BUSCA-O-CREA-DEPTO
                 ADD WS-PTU-EMP TO TAB-DM-PTU(DEPTO-IDX, 5)
              END-IF
           END-PERFORM.

       IMPRIME-PARAMETROS.
           MOVE WS-ANIO TO WS-TIT-ANIO.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-NUM-EMPS TO WS-ED-CONTEO.
           MOVE WS-BOLSA TO WS-ED-MONTO.
           STRING 'EMPLEADOS PROYECTADOS: ' WS-ED-CONTEO
               '   BOLSA DE PTU ESTIMADA: ' WS-ED-MONTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'gen' TO WS-ZONA.
           MOVE WS-INICIO-ANIO TO WS-FECHA-BUSCA.
           PERFORM BUSCA-MINIMO-VIGENTE.
           MOVE WS-MINIMO-DIARIO TO WS-ED-TARIFA.
           MOVE WS-FIN-ANIO TO WS-FECHA-BUSCA.
           PERFORM BUSCA-MINIMO-VIGENTE.
           MOVE WS-MINIMO-DIARIO TO WS-ED-TARIFA-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MINIMO DIARIO GENERAL AL 01/01: ' WS-ED-TARIFA
               '   AL 31/12: ' WS-ED-TARIFA-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MINIMO-DIARIO = ZERO
              ADD 1 TO WS-AVISOS
           END-IF.
           MOVE 'fro' TO WS-ZONA.
           MOVE WS-INICIO-ANIO TO WS-FECHA-BUSCA.
           PERFORM BUSCA-MINIMO-VIGENTE.
           MOVE WS-MINIMO-DIARIO TO WS-ED-TARIFA.
           MOVE WS-FIN-ANIO TO WS-FECHA-BUSCA.
           PERFORM BUSCA-MINIMO-VIGENTE.
           MOVE WS-MINIMO-DIARIO TO WS-ED-TARIFA-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MINIMO DIARIO FRONTERA AL 01/01: ' WS-ED-TARIFA
               '   AL 31/12: ' WS-ED-TARIFA-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-INICIO-ANIO TO WS-FECHA-BUSCA.
           PERFORM BUSCA-UMA-VIGENTE.
           MOVE WS-UMA-VIGENTE TO WS-ED-TARIFA.
           MOVE WS-FIN-ANIO TO WS-FECHA-BUSCA.
           PERFORM BUSCA-UMA-VIGENTE.
           MOVE WS-UMA-VIGENTE TO WS-ED-TARIFA-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UMA DIARIA AL 01/01: ' WS-ED-TARIFA
               '   AL 31/12: ' WS-ED-TARIFA-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UMA-VIGENTE = ZERO
              DISPLAY "PPTOPROY: SIN UMA VIGENTE EN EL EJERCICIO, LA "
                  "BASE DE COTIZACION VA SIN TOPE"
              ADD 1 TO WS-AVISOS
           END-IF.
           IF WS-NUM-INCREMENTOS = ZERO
              MOVE 'INCREMENTOS PLANEADOS: NINGUNO (TARIFAS DE HOY)'
                  TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE 'INCREMENTOS PLANEADOS (data/PPTOINC.DAT):'
                  TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING INC-IDX FROM 1 BY 1
                      UNTIL INC-IDX > WS-NUM-INCREMENTOS
                 MOVE TAB-INC-PCT(INC-IDX) TO WS-ED-PCT
                 MOVE SPACES TO REPORT-LINE
                 IF TAB-INC-TIPO(INC-IDX) = 'G'
                    STRING '  GRADO ' TAB-INC-CLAVE(INC-IDX)(1:2)
                        '    ' WS-ED-PCT ' PCT DESDE '
                        WS-NOMBRE-MES(TAB-INC-MES(INC-IDX))
                        DELIMITED BY SIZE INTO REPORT-LINE
                 ELSE
                    STRING '  DEPTO ' TAB-INC-CLAVE(INC-IDX)
                        '  ' WS-ED-PCT ' PCT DESDE '
                        WS-NOMBRE-MES(TAB-INC-MES(INC-IDX))
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-IF
                 WRITE REPORT-LINE
              END-PERFORM
           END-IF.

      * una COMPANIA/DEPARTAMENTO: un renglon por mes y su total
       IMPRIME-DEPTO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING 'CIA ' TAB-DEPTO-CIA(DEPTO-IDX) '  DEPTO '
               TAB-DEPTO(DEPTO-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENCAB-MES-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           INITIALIZE WS-TOTALES-DEPTO.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
              MOVE WS-NOMBRE-MES(WS-MES-IDX) TO WS-ML-MES
              MOVE TAB-DM-SUELDO(DEPTO-IDX, WS-MES-IDX)
                  TO WS-ML-SUELDO
              MOVE TAB-DM-CARGA(DEPTO-IDX, WS-MES-IDX) TO WS-ML-CARGA
              MOVE TAB-DM-PROV(DEPTO-IDX, WS-MES-IDX) TO WS-ML-PROV
              MOVE TAB-DM-PTU(DEPTO-IDX, WS-MES-IDX) TO WS-ML-PTU
              COMPUTE WS-COSTO =
                  TAB-DM-SUELDO(DEPTO-IDX, WS-MES-IDX)
                  + TAB-DM-CARGA(DEPTO-IDX, WS-MES-IDX)
                  + TAB-DM-PROV(DEPTO-IDX, WS-MES-IDX)
                  + TAB-DM-PTU(DEPTO-IDX, WS-MES-IDX)
              MOVE WS-COSTO TO WS-ML-COSTO
              MOVE WS-MES-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              ADD TAB-DM-SUELDO(DEPTO-IDX, WS-MES-IDX)
                  TO WS-TD-SUELDO WS-TM-SUELDO(WS-MES-IDX)
              ADD TAB-DM-CARGA(DEPTO-IDX, WS-MES-IDX)
                  TO WS-TD-CARGA WS-TM-CARGA(WS-MES-IDX)
              ADD TAB-DM-PROV(DEPTO-IDX, WS-MES-IDX)
                  TO WS-TD-PROV WS-TM-PROV(WS-MES-IDX)
              ADD TAB-DM-PTU(DEPTO-IDX, WS-MES-IDX)
                  TO WS-TD-PTU WS-TM-PTU(WS-MES-IDX)
           END-PERFORM.
           MOVE 'TOTAL' TO WS-ML-MES.
           MOVE WS-TD-SUELDO TO WS-ML-SUELDO.
           MOVE WS-TD-CARGA TO WS-ML-CARGA.
           MOVE WS-TD-PROV TO WS-ML-PROV.
           MOVE WS-TD-PTU TO WS-ML-PTU.
           COMPUTE WS-COSTO = WS-TD-SUELDO + WS-TD-CARGA + WS-TD-PROV
               + WS-TD-PTU.
           MOVE WS-COSTO TO WS-ML-COSTO.
           MOVE WS-MES-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-TD-SUELDO TO WS-TA-SUELDO.
           ADD WS-TD-CARGA TO WS-TA-CARGA.
           ADD WS-TD-PROV TO WS-TA-PROV.
           ADD WS-TD-PTU TO WS-TA-PTU.

       IMPRIME-TOTALES-MES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TODAS LAS COMPANIAS Y DEPARTAMENTOS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENCAB-MES-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
              MOVE WS-NOMBRE-MES(WS-MES-IDX) TO WS-ML-MES
              MOVE WS-TM-SUELDO(WS-MES-IDX) TO WS-ML-SUELDO
              MOVE WS-TM-CARGA(WS-MES-IDX) TO WS-ML-CARGA
              MOVE WS-TM-PROV(WS-MES-IDX) TO WS-ML-PROV
              MOVE WS-TM-PTU(WS-MES-IDX) TO WS-ML-PTU
              COMPUTE WS-COSTO = WS-TM-SUELDO(WS-MES-IDX)
                  + WS-TM-CARGA(WS-MES-IDX) + WS-TM-PROV(WS-MES-IDX)
                  + WS-TM-PTU(WS-MES-IDX)
              MOVE WS-COSTO TO WS-ML-COSTO
              MOVE WS-MES-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE 'TOTAL' TO WS-ML-MES.
           MOVE WS-TA-SUELDO TO WS-ML-SUELDO.
           MOVE WS-TA-CARGA TO WS-ML-CARGA.
           MOVE WS-TA-PROV TO WS-ML-PROV.
           MOVE WS-TA-PTU TO WS-ML-PTU.
           COMPUTE WS-COSTO = WS-TA-SUELDO + WS-TA-CARGA + WS-TA-PROV
               + WS-TA-PTU.
           MOVE WS-COSTO TO WS-ML-COSTO.
           MOVE WS-MES-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-AL-MINIMO.
           IF WS-NUM-AL-MINIMO > ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'TARIFAS PROYECTADAS DEBAJO DEL MINIMO'
                  TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE '(SE PROYECTARON CON EL MINIMO; REVISAR PAYRATE)'
                  TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING MIN-IDX FROM 1 BY 1
                      UNTIL MIN-IDX > WS-NUM-AL-MINIMO
                 MOVE TAB-MIN-TARIFA(MIN-IDX) TO WS-ED-TARIFA
                 MOVE TAB-MIN-HORA(MIN-IDX) TO WS-ED-TARIFA-2
                 MOVE SPACES TO REPORT-LINE
                 STRING '  EMPLEADO ' TAB-MIN-ID(MIN-IDX)
                     '  ZONA ' TAB-MIN-ZONA(MIN-IDX)
                     '  DESDE ' TAB-MIN-FECHA(MIN-IDX)
                     '  TARIFA ' WS-ED-TARIFA
                     '  MINIMO/HORA ' WS-ED-TARIFA-2
                     DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-PERFORM
           END-IF.

      * renglones de presupuesto en el layout de DPTBUDRC.cpy, por
      * DEPARTAMENTO y periodo 1-26
       ESCRIBE-PRESUPUESTO.
           OPEN OUTPUT DEPTBUD-FILE.
           IF WS-DEPTBUD-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PPTOPROY.BUD: "
                  WS-DEPTBUD-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING PPTO-IDX FROM 1 BY 1
                   UNTIL PPTO-IDX > WS-NUM-PPTOS
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                      UNTIL WS-PER-IDX > 26
                 MOVE TAB-PPTO-DEPTO(PPTO-IDX) TO DBU-DEPARTAMENTO
                 MOVE WS-PER-IDX TO DBU-PERIODO
                 MOVE TAB-PPTO-MONTO(PPTO-IDX, WS-PER-IDX)
                     TO DBU-MONTO
                 WRITE DEPTBUD-RECORD
              END-PERFORM
           END-PERFORM.
           CLOSE DEPTBUD-FILE.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           DISPLAY "PPTOPROY: LEIDOS=" WS-STAT-LEIDOS
               " PROYECTADOS=" WS-STAT-PROCESADOS
               " NO ACTIVOS=" WS-STAT-RECHAZADOS
               " SEGUNDOS=" WS-STAT-SEG-TRANSCURRIDOS.

      * una tabla en memoria llena no se trunca en silencio: una
      * proyeccion sin parte de la plantilla no es una proyeccion; el
      * job aborta y capacidad decide si aumentar el OCCURS
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
