      * REVERSO: reverso (anulacion) de una nomina ya cerrada. Cuando
      * un periodo se paga con un error sistemico (la tabla de ISR
      * equivocada, un archivo de deducciones duplicado) lo unico que
      * habia eran polizas manuales mas deltas retro, y el YTD nunca
      * quedaba limpio. Aqui un supervisor (nivel 2 en
      * data/OPERADOR.DAT, mismo circuito de firma que FRAUDRPT.cbl)
      * anula una generacion archivada de PAYCALC.SRT completa para
      * una compania ('**' = todas las de la generacion) o solo para
      * los DATO-ID que teclee, y se produce el negativo exacto de lo
      * que ese periodo posteo:
      *   - YTD, ACUMPROV, FONDOAHO, PRESTAMO y ARREARS: STEP08 de
      *     jobs/PAYROLL.job archiva cada balance antes (.ANT) y
      *     despues (.DAT) del roll de STEP06; la diferencia por
      *     DATO-ID es lo que posteo el periodo y se le resta al
      *     maestro vigente (data/<ARCHIVO>.DAT.REV, el job lo vuelve
      *     vigente). Un saldo que quedaria negativo (ya se consumio
      *     despues, p.ej. un aguinaldo pagado) queda en cero con
      *     aviso. El YTD recupera su SALARIO-ANTERIOR y periodo si
      *     ningun periodo posterior lo ha movido
      *   - el diario contable inverso en data/REVERSO.GL (mismo
      *     formato que GLPOST.OUT). El reverso del periodo completo
      *     es el negativo renglon por renglon de lo que se posteo de
      *     verdad: el GLPOST.OUT y el ICCARGO.GL archivados de la
      *     generacion (data/REVERSO.GLO y .ICG), con debito y
      *     credito invertidos, y asi lleva el reparto por
      *     departamento, la reclasificacion a ordenes de trabajo, el
      *     devengo de fin de mes y el cargo intercompania tal como
      *     salieron. El de DATO-ID sueltos (o una generacion sin
      *     GLPOST archivado) se arma por pago: credito al gasto por
      *     departamento menos lo que PROYDIST paso a las ordenes
      *     (data/REVERSO.PRY), credito a la cuenta WIP de cada orden
      *     y su carga aplicada, debito a cada pasivo retenido y a la
      *     nomina por pagar, la reversa de la provision de
      *     aguinaldo/prima y de la aportacion patronal al fondo de
      *     ahorro, y el cargo intercompania de esos empleados
      *     (data/REVERSO.ICC) con las cuentas de ICCARGO.cbl
      *   - los renglones negativos de la bitacora de pasivo
      *     (data/GLPASIVO.REV, ver GLPASRC.cpy) por lo retenido en
      *     los pagos anulados, con la fecha del posteo original para
      *     que ISRMENS los descuente en el mismo mes; el job los
      *     agrega a data/GLPASIVO.DAT
      *   - un renglon de auditoria marcado como reverso
      *     (AUD-REVERSO, ver AUDITREC.cpy) por cada pago anulado
      *   - lo que queda vigente de la generacion (PAYCALC, DEDCALC,
      *     ISRBASE y PERCCALC sin los pagos anulados) en
      *     data/REVERSO.<PAY|DED|ISR|PER>.RES; el job lo pone en su
      *     lugar en data/ARCHIVE y conserva el original como
      *     .ANULADA, para que YTDVERIF y el ajuste anual no sumen
      *     pagos anulados
      * El reverso del periodo completo reabre el periodo en
      * data/PERCTL.DAT (PCT-REABIERTO, ver PERCTLRC.cpy) para que se
      * recalcule; el de DATO-ID sueltos no reabre nada: el pago
      * correcto va por jobs/OFFCYCLE.job. El reporte data/REVERSO.RPT
      * amarra lo reversado a los totales originales de
      * CONTROLES.DAT de la corrida; si la generacion no cuadra
      * contra ellos, si el periodo no esta cerrado o si la
      * generacion se archivo sin imagenes de balances, no se toca
      * nada (COND-CODE 8). Un pago que ya tiene su renglon de
      * reverso en la auditoria no se reversa dos veces.
      * La generacion la prepara el job a partir de data/ARCHIVE:
      * data/REVERSO.PAY (PAYCALC), .DED, .ISR, .PER, .CTL
      * (CONTROLES), .PRM (nombre y fecha de la generacion) y las
      * imagenes data/REVANT.<ARCHIVO> y data/REVDES.<ARCHIVO>.
      * COND-CODE 4 si hubo avisos (saldos llevados a cero, DATO-ID
      * tecleados que no se reversaron).
      * uso: jobs/REVERSO.job GENERACION (interactivo)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "data/REVERSO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAYCALC-FILE ASSIGN TO "data/REVERSO.PAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCALC-STATUS.

           SELECT OPTIONAL DEDCALC-FILE ASSIGN TO "data/REVERSO.DED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDCALC-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "data/REVERSO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "data/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL PERCTL-FILE ASSIGN TO "data/PERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT PERCTL-NEW ASSIGN TO "data/PERCTL.DAT.REV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-NEW-STATUS.

           SELECT OPTIONAL GLMAP-FILE ASSIGN TO "data/GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "data/REVERSO.GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/REVERSO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      * diario archivado de la generacion (GLPOST.OUT o ICCARGO.GL,
      * ruta dinamica como IMAGEN-FILE) que el reverso del periodo
      * completo invierte; OPTIONAL: puede no haberse archivado
           SELECT OPTIONAL DIARIO-ORIG-FILE ASSIGN TO WS-RUTA-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIARIO-STATUS.

      * costo por orden de trabajo (PRYCSTRC.cpy) y cargo
      * intercompania (ICCARGRC.cpy) de la generacion, para el diario
      * armado por pago; sin ordenes o sin personal compartido no
      * se archivaron
           SELECT OPTIONAL PROYCOST-FILE ASSIGN TO "data/REVERSO.PRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROYCOST-STATUS.

           SELECT OPTIONAL ICCARGO-FILE ASSIGN TO "data/REVERSO.ICC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICCARGO-STATUS.

      * bitacora de pasivo posteado (GLPASRC.cpy): de ahi sale la
      * fecha del posteo original; los renglones negativos van
      * aparte a data/GLPASIVO.REV y el job los agrega
           SELECT OPTIONAL GLPASIVO-FILE ASSIGN TO "data/GLPASIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPASIVO-STATUS.

           SELECT GLPASIVO-REV ASSIGN TO "data/GLPASIVO.REV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPASIVO-REV-STATUS.

      * circuito generico de balances (misma tecnica de ruta dinamica
      * que los satelites de EMPPURGA.cbl): imagen antes/despues de
      * la generacion, maestro vigente y su regrabada
           SELECT OPTIONAL IMAGEN-FILE ASSIGN TO WS-RUTA-IMAGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGEN-STATUS.

           SELECT OPTIONAL MAESTRO-IN ASSIGN TO WS-RUTA-MAESTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT MAESTRO-OUT ASSIGN TO WS-RUTA-MAESTRO-N
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-N-STATUS.

      * pareja generica para lo que queda vigente de la generacion
      * (todos con el DATO-ID en las primeras cinco posiciones)
           SELECT OPTIONAL GENERACION-IN ASSIGN TO WS-RUTA-GEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-IN-STATUS.

           SELECT GENERACION-OUT ASSIGN TO WS-RUTA-GEN-N
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-GENERACION     PIC X(20).
           05  PRM-FECHA          PIC X(8).

       FD  PAYCALC-FILE.
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

       FD  DEDCALC-FILE.
           COPY DEDCALRC.

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  PERCTL-FILE.
           COPY PERCTLRC.
      * vista del layout ANTERIOR del control de periodos (periodo en
      * las primeras dos posiciones, cierra el periodo global '**'),
      * la misma que reconoce PERABRE.cbl
       01  PERCTL-LEGACY.
           05  PCL-PERIODO        PIC 99.
           05  PCL-STATUS         PIC X.
               88  PCL-CERRADO    VALUE 'C'.
           05  PCL-FECHA-CIERRE   PIC 9(8).
           05  FILLER             PIC XX.

       FD  PERCTL-NEW.
       01  PERCTL-NEW-LINEA PIC X(13).

       FD  GLMAP-FILE.
           COPY GLMAPREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

      * renglon de diario con el formato de GLPOST.OUT
       FD  DIARIO-ORIG-FILE.
       01  DIARIO-ORIG-LINE.
           05  GLO-CUENTA         PIC X(6).
           05  FILLER             PIC X(2).
           05  GLO-TIPO           PIC X(7).
           05  FILLER             PIC X(2).
           05  GLO-MONTO          PIC $Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2).
           05  GLO-DESC           PIC X(30).
           05  FILLER             PIC X(12).

       FD  PROYCOST-FILE.
           COPY PRYCSTRC.

       FD  ICCARGO-FILE.
           COPY ICCARGRC.

       FD  GLPASIVO-FILE.
           COPY GLPASRC.

       FD  GLPASIVO-REV.
           COPY GLPASRC
               REPLACING GLPASIVO-RECORD BY REV-GLPASIVO-RECORD
                         GLP-FECHA BY RGLP-FECHA
                         GLP-COMPANIA BY RGLP-COMPANIA
                         GLP-EJERCICIO BY RGLP-EJERCICIO
                         GLP-PERIODO BY RGLP-PERIODO
                         GLP-CORRIDA BY RGLP-CORRIDA
                         GLP-POSTEO BY RGLP-POSTEO
                         GLP-REVERSO BY RGLP-REVERSO
                         GLP-CODIGO BY RGLP-CODIGO
                         GLP-CUENTA BY RGLP-CUENTA
                         GLP-MONTO BY RGLP-MONTO.

       FD  IMAGEN-FILE.
       01  IMAGEN-LINEA PIC X(60).

       FD  MAESTRO-IN.
       01  MAESTRO-IN-LINEA PIC X(60).

       FD  MAESTRO-OUT.
       01  MAESTRO-OUT-LINEA PIC X(60).

       FD  GENERACION-IN.
       01  GEN-IN-LINEA.
           05  GEN-IN-ID          PIC X(5).
           05  FILLER             PIC X(195).

       FD  GENERACION-OUT.
       01  GEN-OUT-LINEA PIC X(200).

       WORKING-STORAGE SECTION.
           COPY LOGCOMM.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-DEDCALC-STATUS PIC XX VALUE SPACES.
           77 WS-CONTROL-STATUS PIC XX VALUE SPACES.
           77 WS-OPERADOR-STATUS PIC XX VALUE SPACES.
           77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
           77 WS-PERCTL-STATUS PIC XX VALUE SPACES.
           77 WS-PERCTL-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-GLMAP-STATUS PIC XX VALUE SPACES.
           77 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-IMAGEN-STATUS PIC XX VALUE SPACES.
           77 WS-MAESTRO-STATUS PIC XX VALUE SPACES.
           77 WS-MAESTRO-N-STATUS PIC XX VALUE SPACES.
           77 WS-GEN-IN-STATUS PIC XX VALUE SPACES.
           77 WS-GEN-OUT-STATUS PIC XX VALUE SPACES.
           77 WS-DIARIO-STATUS PIC XX VALUE SPACES.
           77 WS-PROYCOST-STATUS PIC XX VALUE SPACES.
           77 WS-ICCARGO-STATUS PIC XX VALUE SPACES.
           77 WS-GLPASIVO-STATUS PIC XX VALUE SPACES.
           77 WS-GLPASIVO-REV-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-OPR-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-OPERADORES VALUE 'S'.

      * firma del operador (mismo circuito que FRAUDRPT.cbl)
           77 WS-ID-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-PASSWORD-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-OPERADOR-FIRMADO PIC X(8) VALUE SPACES.
           77 WS-NIVEL-FIRMADO PIC 9 VALUE ZERO.
              88 OPERADOR-ES-SUPERVISOR VALUE 2.
           77 WS-FIRMA-OK PIC X VALUE 'N'.
              88 FIRMA-ACEPTADA VALUE 'S'.
           77 WS-INTENTOS PIC 9 VALUE ZERO.

      * generacion a reversar; su periodo sale del nombre (Pnn.fecha,
      * como lo archiva STEP08) y es el del cierre global '**'; cada
      * pago trae ademas el periodo del calendario de su compania
      * (PERIODO-NOMINA). Las generaciones OFFCYCLE no rolan
      * balances por STEP06 y no se reversan aqui
           77 WS-GENERACION PIC X(20) VALUE SPACES.
           77 WS-FECHA-GEN PIC 9(8) VALUE ZERO.
           77 WS-PERIODO-REV PIC 99 VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * alcance capturado por el supervisor
           77 WS-CIA-REVERSO PIC XX VALUE SPACES.
           77 WS-MOTIVO PIC X(40) VALUE SPACES.
           77 WS-ID-TECLEADO PIC X(5) VALUE SPACES.
           77 WS-FIN-CAPTURA PIC X VALUE 'N'.
              88 CAPTURA-TERMINADA VALUE 'S'.
           77 WS-NUM-SELECCION PIC 9(3) VALUE ZERO.
       01  TABLA-SELECCION.
           05  SELECCION-ENTRY OCCURS 500 TIMES
                   INDEXED BY SEL-IDX.
               10  TAB-SEL-ID          PIC 9(5).
      * ' ' no esta en la generacion, 'R' se reversa, 'Y' ya tenia
      * su reverso, 'C' es de otra compania que la del alcance
               10  TAB-SEL-ESTADO      PIC X.
           77 WS-SEL-POS PIC 9(3) VALUE ZERO.

      * pagos de la generacion que se reversan en esta corrida
           77 WS-NUM-REVERSO PIC 9(4) VALUE ZERO.
       01  TABLA-REVERSO.
           05  REVERSO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY REV-IDX.
               10  TAB-REV-ID          PIC 9(5).
               10  TAB-REV-CIA         PIC XX.
      * periodo del pago en el calendario de su compania
               10  TAB-REV-PERIODO     PIC 99.
               10  TAB-REV-DEPTO       PIC X(4).
               10  TAB-REV-NOMBRE      PIC X(30).
               10  TAB-REV-HORAS       PIC 9(3).
               10  TAB-REV-PAGO        PIC 9(5)V99.
               10  TAB-REV-SALARIO     PIC 9(7)V99.
               10  TAB-REV-NETO        PIC 9(7)V99.
           77 WS-REV-POS PIC 9(4) VALUE ZERO.
           77 WS-ID-BUSCADO PIC 9(5) VALUE ZERO.

      * pagos de esta misma generacion que ya se reversaron antes
      * (renglon AUD-REVERSO del mismo DATO-ID, compania y periodo
      * con fecha no anterior a la generacion)
           77 WS-NUM-YA-REVERSADOS PIC 9(4) VALUE ZERO.
       01  TABLA-YA-REVERSADOS.
           05  YA-REVERSADO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY YAR-IDX.
               10  TAB-YAR-ID          PIC 9(5).
               10  TAB-YAR-CIA         PIC XX.
               10  TAB-YAR-PERIODO     PIC 99.
           77 WS-YA-REVERSADO PIC X VALUE 'N'.
              88 PAGO-YA-REVERSADO VALUE 'S'.

      * totales para el cuadre: la generacion completa, lo reversado
      * antes, lo reversado ahora y lo que queda vigente
           77 WS-GEN-REGISTROS PIC 9(6) VALUE ZERO.
           77 WS-GEN-SALARIO PIC 9(11)V99 VALUE ZERO.
           77 WS-ANT-REGISTROS PIC 9(6) VALUE ZERO.
           77 WS-ANT-SALARIO PIC 9(11)V99 VALUE ZERO.
           77 WS-REV-REGISTROS PIC 9(6) VALUE ZERO.
           77 WS-REV-SALARIO PIC 9(11)V99 VALUE ZERO.
           77 WS-REV-NETO PIC 9(11)V99 VALUE ZERO.
           77 WS-RES-REGISTROS PIC 9(6) VALUE ZERO.
           77 WS-RES-SALARIO PIC 9(11)V99 VALUE ZERO.

      * renglones de control de la corrida original (CTLREC.cpy)
           77 WS-CTL-CALC PIC X VALUE 'N'.
              88 HAY-CONTROL-CALC VALUE 'S'.
           77 WS-CTL-CALC-REG PIC 9(6) VALUE ZERO.
           77 WS-CTL-CALC-TOTAL PIC 9(11)V99 VALUE ZERO.
           77 WS-CTL-REPORT PIC X VALUE 'N'.
              88 HAY-CONTROL-REPORT VALUE 'S'.
           77 WS-CTL-REPORT-REG PIC 9(6) VALUE ZERO.
           77 WS-CTL-REPORT-TOTAL PIC 9(11)V99 VALUE ZERO.
           77 WS-CTL-GLPOST PIC X VALUE 'N'.
              88 HAY-CONTROL-GLPOST VALUE 'S'.
           77 WS-CTL-GLPOST-REG PIC 9(6) VALUE ZERO.
           77 WS-CTL-GLPOST-TOTAL PIC 9(11)V99 VALUE ZERO.
           77 WS-CUADRE PIC X(11) VALUE SPACES.

      * control de periodos: cerrado para el alcance y cuantos
      * renglones de cierre se reabren
           77 WS-PERIODO-CERRADO PIC X VALUE 'N'.
              88 PERIODO-YA-CERRADO VALUE 'S'.
           77 WS-NUM-REABRE PIC 9(3) VALUE ZERO.
           77 WS-NUM-REABIERTOS PIC 9(3) VALUE ZERO.
           77 WS-RENGLON-REABRE PIC X VALUE 'N'.
              88 RENGLON-SE-REABRE VALUE 'S'.

      * motivo del rechazo (COND-CODE 8); en blanco si procede
           77 WS-RECHAZO PIC X(60) VALUE SPACES.
           77 WS-NUM-AVISOS PIC 9(5) VALUE ZERO.

      * balances del circuito generico; el orden fija el numero de
      * balance de cada renglon de TABLA-DELTAS y el layout que
      * DESARMA-RENGLON / ARMA-RENGLON aplican
       01  WS-BALANCES-CONST.
           05  FILLER PIC X(8) VALUE "YTD".
           05  FILLER PIC X(8) VALUE "ARREARS".
           05  FILLER PIC X(8) VALUE "ACUMPROV".
           05  FILLER PIC X(8) VALUE "FONDOAHO".
           05  FILLER PIC X(8) VALUE "PRESTAMO".
       01  WS-BALANCES REDEFINES WS-BALANCES-CONST.
           05  BALANCE-ENTRY OCCURS 5 TIMES
                   INDEXED BY BAL-IDX.
               10  WS-BAL-NOMBRE  PIC X(8).
       01  TABLA-BAL-RESUMEN.
           05  BAL-RESUMEN-ENTRY OCCURS 5 TIMES.
               10  TAB-BAL-IMAGEN      PIC X.
               10  TAB-BAL-AJUSTADOS   PIC 9(5).
               10  TAB-BAL-AGREGADOS   PIC 9(5).
               10  TAB-BAL-EN-CERO     PIC 9(5).
               10  TAB-BAL-MONTO       PIC S9(11)V99.
           77 WS-BAL-NUM PIC 9 VALUE ZERO.
           77 WS-RUTA-IMAGEN PIC X(30) VALUE SPACES.
           77 WS-RUTA-MAESTRO PIC X(30) VALUE SPACES.
           77 WS-RUTA-MAESTRO-N PIC X(30) VALUE SPACES.
           77 WS-SIGNO-IMAGEN PIC S9 VALUE ZERO.

      * layouts de los balances para desarmar/armar el renglon
           COPY YTDACUM.
           COPY ARREARS.
           COPY ACUMPROV.
           COPY FONAHREC.
           COPY PRESREC.

      * renglon de balance en forma generica: llave, hasta tres
      * montos que posteo el periodo y los datos que se restauran o
      * se necesitan para volver a dar de alta un renglon borrado
           77 WS-R-ID PIC 9(5) VALUE ZERO.
           77 WS-R-CODIGO PIC X(4) VALUE SPACES.
           77 WS-R-CIA PIC XX VALUE SPACES.
           77 WS-R-CAMPO-1 PIC S9(9)V99 VALUE ZERO.
           77 WS-R-CAMPO-2 PIC S9(9)V99 VALUE ZERO.
           77 WS-R-CAMPO-3 PIC S9(9)V99 VALUE ZERO.
           77 WS-R-AUX-1 PIC 9(9)V99 VALUE ZERO.
           77 WS-R-AUX-2 PIC 9(9)V99 VALUE ZERO.
           77 WS-R-PERIODO PIC 99 VALUE ZERO.
           77 WS-R-EN-CERO PIC X VALUE 'N'.
              88 RENGLON-LLEVADO-A-CERO VALUE 'S'.
           77 WS-RENGLON PIC X(60) VALUE SPACES.

      * diferencia despues - antes por balance/DATO-ID/codigo
           77 WS-NUM-DELTAS PIC 9(5) VALUE ZERO.
       01  TABLA-DELTAS.
           05  DELTA-ENTRY OCCURS 20000 TIMES
                   INDEXED BY DLT-IDX.
               10  TAB-DLT-BALANCE     PIC 9.
               10  TAB-DLT-ID          PIC 9(5).
               10  TAB-DLT-CODIGO      PIC X(4).
               10  TAB-DLT-CIA         PIC XX.
               10  TAB-DLT-PERIODO     PIC 99.
               10  TAB-DLT-MONTO-1     PIC S9(9)V99.
               10  TAB-DLT-MONTO-2     PIC S9(9)V99.
               10  TAB-DLT-MONTO-3     PIC S9(9)V99.
               10  TAB-DLT-ANT-1       PIC 9(9)V99.
               10  TAB-DLT-ANT-2       PIC 9(9)V99.
               10  TAB-DLT-ANT-PERIODO PIC 99.
               10  TAB-DLT-CON-ANT     PIC X.
               10  TAB-DLT-APLICADO    PIC X.
           77 WS-DLT-POS PIC 9(5) VALUE ZERO.

      * conjuntos de la generacion que se regraban sin los pagos
      * anulados (sufijo del archivo que deja el job)
       01  WS-CONJUNTOS-CONST.
           05  FILLER PIC X(3) VALUE "PAY".
           05  FILLER PIC X(3) VALUE "DED".
           05  FILLER PIC X(3) VALUE "ISR".
           05  FILLER PIC X(3) VALUE "PER".
       01  WS-CONJUNTOS REDEFINES WS-CONJUNTOS-CONST.
           05  CONJUNTO-ENTRY OCCURS 4 TIMES
                   INDEXED BY CNJ-IDX.
               10  WS-CNJ-SUFIJO  PIC X(3).
           77 WS-RUTA-GEN PIC X(30) VALUE SPACES.
           77 WS-RUTA-GEN-N PIC X(30) VALUE SPACES.
           77 WS-GEN-ID PIC 9(5) VALUE ZERO.
           77 WS-GEN-ANULADO PIC X VALUE 'N'.
              88 RENGLON-ANULADO VALUE 'S'.

      * diario inverso por compania: gasto por departamento, pasivo
      * por codigo de deduccion, neto, provision y fondo
           77 WS-NUM-CIAS PIC 9 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 9 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA             PIC XX.
               10  TAB-CIA-PERIODO     PIC 99.
               10  TAB-CIA-CERRADA     PIC X.
               10  TAB-CIA-NETO        PIC 9(9)V99.
               10  TAB-CIA-PROVISION   PIC S9(9)V99.
               10  TAB-CIA-FONDO       PIC S9(9)V99.
      * fecha del posteo original en data/GLPASIVO.DAT (cero si el
      * periodo de la compania no dejo renglones de pasivo)
               10  TAB-CIA-FECHA-GL    PIC 9(8).
           77 WS-NUM-GASTOS PIC 9(3) VALUE ZERO.
       01  TABLA-GASTOS.
           05  GASTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY GASTO-IDX.
               10  TAB-GASTO-CIA       PIC XX.
               10  TAB-GASTO-DEPTO     PIC X(4).
               10  TAB-GASTO-MONTO     PIC 9(9)V99.
           77 WS-NUM-PASIVOS PIC 9(3) VALUE ZERO.
       01  TABLA-PASIVOS.
           05  PASIVO-ENTRY OCCURS 200 TIMES
                   INDEXED BY PASIVO-IDX.
               10  TAB-PASIVO-CIA      PIC XX.
               10  TAB-PASIVO-CODIGO   PIC X(4).
               10  TAB-PASIVO-MONTO    PIC 9(9)V99.
           77 WS-CIA-BUSCADA PIC XX VALUE SPACES.

      * lo que PROYDIST paso de los pagos reversados a cada orden de
      * trabajo (mismo arreglo que GLPOST.cbl)
           77 WS-NUM-WIP PIC 9(4) VALUE ZERO.
       01  TABLA-WIP.
           05  WIP-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WIP-IDX.
               10  TAB-WIP-CIA         PIC XX.
               10  TAB-WIP-CUENTA      PIC X(6).
               10  TAB-WIP-PROYECTO    PIC X(10).
               10  TAB-WIP-MANO-OBRA   PIC 9(9)V99.
               10  TAB-WIP-CARGA       PIC 9(9)V99.
           77 WS-MONTO-RECLASIFICA PIC 9(7)V99 VALUE ZERO.

      * cargo intercompania de los pagos reversados por pareja de
      * companias y, dentro de la pareja, por departamento de la que
      * paga (mismos arreglos que ICCARGO.cbl)
           77 WS-NUM-PARES PIC 99 VALUE ZERO.
       01  TABLA-PARES.
           05  PAR-ENTRY OCCURS 81 TIMES
                   INDEXED BY PAR-IDX.
               10  TAB-PAR-PAGA        PIC XX.
               10  TAB-PAR-RECIBE      PIC XX.
               10  TAB-PAR-SUELDO      PIC 9(9)V99.
               10  TAB-PAR-CARGA       PIC 9(9)V99.
               10  TAB-PAR-PROV        PIC 9(9)V99.
           77 WS-NUM-PAR-DEPTOS PIC 9(3) VALUE ZERO.
       01  TABLA-PAR-DEPTOS.
           05  PAR-DEPTO-ENTRY OCCURS 500 TIMES
                   INDEXED BY PDE-IDX.
               10  TAB-PDE-PAGA        PIC XX.
               10  TAB-PDE-RECIBE      PIC XX.
               10  TAB-PDE-DEPTO       PIC X(4).
               10  TAB-PDE-SUELDO      PIC 9(9)V99.
           77 WS-TOTAL-PAR PIC 9(9)V99 VALUE ZERO.

      * reverso del periodo completo: el diario es el negativo de los
      * archivados; un renglon entra si es de la compania del alcance
      * (' CIA xx' en la descripcion, o la que paga en los renglones
      * del libro de la que recibe el cargo intercompania)
           77 WS-DIARIO-NEGADO PIC X VALUE 'N'.
              88 DIARIO-DE-ARCHIVO VALUE 'S'.
           77 WS-RUTA-DIARIO PIC X(30) VALUE SPACES.
           77 WS-PATRON-CIA PIC X(7) VALUE SPACES.
           77 WS-CUENTA-CIA PIC 9(3) VALUE ZERO.
           77 WS-LINEA-ALCANCE PIC X VALUE 'N'.
              88 LINEA-EN-ALCANCE VALUE 'S'.
           77 WS-MONTO-ORIG PIC S9(10)V99 VALUE ZERO.
           77 WS-NUM-LINEAS-ARCHIVO PIC 9(5) VALUE ZERO.

      * renglones negativos de la bitacora de pasivo
           77 WS-NUM-PASIVO-REV PIC 9(4) VALUE ZERO.
           77 WS-NUM-PASIVO-SIN-GL PIC 9(4) VALUE ZERO.

      * catalogo de cuentas (GLMAPREC.cpy) y las cuentas fijas de
      * GLPOST.cbl que este diario invierte
           77 WS-NUM-MAPA PIC 9(3) VALUE ZERO.
       01  TABLA-MAPA.
           05  MAPA-ENTRY OCCURS 200 TIMES
                   INDEXED BY MAPA-IDX.
               10  TAB-MAPA-TIPO       PIC X.
               10  TAB-MAPA-LLAVE      PIC X(4).
               10  TAB-MAPA-CUENTA     PIC X(6).
           77 WS-CUENTA-HALLADA PIC X(6) VALUE SPACES.
           77 WS-CUENTA-GASTO-NOM PIC X(6) VALUE '500100'.
           77 WS-CUENTA-NOMINA-PAGAR PIC X(6) VALUE '200100'.
           77 WS-CUENTA-GASTO-PRV PIC X(6) VALUE '500300'.
           77 WS-CUENTA-PASIVO-PRV PIC X(6) VALUE '210600'.
           77 WS-CUENTA-GASTO-FON PIC X(6) VALUE '500400'.
           77 WS-CUENTA-PASIVO-FON PIC X(6) VALUE '210700'.
           77 WS-CUENTA-CARGA-APLICADA PIC X(6) VALUE '500600'.
           77 WS-CUENTA-COSTO-IC PIC X(6) VALUE '500700'.
           77 WS-CUENTA-CXC-IC PIC X(6) VALUE '115000'.
           77 WS-CUENTA-CXP-IC PIC X(6) VALUE '215000'.
           77 WS-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZERO.
           77 WS-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZERO.
           77 WS-NUM-ASIENTOS PIC 9(5) VALUE ZERO.
      * pareja gasto/pasivo de provision y fondo: monto con signo,
      * positivo = el periodo cargo gasto y abono pasivo
           77 WS-PAR-MONTO PIC S9(9)V99 VALUE ZERO.
           77 WS-PAR-GASTO PIC X(6) VALUE SPACES.
           77 WS-PAR-PASIVO PIC X(6) VALUE SPACES.
           77 WS-PAR-DESC-GASTO PIC X(22) VALUE SPACES.
           77 WS-PAR-DESC-PASIVO PIC X(22) VALUE SPACES.

       01  WS-ASIENTO-LINE.
           05  WS-A-CUENTA    PIC X(6).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-A-TIPO      PIC X(7).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-A-MONTO     PIC $Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-A-DESC      PIC X(30).

      * reporte
       01  WS-TITULO-LINE.
           05  FILLER         PIC X(31)
                   VALUE "REVERSO DE NOMINA - GENERACION ".
           05  WS-T-GENERACION PIC X(20).
           05  FILLER         PIC X(9) VALUE " PERIODO ".
           05  WS-T-PERIODO   PIC 99.
           05  FILLER         PIC X(8) VALUE "  FECHA ".
           05  WS-T-FECHA     PIC 9(8).

       01  WS-DETALLE-LINE.
           05  WS-D-ID        PIC 9(5).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-D-NOMBRE    PIC X(30).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-CIA       PIC XX.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-D-PERIODO   PIC 99.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-D-DEPTO     PIC X(4).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-D-HORAS     PIC ZZ9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-D-SALARIO   PIC Z,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-D-NETO      PIC Z,ZZZ,ZZ9.99.

       01  WS-CUADRE-LINE.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-C-CONCEPTO  PIC X(30).
           05  WS-C-REGISTROS PIC ZZZ,ZZ9.
           05  FILLER         PIC X(6) VALUE " REG  ".
           05  WS-C-TOTAL     PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-C-NOTA      PIC X(30).

       01  WS-BALANCE-LINE.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-B-NOMBRE    PIC X(10).
           05  WS-B-AJUSTADOS PIC ZZ,ZZ9.
           05  FILLER         PIC X(12) VALUE " AJUSTADOS  ".
           05  WS-B-AGREGADOS PIC ZZ,ZZ9.
           05  FILLER         PIC X(12) VALUE " RE-ALTAS   ".
           05  WS-B-EN-CERO   PIC ZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE " EN CERO  ".
           05  WS-B-MONTO     PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.

           77 WS-MONTO-EDIT PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
           77 WS-MONTO-EDIT2 PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
           77 WS-CONTEO-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'REVERSO' TO LOG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM LEE-GENERACION.
           PERFORM FIRMA-OPERADOR.
           IF NOT FIRMA-ACEPTADA
              DISPLAY "FIRMA RECHAZADA, EL PROGRAMA TERMINA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT OPERADOR-ES-SUPERVISOR
              DISPLAY "EL REVERSO DE NOMINA REQUIERE NIVEL "
                  "SUPERVISOR"
              MOVE 'W' TO LOG-SEVERIDAD
              MOVE SPACES TO LOG-MENSAJE
              STRING 'INTENTO DE REVERSO DE NOMINA SIN NIVEL '
                  'SUPERVISOR: ' WS-OPERADOR-FIRMADO
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CAPTURA-ALCANCE.

      * todo se valida ANTES de escribir: un rechazo no deja nada a
      * medias (solo el reporte con el motivo)
           PERFORM CARGA-YA-REVERSADOS.
           PERFORM CLASIFICA-GENERACION.
           PERFORM CARGA-CONTROLES.
           PERFORM CUADRA-CONTRA-CONTROLES.
           PERFORM REVISA-PERIODO-CERRADO.
           PERFORM VALIDA-REVERSO.
           IF WS-RECHAZO NOT = SPACES
              PERFORM RECHAZA-REVERSO
           END-IF.

           PERFORM CARGA-DIFERENCIAS
               VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > 5.
           PERFORM APLICA-A-MAESTRO
               VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > 5.
           PERFORM ACUMULA-PROVISION-FONDO.
           PERFORM ACUMULA-PASIVOS.
           PERFORM ESCRIBE-VIGENTE
               VARYING CNJ-IDX FROM 1 BY 1 UNTIL CNJ-IDX > 4.
           PERFORM DETERMINA-ORIGEN-DIARIO.
           IF NOT DIARIO-DE-ARCHIVO
              PERFORM ACUMULA-COSTO-PROYECTOS
              PERFORM ACUMULA-CARGO-IC
           END-IF.
           PERFORM ESCRIBE-DIARIO-INVERSO.
           PERFORM ESCRIBE-PASIVO-INVERSO.
           PERFORM ESCRIBE-AUDITORIA-REVERSO.
           IF WS-NUM-SELECCION = ZERO
              AND WS-NUM-REABRE > ZERO
              PERFORM REABRE-PERIODO
           END-IF.
           PERFORM ESCRIBE-REPORTE.

           DISPLAY "REVERSO: GENERACION " WS-GENERACION " "
               WS-REV-REGISTROS " PAGO(S) REVERSADOS, "
               WS-NUM-AVISOS " AVISO(S), DIARIO EN data/REVERSO.GL".
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-AVISOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           STRING 'REVERSO ' DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               ' CIA ' WS-CIA-REVERSO ' POR ' WS-OPERADOR-FIRMADO
               ': ' WS-REV-REGISTROS ' PAGO(S), '
               WS-NUM-AVISOS ' AVISO(S)'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           IF WS-NUM-AVISOS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      * la generacion (p.ej. P21.20261015) y su fecha vienen del job
      * en data/REVERSO.PRM
       LEE-GENERACION.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END MOVE "10" TO WS-PARM-STATUS
              END-READ
           END-IF.
           IF WS-PARM-STATUS NOT = "00"
              OR PRM-GENERACION = SPACES
              OR PRM-FECHA IS NOT NUMERIC
              DISPLAY "ERROR: data/REVERSO.PRM SIN GENERACION VALIDA: "
                  WS-PARM-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PRM-GENERACION TO WS-GENERACION.
           MOVE PRM-FECHA TO WS-FECHA-GEN.
           CLOSE PARM-FILE.
           IF WS-GENERACION(1:1) = 'P'
              AND WS-GENERACION(2:2) IS NUMERIC
              AND WS-GENERACION(4:1) = '.'
              MOVE WS-GENERACION(2:2) TO WS-PERIODO-REV
           END-IF.

      * firma del operador contra data/OPERADOR.DAT: tres intentos
      * (mismo circuito que FRAUDRPT.cbl)
       FIRMA-OPERADOR.
           PERFORM UNTIL FIRMA-ACEPTADA OR WS-INTENTOS > 2
              DISPLAY "OPERADOR: " WITH NO ADVANCING
              ACCEPT WS-ID-CAPTURA
              DISPLAY "PASSWORD: " WITH NO ADVANCING
              ACCEPT WS-PASSWORD-CAPTURA
              PERFORM VERIFICA-OPERADOR
              IF NOT FIRMA-ACEPTADA
                 ADD 1 TO WS-INTENTOS
                 DISPLAY "OPERADOR O PASSWORD INCORRECTOS"
              END-IF
           END-PERFORM.
           IF FIRMA-ACEPTADA
              DISPLAY "FIRMADO: " WS-OPERADOR-FIRMADO
                  " NIVEL: " WS-NIVEL-FIRMADO
           END-IF.

       VERIFICA-OPERADOR.
           MOVE 'N' TO WS-OPR-EOF.
           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-OPERADORES
                 READ OPERADOR-FILE
                    AT END MOVE 'S' TO WS-OPR-EOF
                    NOT AT END
                       IF OPR-ID = WS-ID-CAPTURA
                          AND OPR-PASSWORD = WS-PASSWORD-CAPTURA
                          MOVE 'S' TO WS-FIRMA-OK
                          MOVE OPR-ID TO WS-OPERADOR-FIRMADO
                          MOVE OPR-NIVEL TO WS-NIVEL-FIRMADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADOR-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/OPERADOR.DAT: "
                  WS-OPERADOR-STATUS
           END-IF.

      * compania ('**' o en blanco = todas las de la generacion), el
      * motivo (obligatorio, queda en el reporte y la bitacora) y los
      * DATO-ID a reversar, uno por renglon; sin DATO-ID se reversa
      * el periodo completo del alcance
       CAPTURA-ALCANCE.
           DISPLAY "GENERACION " WS-GENERACION " PERIODO "
               WS-PERIODO-REV.
           DISPLAY "COMPANIA A REVERSAR (** = TODAS): "
               WITH NO ADVANCING.
           ACCEPT WS-CIA-REVERSO.
           IF WS-CIA-REVERSO = SPACES
              MOVE '**' TO WS-CIA-REVERSO
           END-IF.
           DISPLAY "MOTIVO DEL REVERSO: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           DISPLAY "DATO-ID A REVERSAR, UNO POR RENGLON (EN BLANCO "
               "= PERIODO COMPLETO / FIN DE LA LISTA)".
           PERFORM UNTIL CAPTURA-TERMINADA
              MOVE SPACES TO WS-ID-TECLEADO
              DISPLAY "DATO-ID: " WITH NO ADVANCING
              ACCEPT WS-ID-TECLEADO
              EVALUATE TRUE
                 WHEN WS-ID-TECLEADO = SPACES
                    OR WS-ID-TECLEADO = '00000'
                    MOVE 'S' TO WS-FIN-CAPTURA
                 WHEN WS-ID-TECLEADO IS NOT NUMERIC
                    DISPLAY "DATO-ID INVALIDO (CINCO DIGITOS): "
                        WS-ID-TECLEADO
                 WHEN OTHER
                    PERFORM REGISTRA-SELECCION
              END-EVALUATE
           END-PERFORM.

       REGISTRA-SELECCION.
           MOVE WS-ID-TECLEADO TO WS-ID-BUSCADO.
           PERFORM BUSCA-EN-SELECCION.
           IF WS-SEL-POS = ZERO
              IF WS-NUM-SELECCION = 500
                 DISPLAY "TABLA LLENA: WS-NUM-SELECCION"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-SELECCION
              MOVE WS-ID-BUSCADO TO TAB-SEL-ID(WS-NUM-SELECCION)
              MOVE SPACE TO TAB-SEL-ESTADO(WS-NUM-SELECCION)
           END-IF.

       BUSCA-EN-SELECCION.
           MOVE ZERO TO WS-SEL-POS.
           PERFORM VARYING SEL-IDX FROM 1 BY 1
                   UNTIL SEL-IDX > WS-NUM-SELECCION
              IF TAB-SEL-ID(SEL-IDX) = WS-ID-BUSCADO
                 SET WS-SEL-POS TO SEL-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * renglones de reverso que ya estan en la auditoria para el
      * periodo de esta generacion
       CARGA-YA-REVERSADOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ AUDIT-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF AUD-REVERSO
                          AND AUD-FECHA-CORRIDA NOT < WS-FECHA-GEN
                          PERFORM REGISTRA-YA-REVERSADO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE AUDIT-FILE.

       REGISTRA-YA-REVERSADO.
           IF WS-NUM-YA-REVERSADOS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-YA-REVERSADOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-YA-REVERSADOS.
           MOVE AUD-DATO-ID TO TAB-YAR-ID(WS-NUM-YA-REVERSADOS).
           MOVE AUD-COMPANIA TO TAB-YAR-CIA(WS-NUM-YA-REVERSADOS).
           MOVE AUD-PERIODO TO TAB-YAR-PERIODO(WS-NUM-YA-REVERSADOS).

      * una pasada por la generacion: totales completos para el
      * cuadre y, por pago, si ya estaba reversado, si entra al
      * reverso de hoy o si queda vigente
       CLASIFICA-GENERACION.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAYCALC-FILE.
           IF WS-PAYCALC-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/REVERSO.PAY: "
                  WS-PAYCALC-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ PAYCALC-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    PERFORM CLASIFICA-PAGO
              END-READ
           END-PERFORM.
           CLOSE PAYCALC-FILE.

       CLASIFICA-PAGO.
           IF PC-PERIODO-NOMINA = ZERO
              MOVE WS-PERIODO-REV TO PC-PERIODO-NOMINA
           END-IF.
           ADD 1 TO WS-GEN-REGISTROS.
           ADD PC-SALARIO TO WS-GEN-SALARIO.
           MOVE PC-DATO-ID TO WS-ID-BUSCADO.
           PERFORM BUSCA-EN-SELECCION.
           MOVE 'N' TO WS-YA-REVERSADO.
           PERFORM VARYING YAR-IDX FROM 1 BY 1
                   UNTIL YAR-IDX > WS-NUM-YA-REVERSADOS
              IF TAB-YAR-ID(YAR-IDX) = PC-DATO-ID
                 AND TAB-YAR-CIA(YAR-IDX) = PC-COMPANIA
                 AND TAB-YAR-PERIODO(YAR-IDX) = PC-PERIODO-NOMINA
                 MOVE 'S' TO WS-YA-REVERSADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN PAGO-YA-REVERSADO
                 ADD 1 TO WS-ANT-REGISTROS
                 ADD PC-SALARIO TO WS-ANT-SALARIO
                 IF WS-SEL-POS > ZERO
                    MOVE 'Y' TO TAB-SEL-ESTADO(WS-SEL-POS)
                 END-IF
              WHEN WS-CIA-REVERSO NOT = '**'
                 AND PC-COMPANIA NOT = WS-CIA-REVERSO
                 ADD 1 TO WS-RES-REGISTROS
                 ADD PC-SALARIO TO WS-RES-SALARIO
                 IF WS-SEL-POS > ZERO
                    MOVE 'C' TO TAB-SEL-ESTADO(WS-SEL-POS)
                 END-IF
              WHEN WS-NUM-SELECCION > ZERO
                 AND WS-SEL-POS = ZERO
                 ADD 1 TO WS-RES-REGISTROS
                 ADD PC-SALARIO TO WS-RES-SALARIO
              WHEN OTHER
                 IF WS-SEL-POS > ZERO
                    MOVE 'R' TO TAB-SEL-ESTADO(WS-SEL-POS)
                 END-IF
                 PERFORM REGISTRA-PAGO-REVERSO
           END-EVALUATE.

       REGISTRA-PAGO-REVERSO.
           IF WS-NUM-REVERSO = 5000
              DISPLAY "TABLA LLENA: WS-NUM-REVERSO"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-REVERSO.
           SET REV-IDX TO WS-NUM-REVERSO.
           MOVE PC-DATO-ID TO TAB-REV-ID(REV-IDX).
           MOVE PC-COMPANIA TO TAB-REV-CIA(REV-IDX).
           MOVE PC-PERIODO-NOMINA TO TAB-REV-PERIODO(REV-IDX).
           MOVE PC-DEPARTAMENTO TO TAB-REV-DEPTO(REV-IDX).
           MOVE PC-NOMBRE TO TAB-REV-NOMBRE(REV-IDX).
           MOVE PC-HORAS TO TAB-REV-HORAS(REV-IDX).
           MOVE PC-PAGO TO TAB-REV-PAGO(REV-IDX).
           MOVE PC-SALARIO TO TAB-REV-SALARIO(REV-IDX).
           MOVE PC-NET-SALARIO TO TAB-REV-NETO(REV-IDX).
           ADD 1 TO WS-REV-REGISTROS.
           ADD PC-SALARIO TO WS-REV-SALARIO.
           ADD PC-NET-SALARIO TO WS-REV-NETO.
           MOVE PC-COMPANIA TO WS-CIA-BUSCADA.
           PERFORM BUSCA-O-CREA-CIA.
           MOVE PC-PERIODO-NOMINA TO TAB-CIA-PERIODO(CIA-IDX).
           ADD PC-NET-SALARIO TO TAB-CIA-NETO(CIA-IDX).
           PERFORM SUMA-GASTO-DEPTO.

       BUSCA-EN-REVERSO.
           MOVE ZERO TO WS-REV-POS.
           PERFORM VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > WS-NUM-REVERSO
              IF TAB-REV-ID(REV-IDX) = WS-ID-BUSCADO
                 SET WS-REV-POS TO REV-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * renglones 'CALC', 'REPORT' y 'GLPOST' de la corrida original
      * (ver CTLREC.cpy y PAYBAL.cbl)
       CARGA-CONTROLES.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
              PERFORM UNTIL WS-CONTROL-STATUS NOT = "00"
                 READ CONTROL-FILE
                    AT END MOVE "10" TO WS-CONTROL-STATUS
                    NOT AT END
                       EVALUATE CTL-PASO
                          WHEN 'CALC'
                             MOVE 'S' TO WS-CTL-CALC
                             MOVE CTL-REGISTROS TO WS-CTL-CALC-REG
                             MOVE CTL-TOTAL-SALARIO TO
                                 WS-CTL-CALC-TOTAL
                          WHEN 'REPORT'
                             MOVE 'S' TO WS-CTL-REPORT
                             MOVE CTL-REGISTROS TO WS-CTL-REPORT-REG
                             MOVE CTL-TOTAL-SALARIO TO
                                 WS-CTL-REPORT-TOTAL
                          WHEN 'GLPOST'
                             MOVE 'S' TO WS-CTL-GLPOST
                             MOVE CTL-REGISTROS TO WS-CTL-GLPOST-REG
                             MOVE CTL-TOTAL-SALARIO TO
                                 WS-CTL-GLPOST-TOTAL
                       END-EVALUATE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CONTROL-FILE.

      * la generacion archivada tiene que ser exactamente la que
      * conto la corrida: mismos registros y mismo SALARIO que CALC,
      * que REPORT y, si GLPOST corrio, que lo posteado
       CUADRA-CONTRA-CONTROLES.
           EVALUATE TRUE
              WHEN NOT HAY-CONTROL-CALC
                 MOVE 'SIN CONTROL' TO WS-CUADRE
              WHEN WS-CTL-CALC-REG NOT = WS-GEN-REGISTROS
                 OR WS-CTL-CALC-TOTAL NOT = WS-GEN-SALARIO
                 MOVE 'NO CUADRA' TO WS-CUADRE
              WHEN HAY-CONTROL-REPORT
                 AND (WS-CTL-REPORT-REG NOT = WS-GEN-REGISTROS
                 OR WS-CTL-REPORT-TOTAL NOT = WS-GEN-SALARIO)
                 MOVE 'NO CUADRA' TO WS-CUADRE
              WHEN HAY-CONTROL-GLPOST
                 AND WS-CTL-GLPOST-TOTAL NOT = WS-GEN-SALARIO
                 MOVE 'NO CUADRA' TO WS-CUADRE
              WHEN OTHER
                 MOVE 'CUADRA' TO WS-CUADRE
           END-EVALUATE.

      * el periodo tiene que estar cerrado para cada compania con
      * pagos a reversar: por su propio renglon de cierre (el periodo
      * de su calendario) o por el cierre global '**' del periodo de
      * la generacion. Se reabren los renglones propios de esas
      * companias; el global solo lo reabre un reverso de todas
       REVISA-PERIODO-CERRADO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PERCTL-FILE.
           IF WS-PERCTL-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ PERCTL-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM EVALUA-RENGLON-CIERRE
                       IF RENGLON-SE-REABRE
                          ADD 1 TO WS-NUM-REABRE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PERCTL-FILE.
           MOVE 'S' TO WS-PERIODO-CERRADO.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA-CERRADA(CIA-IDX) NOT = 'S'
                 MOVE 'N' TO WS-PERIODO-CERRADO
              END-IF
           END-PERFORM.

       EVALUA-RENGLON-CIERRE.
           MOVE 'N' TO WS-RENGLON-REABRE.
           EVALUATE TRUE
              WHEN PCT-COMPANIA IS NUMERIC
                 IF PCL-PERIODO = WS-PERIODO-REV
                    AND PCL-CERRADO
                    PERFORM MARCA-CIAS-CERRADAS
                 END-IF
              WHEN PCT-COMPANIA = '**'
                 IF PCT-PERIODO = WS-PERIODO-REV
                    AND PCT-CERRADO
                    PERFORM MARCA-CIAS-CERRADAS
                 END-IF
              WHEN PCT-CERRADO
                 PERFORM VARYING CIA-IDX FROM 1 BY 1
                         UNTIL CIA-IDX > WS-NUM-CIAS
                    IF TAB-CIA(CIA-IDX) = PCT-COMPANIA
                       AND TAB-CIA-PERIODO(CIA-IDX) = PCT-PERIODO
                       MOVE 'S' TO TAB-CIA-CERRADA(CIA-IDX)
                       MOVE 'S' TO WS-RENGLON-REABRE
                    END-IF
                 END-PERFORM
           END-EVALUATE.

      * cierre global: cierra a todas las companias del reverso y se
      * reabre solo si el reverso es de todas
       MARCA-CIAS-CERRADAS.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              MOVE 'S' TO TAB-CIA-CERRADA(CIA-IDX)
           END-PERFORM.
           IF WS-CIA-REVERSO = '**'
              MOVE 'S' TO WS-RENGLON-REABRE
           END-IF.

       VALIDA-REVERSO.
           MOVE 'data/REVANT.YTD' TO WS-RUTA-IMAGEN.
           OPEN INPUT IMAGEN-FILE.
           EVALUATE TRUE
              WHEN WS-PERIODO-REV = ZERO
                 MOVE 'LA GENERACION NO ES DE UN PERIODO ORDINARIO'
                     TO WS-RECHAZO
              WHEN WS-MOTIVO = SPACES
                 MOVE 'FALTA EL MOTIVO DEL REVERSO' TO WS-RECHAZO
              WHEN WS-CUADRE = 'SIN CONTROL'
                 MOVE 'LA GENERACION NO TRAE CONTROLES.DAT ARCHIVADO'
                     TO WS-RECHAZO
              WHEN WS-CUADRE = 'NO CUADRA'
                 MOVE 'LA GENERACION NO CUADRA CONTRA CONTROLES.DAT'
                     TO WS-RECHAZO
              WHEN NOT PERIODO-YA-CERRADO
                 MOVE 'EL PERIODO NO ESTA CERRADO EN data/PERCTL.DAT'
                     TO WS-RECHAZO
              WHEN WS-IMAGEN-STATUS NOT = "00"
                 MOVE 'GENERACION ARCHIVADA SIN IMAGENES DE BALANCES'
                     TO WS-RECHAZO
              WHEN WS-NUM-REVERSO = ZERO
                 MOVE 'NINGUN PAGO DE LA GENERACION QUEDA POR REVERSAR'
                     TO WS-RECHAZO
           END-EVALUATE.
           CLOSE IMAGEN-FILE.

      * rechazo: solo el reporte con el motivo y el cuadre; ningun
      * balance, diario, auditoria ni control de periodos se toca
       RECHAZA-REVERSO.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ESCRIBE-ENCABEZADO.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REVERSO RECHAZADO: ' WS-RECHAZO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM ESCRIBE-CUADRE.
           CLOSE REPORT-FILE.
           DISPLAY "REVERSO: RECHAZADO, " WS-RECHAZO.
           MOVE 'E' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'REVERSO ' DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               ' RECHAZADO: ' WS-RECHAZO
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * diferencia despues - antes de un balance para los pagos que
      * se reversan: la imagen antes resta, la despues suma
       CARGA-DIFERENCIAS.
           SET WS-BAL-NUM TO BAL-IDX.
           MOVE 'N' TO TAB-BAL-IMAGEN(WS-BAL-NUM).
           MOVE ZERO TO TAB-BAL-AJUSTADOS(WS-BAL-NUM)
               TAB-BAL-AGREGADOS(WS-BAL-NUM)
               TAB-BAL-EN-CERO(WS-BAL-NUM)
               TAB-BAL-MONTO(WS-BAL-NUM).
           MOVE SPACES TO WS-RUTA-IMAGEN.
           STRING 'data/REVANT.' WS-BAL-NOMBRE(BAL-IDX)
               DELIMITED BY SPACE INTO WS-RUTA-IMAGEN.
           MOVE -1 TO WS-SIGNO-IMAGEN.
           PERFORM CARGA-IMAGEN.
           IF TAB-BAL-IMAGEN(WS-BAL-NUM) = 'S'
              MOVE SPACES TO WS-RUTA-IMAGEN
              STRING 'data/REVDES.' WS-BAL-NOMBRE(BAL-IDX)
                  DELIMITED BY SPACE INTO WS-RUTA-IMAGEN
              MOVE 1 TO WS-SIGNO-IMAGEN
              PERFORM CARGA-IMAGEN
           END-IF.

       CARGA-IMAGEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT IMAGEN-FILE.
           IF WS-IMAGEN-STATUS = "00"
              MOVE 'S' TO TAB-BAL-IMAGEN(WS-BAL-NUM)
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ IMAGEN-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       MOVE IMAGEN-LINEA TO WS-RENGLON
                       PERFORM DESARMA-RENGLON
                       MOVE WS-R-ID TO WS-ID-BUSCADO
                       PERFORM BUSCA-EN-REVERSO
                       IF WS-REV-POS > ZERO
                          PERFORM SUMA-DIFERENCIA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE IMAGEN-FILE.

       SUMA-DIFERENCIA.
           PERFORM BUSCA-DELTA.
           IF WS-DLT-POS = ZERO
              IF WS-NUM-DELTAS = 20000
                 DISPLAY "TABLA LLENA: WS-NUM-DELTAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-DELTAS
              MOVE WS-NUM-DELTAS TO WS-DLT-POS
              SET DLT-IDX TO WS-DLT-POS
              MOVE WS-BAL-NUM TO TAB-DLT-BALANCE(DLT-IDX)
              MOVE WS-R-ID TO TAB-DLT-ID(DLT-IDX)
              MOVE WS-R-CODIGO TO TAB-DLT-CODIGO(DLT-IDX)
              MOVE TAB-REV-CIA(WS-REV-POS) TO TAB-DLT-CIA(DLT-IDX)
              MOVE TAB-REV-PERIODO(WS-REV-POS) TO
                  TAB-DLT-PERIODO(DLT-IDX)
              MOVE ZERO TO TAB-DLT-MONTO-1(DLT-IDX)
                  TAB-DLT-MONTO-2(DLT-IDX) TAB-DLT-MONTO-3(DLT-IDX)
                  TAB-DLT-ANT-1(DLT-IDX) TAB-DLT-ANT-2(DLT-IDX)
                  TAB-DLT-ANT-PERIODO(DLT-IDX)
              MOVE 'N' TO TAB-DLT-CON-ANT(DLT-IDX)
              MOVE 'N' TO TAB-DLT-APLICADO(DLT-IDX)
           END-IF.
           SET DLT-IDX TO WS-DLT-POS.
           COMPUTE TAB-DLT-MONTO-1(DLT-IDX) =
               TAB-DLT-MONTO-1(DLT-IDX)
                   + WS-SIGNO-IMAGEN * WS-R-CAMPO-1.
           COMPUTE TAB-DLT-MONTO-2(DLT-IDX) =
               TAB-DLT-MONTO-2(DLT-IDX)
                   + WS-SIGNO-IMAGEN * WS-R-CAMPO-2.
           COMPUTE TAB-DLT-MONTO-3(DLT-IDX) =
               TAB-DLT-MONTO-3(DLT-IDX)
                   + WS-SIGNO-IMAGEN * WS-R-CAMPO-3.
      * de la imagen antes se guarda lo que se restaura (YTD) o lo
      * que hace falta para re-dar de alta un renglon (PRESTAMO);
      * sin imagen antes, los de la despues
           IF WS-SIGNO-IMAGEN < ZERO
              OR TAB-DLT-CON-ANT(DLT-IDX) = 'N'
              MOVE WS-R-AUX-1 TO TAB-DLT-ANT-1(DLT-IDX)
              MOVE WS-R-AUX-2 TO TAB-DLT-ANT-2(DLT-IDX)
              MOVE WS-R-PERIODO TO TAB-DLT-ANT-PERIODO(DLT-IDX)
           END-IF.
           IF WS-SIGNO-IMAGEN < ZERO
              MOVE 'S' TO TAB-DLT-CON-ANT(DLT-IDX)
           END-IF.

       BUSCA-DELTA.
           MOVE ZERO TO WS-DLT-POS.
           PERFORM VARYING DLT-IDX FROM 1 BY 1
                   UNTIL DLT-IDX > WS-NUM-DELTAS
              IF TAB-DLT-BALANCE(DLT-IDX) = WS-BAL-NUM
                 AND TAB-DLT-ID(DLT-IDX) = WS-R-ID
                 AND TAB-DLT-CODIGO(DLT-IDX) = WS-R-CODIGO
                 SET WS-DLT-POS TO DLT-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * el maestro vigente menos lo que posteo el periodo, a
      * data/<ARCHIVO>.DAT.REV (el job lo vuelve vigente); los
      * renglones con diferencia que ya no estan en el maestro se
      * vuelven a dar de alta al final (ARREARS borra los saldos en
      * cero, por ejemplo), salvo en el YTD
       APLICA-A-MAESTRO.
           SET WS-BAL-NUM TO BAL-IDX.
           IF TAB-BAL-IMAGEN(WS-BAL-NUM) = 'S'
              MOVE SPACES TO WS-RUTA-MAESTRO WS-RUTA-MAESTRO-N
              STRING 'data/' WS-BAL-NOMBRE(BAL-IDX) '.DAT'
                  DELIMITED BY SPACE INTO WS-RUTA-MAESTRO
              STRING 'data/' WS-BAL-NOMBRE(BAL-IDX) '.DAT.REV'
                  DELIMITED BY SPACE INTO WS-RUTA-MAESTRO-N
              OPEN OUTPUT MAESTRO-OUT
              IF WS-MAESTRO-N-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR " WS-RUTA-MAESTRO-N ": "
                     WS-MAESTRO-N-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EOF
              OPEN INPUT MAESTRO-IN
              IF WS-MAESTRO-STATUS = "00"
                 PERFORM UNTIL NO-HAY-MAS-REGISTROS
                    READ MAESTRO-IN
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                          PERFORM APLICA-RENGLON
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE MAESTRO-IN
              PERFORM REALTA-RENGLON
                  VARYING DLT-IDX FROM 1 BY 1
                  UNTIL DLT-IDX > WS-NUM-DELTAS
              CLOSE MAESTRO-OUT
           END-IF.

       APLICA-RENGLON.
           MOVE MAESTRO-IN-LINEA TO WS-RENGLON.
           MOVE WS-RENGLON TO MAESTRO-OUT-LINEA.
           PERFORM DESARMA-RENGLON.
           PERFORM BUSCA-DELTA.
           IF WS-DLT-POS > ZERO
              SET DLT-IDX TO WS-DLT-POS
              MOVE 'S' TO TAB-DLT-APLICADO(DLT-IDX)
              ADD 1 TO TAB-BAL-AJUSTADOS(WS-BAL-NUM)
              PERFORM RESTA-DIFERENCIA
      * el YTD vuelve a su referencia anterior solo si ningun periodo
      * posterior lo ha movido (su ultimo periodo sigue siendo este)
              IF WS-BAL-NUM = 1
                 AND TAB-DLT-CON-ANT(DLT-IDX) = 'S'
                 AND WS-R-PERIODO = TAB-DLT-PERIODO(DLT-IDX)
                 MOVE TAB-DLT-ANT-1(DLT-IDX) TO WS-R-AUX-1
                 MOVE TAB-DLT-ANT-PERIODO(DLT-IDX) TO WS-R-PERIODO
              END-IF
              PERFORM ARMA-RENGLON
           END-IF.
           IF WS-BAL-NUM = 2
              AND WS-R-CAMPO-1 = ZERO
              CONTINUE
           ELSE
              WRITE MAESTRO-OUT-LINEA
           END-IF.

       REALTA-RENGLON.
           IF TAB-DLT-BALANCE(DLT-IDX) = WS-BAL-NUM
              AND TAB-DLT-APLICADO(DLT-IDX) = 'N'
              IF WS-BAL-NUM = 1
                 DISPLAY "REVERSO: AVISO, DATO-ID "
                     TAB-DLT-ID(DLT-IDX) " SIN RENGLON EN "
                     "data/YTD.DAT, SU YTD NO SE REVERSA"
                 ADD 1 TO WS-NUM-AVISOS
              ELSE
                 MOVE TAB-DLT-ID(DLT-IDX) TO WS-R-ID
                 MOVE TAB-DLT-CODIGO(DLT-IDX) TO WS-R-CODIGO
                 MOVE TAB-DLT-CIA(DLT-IDX) TO WS-R-CIA
                 MOVE ZERO TO WS-R-CAMPO-1 WS-R-CAMPO-2
                     WS-R-CAMPO-3 WS-R-PERIODO
                 MOVE TAB-DLT-ANT-1(DLT-IDX) TO WS-R-AUX-1
                 MOVE TAB-DLT-ANT-2(DLT-IDX) TO WS-R-AUX-2
                 PERFORM RESTA-DIFERENCIA
                 IF WS-R-CAMPO-1 > ZERO
                    OR WS-R-CAMPO-2 > ZERO
                    OR WS-R-CAMPO-3 > ZERO
                    PERFORM ARMA-RENGLON
                    WRITE MAESTRO-OUT-LINEA
                    ADD 1 TO TAB-BAL-AGREGADOS(WS-BAL-NUM)
                 END-IF
              END-IF
              MOVE 'S' TO TAB-DLT-APLICADO(DLT-IDX)
           END-IF.

      * resta la diferencia del renglon en turno (DLT-IDX); lo que
      * quedaria negativo se queda en cero con aviso
       RESTA-DIFERENCIA.
           MOVE 'N' TO WS-R-EN-CERO.
           SUBTRACT TAB-DLT-MONTO-1(DLT-IDX) FROM WS-R-CAMPO-1.
           SUBTRACT TAB-DLT-MONTO-2(DLT-IDX) FROM WS-R-CAMPO-2.
           SUBTRACT TAB-DLT-MONTO-3(DLT-IDX) FROM WS-R-CAMPO-3.
           IF WS-R-CAMPO-1 < ZERO
              MOVE ZERO TO WS-R-CAMPO-1
              MOVE 'S' TO WS-R-EN-CERO
           END-IF.
           IF WS-R-CAMPO-2 < ZERO
              MOVE ZERO TO WS-R-CAMPO-2
              MOVE 'S' TO WS-R-EN-CERO
           END-IF.
           IF WS-R-CAMPO-3 < ZERO
              MOVE ZERO TO WS-R-CAMPO-3
              MOVE 'S' TO WS-R-EN-CERO
           END-IF.
           IF RENGLON-LLEVADO-A-CERO
              ADD 1 TO TAB-BAL-EN-CERO(WS-BAL-NUM)
              ADD 1 TO WS-NUM-AVISOS
              DISPLAY "REVERSO: AVISO, " WS-BAL-NOMBRE(BAL-IDX)
                  " DATO-ID " TAB-DLT-ID(DLT-IDX) " "
                  TAB-DLT-CODIGO(DLT-IDX)
                  " QUEDARIA NEGATIVO, SE DEJA EN CERO"
           END-IF.
      * monto reversado del balance para el reporte: el dinero del
      * renglon (en el YTD el SALARIO, no las HORAS)
           EVALUATE WS-BAL-NUM
              WHEN 1
                 ADD TAB-DLT-MONTO-2(DLT-IDX) TO
                     TAB-BAL-MONTO(WS-BAL-NUM)
              WHEN OTHER
                 ADD TAB-DLT-MONTO-1(DLT-IDX) TAB-DLT-MONTO-2(DLT-IDX)
                     TO TAB-BAL-MONTO(WS-BAL-NUM)
           END-EVALUATE.

      * renglon del balance WS-BAL-NUM (en WS-RENGLON) a la
      * forma generica
       DESARMA-RENGLON.
           MOVE SPACES TO WS-R-CODIGO WS-R-CIA.
           MOVE ZERO TO WS-R-CAMPO-1 WS-R-CAMPO-2 WS-R-CAMPO-3
               WS-R-AUX-1 WS-R-AUX-2 WS-R-PERIODO.
           EVALUATE WS-BAL-NUM
              WHEN 1
                 MOVE WS-RENGLON TO YTD-RECORD
                 MOVE YTD-DATO-ID TO WS-R-ID
                 MOVE YTD-COMPANIA TO WS-R-CIA
                 MOVE YTD-HORAS TO WS-R-CAMPO-1
                 MOVE YTD-SALARIO TO WS-R-CAMPO-2
                 MOVE YTD-DEDUCCIONES TO WS-R-CAMPO-3
                 MOVE YTD-SALARIO-ANTERIOR TO WS-R-AUX-1
                 MOVE YTD-PERIODO TO WS-R-PERIODO
              WHEN 2
                 MOVE WS-RENGLON TO ARREARS-RECORD
                 MOVE ARR-DATO-ID TO WS-R-ID
                 MOVE ARR-CODIGO TO WS-R-CODIGO
                 MOVE ARR-MONTO TO WS-R-CAMPO-1
              WHEN 3
                 MOVE WS-RENGLON TO ACUMPROV-RECORD
                 MOVE APV-DATO-ID TO WS-R-ID
                 MOVE APV-COMPANIA TO WS-R-CIA
                 MOVE APV-AGUINALDO TO WS-R-CAMPO-1
                 MOVE APV-PRIMA-VAC TO WS-R-CAMPO-2
              WHEN 4
                 MOVE WS-RENGLON TO FONDO-RECORD
                 MOVE FON-DATO-ID TO WS-R-ID
                 MOVE FON-COMPANIA TO WS-R-CIA
                 MOVE FON-SALDO-EMPLEADO TO WS-R-CAMPO-1
                 MOVE FON-SALDO-PATRON TO WS-R-CAMPO-2
              WHEN 5
                 MOVE WS-RENGLON TO PRESTAMO-RECORD
                 MOVE PRE-DATO-ID TO WS-R-ID
                 MOVE PRE-SALDO TO WS-R-CAMPO-1
                 MOVE PRE-PRINCIPAL TO WS-R-AUX-1
                 MOVE PRE-ABONO TO WS-R-AUX-2
           END-EVALUATE.

      * forma generica de vuelta al layout del balance, en
      * MAESTRO-OUT-LINEA
       ARMA-RENGLON.
           EVALUATE WS-BAL-NUM
              WHEN 1
                 MOVE WS-R-ID TO YTD-DATO-ID
                 MOVE WS-R-CAMPO-1 TO YTD-HORAS
                 MOVE WS-R-CAMPO-2 TO YTD-SALARIO
                 MOVE WS-R-CAMPO-3 TO YTD-DEDUCCIONES
                 MOVE WS-R-AUX-1 TO YTD-SALARIO-ANTERIOR
                 MOVE WS-R-CIA TO YTD-COMPANIA
                 MOVE WS-R-PERIODO TO YTD-PERIODO
                 MOVE YTD-RECORD TO MAESTRO-OUT-LINEA
              WHEN 2
                 MOVE WS-R-ID TO ARR-DATO-ID
                 MOVE WS-R-CODIGO TO ARR-CODIGO
                 MOVE WS-R-CAMPO-1 TO ARR-MONTO
                 MOVE ARREARS-RECORD TO MAESTRO-OUT-LINEA
              WHEN 3
                 MOVE WS-R-ID TO APV-DATO-ID
                 MOVE WS-R-CAMPO-1 TO APV-AGUINALDO
                 MOVE WS-R-CAMPO-2 TO APV-PRIMA-VAC
                 MOVE WS-R-CIA TO APV-COMPANIA
                 MOVE ACUMPROV-RECORD TO MAESTRO-OUT-LINEA
              WHEN 4
                 MOVE WS-R-ID TO FON-DATO-ID
                 MOVE WS-R-CAMPO-1 TO FON-SALDO-EMPLEADO
                 MOVE WS-R-CAMPO-2 TO FON-SALDO-PATRON
                 MOVE WS-R-CIA TO FON-COMPANIA
                 MOVE FONDO-RECORD TO MAESTRO-OUT-LINEA
              WHEN 5
                 MOVE WS-R-ID TO PRE-DATO-ID
                 MOVE WS-R-AUX-1 TO PRE-PRINCIPAL
                 MOVE WS-R-AUX-2 TO PRE-ABONO
                 MOVE WS-R-CAMPO-1 TO PRE-SALDO
                 MOVE PRESTAMO-RECORD TO MAESTRO-OUT-LINEA
           END-EVALUATE.

      * provision de aguinaldo/prima (ACUMPROV) y aportacion patronal
      * (FONDOAHO) que posteo el periodo, por compania, para su
      * asiento inverso
       ACUMULA-PROVISION-FONDO.
           PERFORM VARYING DLT-IDX FROM 1 BY 1
                   UNTIL DLT-IDX > WS-NUM-DELTAS
              IF TAB-DLT-BALANCE(DLT-IDX) = 3
                 OR TAB-DLT-BALANCE(DLT-IDX) = 4
                 MOVE TAB-DLT-CIA(DLT-IDX) TO WS-CIA-BUSCADA
                 PERFORM BUSCA-O-CREA-CIA
                 IF TAB-DLT-BALANCE(DLT-IDX) = 3
                    ADD TAB-DLT-MONTO-1(DLT-IDX)
                        TAB-DLT-MONTO-2(DLT-IDX)
                        TO TAB-CIA-PROVISION(CIA-IDX)
                 ELSE
                    ADD TAB-DLT-MONTO-2(DLT-IDX)
                        TO TAB-CIA-FONDO(CIA-IDX)
                 END-IF
              END-IF
           END-PERFORM.

      * retenciones de los pagos reversados por compania y codigo
      * (DEDCALC de la generacion), los debitos de pasivo del diario
       ACUMULA-PASIVOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEDCALC-FILE.
           IF WS-DEDCALC-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ DEDCALC-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       MOVE DC-DATO-ID TO WS-ID-BUSCADO
                       PERFORM BUSCA-EN-REVERSO
                       IF WS-REV-POS > ZERO
                          PERFORM SUMA-PASIVO-REGISTRO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DEDCALC-FILE.

       SUMA-PASIVO-REGISTRO.
           MOVE TAB-REV-CIA(WS-REV-POS) TO WS-CIA-BUSCADA.
           PERFORM VARYING PASIVO-IDX FROM 1 BY 1
                   UNTIL PASIVO-IDX > WS-NUM-PASIVOS
              IF TAB-PASIVO-CIA(PASIVO-IDX) = WS-CIA-BUSCADA
                 AND TAB-PASIVO-CODIGO(PASIVO-IDX) = DC-CODIGO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF PASIVO-IDX > WS-NUM-PASIVOS
              IF WS-NUM-PASIVOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-PASIVOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-PASIVOS
              MOVE WS-CIA-BUSCADA TO TAB-PASIVO-CIA(WS-NUM-PASIVOS)
              MOVE DC-CODIGO TO TAB-PASIVO-CODIGO(WS-NUM-PASIVOS)
              MOVE ZERO TO TAB-PASIVO-MONTO(WS-NUM-PASIVOS)
              SET PASIVO-IDX TO WS-NUM-PASIVOS
           END-IF.
           ADD DC-MONTO TO TAB-PASIVO-MONTO(PASIVO-IDX).

       BUSCA-O-CREA-CIA.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA(CIA-IDX) = WS-CIA-BUSCADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CIA-IDX > WS-NUM-CIAS
              IF WS-NUM-CIAS = 9
                 DISPLAY "TABLA LLENA: WS-NUM-CIAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CIAS
              SET CIA-IDX TO WS-NUM-CIAS
              MOVE WS-CIA-BUSCADA TO TAB-CIA(CIA-IDX)
              MOVE ZERO TO TAB-CIA-PERIODO(CIA-IDX)
              MOVE 'N' TO TAB-CIA-CERRADA(CIA-IDX)
              MOVE ZERO TO TAB-CIA-NETO(CIA-IDX)
                  TAB-CIA-PROVISION(CIA-IDX) TAB-CIA-FONDO(CIA-IDX)
                  TAB-CIA-FECHA-GL(CIA-IDX)
           END-IF.

      * gasto por compania/departamento del pago reversado (mismo
      * alta-o-busca que GLPOST.cbl)
       SUMA-GASTO-DEPTO.
           PERFORM VARYING GASTO-IDX FROM 1 BY 1
                   UNTIL GASTO-IDX > WS-NUM-GASTOS
              IF TAB-GASTO-CIA(GASTO-IDX) = PC-COMPANIA
                 AND TAB-GASTO-DEPTO(GASTO-IDX) = PC-DEPARTAMENTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF GASTO-IDX > WS-NUM-GASTOS
              IF WS-NUM-GASTOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-GASTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-GASTOS
              SET GASTO-IDX TO WS-NUM-GASTOS
              MOVE PC-COMPANIA TO TAB-GASTO-CIA(GASTO-IDX)
              MOVE PC-DEPARTAMENTO TO TAB-GASTO-DEPTO(GASTO-IDX)
              MOVE ZERO TO TAB-GASTO-MONTO(GASTO-IDX)
           END-IF.
           ADD PC-SALARIO TO TAB-GASTO-MONTO(GASTO-IDX).

      * lo que queda vigente de un conjunto de la generacion: todos
      * sus renglones menos los de pagos anulados (hoy o antes)
       ESCRIBE-VIGENTE.
           MOVE SPACES TO WS-RUTA-GEN WS-RUTA-GEN-N.
           STRING 'data/REVERSO.' WS-CNJ-SUFIJO(CNJ-IDX)
               DELIMITED BY SIZE INTO WS-RUTA-GEN.
           STRING 'data/REVERSO.' WS-CNJ-SUFIJO(CNJ-IDX) '.RES'
               DELIMITED BY SIZE INTO WS-RUTA-GEN-N.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GENERACION-IN.
           IF WS-GEN-IN-STATUS = "00"
              OPEN OUTPUT GENERACION-OUT
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ GENERACION-IN
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM REVISA-RENGLON-ANULADO
                       IF NOT RENGLON-ANULADO
                          MOVE GEN-IN-LINEA TO GEN-OUT-LINEA
                          WRITE GEN-OUT-LINEA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GENERACION-OUT
           END-IF.
           CLOSE GENERACION-IN.

       REVISA-RENGLON-ANULADO.
           MOVE 'N' TO WS-GEN-ANULADO.
           IF GEN-IN-ID IS NUMERIC
              MOVE GEN-IN-ID TO WS-GEN-ID WS-ID-BUSCADO
              PERFORM BUSCA-EN-REVERSO
              IF WS-REV-POS > ZERO
                 MOVE 'S' TO WS-GEN-ANULADO
              ELSE
                 PERFORM VARYING YAR-IDX FROM 1 BY 1
                         UNTIL YAR-IDX > WS-NUM-YA-REVERSADOS
                    IF TAB-YAR-ID(YAR-IDX) = WS-GEN-ID
                       MOVE 'S' TO WS-GEN-ANULADO
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

      * el diario se invierte de lo archivado solo si es el periodo
      * completo sin nada reversado antes (lo archivado es
      * exactamente lo que se anula) y el GLPOST.OUT de la
      * generacion esta archivado; si no, se arma por pago
       DETERMINA-ORIGEN-DIARIO.
           MOVE 'N' TO WS-DIARIO-NEGADO.
           MOVE SPACES TO WS-PATRON-CIA.
           STRING ' CIA ' WS-CIA-REVERSO
               DELIMITED BY SIZE INTO WS-PATRON-CIA.
           IF WS-NUM-SELECCION = ZERO
              AND WS-ANT-REGISTROS = ZERO
              MOVE 'data/REVERSO.GLO' TO WS-RUTA-DIARIO
              OPEN INPUT DIARIO-ORIG-FILE
              IF WS-DIARIO-STATUS = "00"
                 MOVE 'S' TO WS-DIARIO-NEGADO
              END-IF
              CLOSE DIARIO-ORIG-FILE
           END-IF.

      * costo por orden de trabajo de los pagos reversados: sale del
      * gasto del departamento y va a la cuenta WIP de la orden, con
      * la misma regla que RECLASIFICA-REBANADA en GLPOST.cbl (lo
      * que no cabe en el gasto del departamento se queda ahi)
       ACUMULA-COSTO-PROYECTOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROYCOST-FILE.
           IF WS-PROYCOST-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ PROYCOST-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       MOVE PCO-DATO-ID TO WS-ID-BUSCADO
                       PERFORM BUSCA-EN-REVERSO
                       IF WS-REV-POS > ZERO
                          AND PCO-COMPANIA = TAB-REV-CIA(WS-REV-POS)
                          PERFORM RECLASIFICA-COSTO-WIP
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PROYCOST-FILE.

       RECLASIFICA-COSTO-WIP.
           COMPUTE WS-MONTO-RECLASIFICA = PCO-REGULAR
               + PCO-PRIMA-EXTRA.
           PERFORM VARYING GASTO-IDX FROM 1 BY 1
                   UNTIL GASTO-IDX > WS-NUM-GASTOS
              IF TAB-GASTO-CIA(GASTO-IDX) = TAB-REV-CIA(WS-REV-POS)
                 AND TAB-GASTO-DEPTO(GASTO-IDX) =
                     TAB-REV-DEPTO(WS-REV-POS)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF GASTO-IDX NOT > WS-NUM-GASTOS
              AND TAB-GASTO-MONTO(GASTO-IDX) NOT < WS-MONTO-RECLASIFICA
              SUBTRACT WS-MONTO-RECLASIFICA FROM
                  TAB-GASTO-MONTO(GASTO-IDX)
              PERFORM SUMA-COSTO-WIP
           END-IF.

       SUMA-COSTO-WIP.
           PERFORM VARYING WIP-IDX FROM 1 BY 1
                   UNTIL WIP-IDX > WS-NUM-WIP
              IF TAB-WIP-CIA(WIP-IDX) = PCO-COMPANIA
                 AND TAB-WIP-CUENTA(WIP-IDX) = PCO-CUENTA-WIP
                 AND TAB-WIP-PROYECTO(WIP-IDX) = PCO-PROYECTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WIP-IDX > WS-NUM-WIP
              IF WS-NUM-WIP = 1000
                 DISPLAY "TABLA LLENA: WS-NUM-WIP"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-WIP
              SET WIP-IDX TO WS-NUM-WIP
              MOVE PCO-COMPANIA TO TAB-WIP-CIA(WIP-IDX)
              MOVE PCO-CUENTA-WIP TO TAB-WIP-CUENTA(WIP-IDX)
              MOVE PCO-PROYECTO TO TAB-WIP-PROYECTO(WIP-IDX)
              MOVE ZERO TO TAB-WIP-MANO-OBRA(WIP-IDX)
                  TAB-WIP-CARGA(WIP-IDX)
           END-IF.
           ADD WS-MONTO-RECLASIFICA TO TAB-WIP-MANO-OBRA(WIP-IDX).
           ADD PCO-CARGA TO TAB-WIP-CARGA(WIP-IDX).

      * cargo intercompania de los pagos reversados (ICCARGO.OUT de
      * la generacion), por pareja y por departamento de la que paga
       ACUMULA-CARGO-IC.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ICCARGO-FILE.
           IF WS-ICCARGO-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ ICCARGO-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       MOVE ICC-DATO-ID TO WS-ID-BUSCADO
                       PERFORM BUSCA-EN-REVERSO
                       IF WS-REV-POS > ZERO
                          AND ICC-CIA-PAGA = TAB-REV-CIA(WS-REV-POS)
                          PERFORM SUMA-CARGO-IC
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ICCARGO-FILE.

       SUMA-CARGO-IC.
           PERFORM VARYING PAR-IDX FROM 1 BY 1
                   UNTIL PAR-IDX > WS-NUM-PARES
              IF TAB-PAR-PAGA(PAR-IDX) = ICC-CIA-PAGA
                 AND TAB-PAR-RECIBE(PAR-IDX) = ICC-CIA-RECIBE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF PAR-IDX > WS-NUM-PARES
              IF WS-NUM-PARES = 81
                 DISPLAY "TABLA LLENA: WS-NUM-PARES"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-PARES
              SET PAR-IDX TO WS-NUM-PARES
              MOVE ICC-CIA-PAGA TO TAB-PAR-PAGA(PAR-IDX)
              MOVE ICC-CIA-RECIBE TO TAB-PAR-RECIBE(PAR-IDX)
              MOVE ZERO TO TAB-PAR-SUELDO(PAR-IDX)
                  TAB-PAR-CARGA(PAR-IDX) TAB-PAR-PROV(PAR-IDX)
           END-IF.
           ADD ICC-SUELDO TO TAB-PAR-SUELDO(PAR-IDX).
           ADD ICC-CARGA TO TAB-PAR-CARGA(PAR-IDX).
           ADD ICC-PROVISION TO TAB-PAR-PROV(PAR-IDX).
           PERFORM VARYING PDE-IDX FROM 1 BY 1
                   UNTIL PDE-IDX > WS-NUM-PAR-DEPTOS
              IF TAB-PDE-PAGA(PDE-IDX) = ICC-CIA-PAGA
                 AND TAB-PDE-RECIBE(PDE-IDX) = ICC-CIA-RECIBE
                 AND TAB-PDE-DEPTO(PDE-IDX) = ICC-DEPARTAMENTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF PDE-IDX > WS-NUM-PAR-DEPTOS
              IF WS-NUM-PAR-DEPTOS = 500
                 DISPLAY "TABLA LLENA: WS-NUM-PAR-DEPTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-PAR-DEPTOS
              SET PDE-IDX TO WS-NUM-PAR-DEPTOS
              MOVE ICC-CIA-PAGA TO TAB-PDE-PAGA(PDE-IDX)
              MOVE ICC-CIA-RECIBE TO TAB-PDE-RECIBE(PDE-IDX)
              MOVE ICC-DEPARTAMENTO TO TAB-PDE-DEPTO(PDE-IDX)
              MOVE ZERO TO TAB-PDE-SUELDO(PDE-IDX)
           END-IF.
           ADD ICC-SUELDO TO TAB-PDE-SUELDO(PDE-IDX).

      * diario inverso, mismo formato que GLPOST.OUT: lo que el
      * periodo debito se acredita y viceversa
       ESCRIBE-DIARIO-INVERSO.
           PERFORM CARGA-MAPA-CUENTAS.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/REVERSO.GL: "
                  WS-JOURNAL-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'CUENTA' TO WS-A-CUENTA.
           MOVE 'TIPO' TO WS-A-TIPO.
           MOVE ZERO TO WS-A-MONTO.
           MOVE SPACES TO WS-A-DESC.
           MOVE WS-ASIENTO-LINE TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           IF DIARIO-DE-ARCHIVO
              MOVE 'data/REVERSO.GLO' TO WS-RUTA-DIARIO
              PERFORM NIEGA-DIARIO-ARCHIVADO
              MOVE 'data/REVERSO.ICG' TO WS-RUTA-DIARIO
              PERFORM NIEGA-DIARIO-ARCHIVADO
           ELSE
              PERFORM ESCRIBE-REVERSO-CIA
                  VARYING CIA-IDX FROM 1 BY 1
                  UNTIL CIA-IDX > WS-NUM-CIAS
              PERFORM ESCRIBE-REVERSO-IC
                  VARYING PAR-IDX FROM 1 BY 1
                  UNTIL PAR-IDX > WS-NUM-PARES
           END-IF.
           CLOSE JOURNAL-FILE.

      * negativo de un diario archivado: cada asiento del alcance con
      * su misma cuenta y monto y el tipo invertido (los renglones de
      * encabezado no traen DEBITO ni CREDITO)
       NIEGA-DIARIO-ARCHIVADO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DIARIO-ORIG-FILE.
           IF WS-DIARIO-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ DIARIO-ORIG-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF GLO-TIPO = 'DEBITO' OR GLO-TIPO = 'CREDITO'
                          PERFORM REVISA-ALCANCE-LINEA
                          IF LINEA-EN-ALCANCE
                             PERFORM NIEGA-LINEA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DIARIO-ORIG-FILE.

      * con '**' entra todo; si no, el renglon tiene que ser de la
      * compania del alcance. En el libro de la que recibe el cargo
      * intercompania ('COSTO IC DE pp' y 'CXP IC pp') cuenta la que
      * paga, que es la que se anula
       REVISA-ALCANCE-LINEA.
           MOVE 'N' TO WS-LINEA-ALCANCE.
           EVALUATE TRUE
              WHEN WS-CIA-REVERSO = '**'
                 MOVE 'S' TO WS-LINEA-ALCANCE
              WHEN GLO-DESC(1:12) = 'COSTO IC DE '
                 IF GLO-DESC(13:2) = WS-CIA-REVERSO
                    MOVE 'S' TO WS-LINEA-ALCANCE
                 END-IF
              WHEN GLO-DESC(1:7) = 'CXP IC '
                 IF GLO-DESC(8:2) = WS-CIA-REVERSO
                    MOVE 'S' TO WS-LINEA-ALCANCE
                 END-IF
              WHEN OTHER
                 MOVE ZERO TO WS-CUENTA-CIA
                 INSPECT GLO-DESC TALLYING WS-CUENTA-CIA
                     FOR ALL WS-PATRON-CIA
                 IF WS-CUENTA-CIA > ZERO
                    MOVE 'S' TO WS-LINEA-ALCANCE
                 END-IF
           END-EVALUATE.

      * 'REV ' al frente de la descripcion si cabe
       NIEGA-LINEA.
           MOVE GLO-CUENTA TO WS-A-CUENTA.
           MOVE GLO-MONTO TO WS-MONTO-ORIG.
           MOVE WS-MONTO-ORIG TO WS-A-MONTO.
           IF GLO-TIPO = 'DEBITO'
              MOVE 'CREDITO' TO WS-A-TIPO
              ADD WS-MONTO-ORIG TO WS-TOTAL-CREDITOS
           ELSE
              MOVE 'DEBITO' TO WS-A-TIPO
              ADD WS-MONTO-ORIG TO WS-TOTAL-DEBITOS
           END-IF.
           MOVE SPACES TO WS-A-DESC.
           IF GLO-DESC(27:4) = SPACES
              STRING 'REV ' GLO-DESC
                  DELIMITED BY SIZE INTO WS-A-DESC
           ELSE
              MOVE GLO-DESC TO WS-A-DESC
           END-IF.
           ADD 1 TO WS-NUM-LINEAS-ARCHIVO.
           PERFORM ESCRIBE-ASIENTO.

       ESCRIBE-REVERSO-CIA.
           PERFORM ESCRIBE-CREDITO-GASTO
               VARYING GASTO-IDX FROM 1 BY 1
               UNTIL GASTO-IDX > WS-NUM-GASTOS.
           PERFORM ESCRIBE-CREDITO-WIP
               VARYING WIP-IDX FROM 1 BY 1
               UNTIL WIP-IDX > WS-NUM-WIP.
           PERFORM ESCRIBE-DEBITO-PASIVO
               VARYING PASIVO-IDX FROM 1 BY 1
               UNTIL PASIVO-IDX > WS-NUM-PASIVOS.
           IF TAB-CIA-NETO(CIA-IDX) > ZERO
              MOVE WS-CUENTA-NOMINA-PAGAR TO WS-A-CUENTA
              MOVE 'DEBITO' TO WS-A-TIPO
              MOVE TAB-CIA-NETO(CIA-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'REV NOMINA POR PAGAR CIA ' TAB-CIA(CIA-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              ADD TAB-CIA-NETO(CIA-IDX) TO WS-TOTAL-DEBITOS
              PERFORM ESCRIBE-ASIENTO
           END-IF.
           MOVE TAB-CIA-PROVISION(CIA-IDX) TO WS-PAR-MONTO.
           MOVE WS-CUENTA-GASTO-PRV TO WS-PAR-GASTO.
           MOVE WS-CUENTA-PASIVO-PRV TO WS-PAR-PASIVO.
           MOVE 'REV PROVISION AGUI/PV' TO WS-PAR-DESC-GASTO.
           MOVE 'REV PASIVO AGUI/PV' TO WS-PAR-DESC-PASIVO.
           PERFORM ESCRIBE-PAR-INVERSO.
           MOVE TAB-CIA-FONDO(CIA-IDX) TO WS-PAR-MONTO.
           MOVE WS-CUENTA-GASTO-FON TO WS-PAR-GASTO.
           MOVE WS-CUENTA-PASIVO-FON TO WS-PAR-PASIVO.
           MOVE 'REV APORTACION FONDO' TO WS-PAR-DESC-GASTO.
           MOVE 'REV PASIVO FONDO' TO WS-PAR-DESC-PASIVO.
           PERFORM ESCRIBE-PAR-INVERSO.

       ESCRIBE-CREDITO-GASTO.
           IF TAB-GASTO-CIA(GASTO-IDX) = TAB-CIA(CIA-IDX)
              MOVE 'D' TO GLM-TIPO
              MOVE TAB-GASTO-DEPTO(GASTO-IDX) TO GLM-LLAVE
              MOVE WS-CUENTA-GASTO-NOM TO WS-CUENTA-HALLADA
              PERFORM BUSCA-CUENTA-MAPA
              MOVE WS-CUENTA-HALLADA TO WS-A-CUENTA
              MOVE 'CREDITO' TO WS-A-TIPO
              MOVE TAB-GASTO-MONTO(GASTO-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'REV GASTO NOMINA ' TAB-GASTO-DEPTO(GASTO-IDX)
                  ' CIA ' TAB-GASTO-CIA(GASTO-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              ADD TAB-GASTO-MONTO(GASTO-IDX) TO WS-TOTAL-CREDITOS
              PERFORM ESCRIBE-ASIENTO
           END-IF.

      * lo que GLPOST debito a la cuenta WIP de una orden se le
      * acredita; la carga patronal aplicada se debita de vuelta
       ESCRIBE-CREDITO-WIP.
           IF TAB-WIP-CIA(WIP-IDX) = TAB-CIA(CIA-IDX)
              IF TAB-WIP-MANO-OBRA(WIP-IDX) > ZERO
                 MOVE TAB-WIP-CUENTA(WIP-IDX) TO WS-A-CUENTA
                 MOVE 'CREDITO' TO WS-A-TIPO
                 MOVE TAB-WIP-MANO-OBRA(WIP-IDX) TO WS-A-MONTO
                 MOVE SPACES TO WS-A-DESC
                 STRING 'REV M.O. OT ' TAB-WIP-PROYECTO(WIP-IDX)
                     ' CIA ' TAB-WIP-CIA(WIP-IDX)
                     DELIMITED BY SIZE INTO WS-A-DESC
                 ADD TAB-WIP-MANO-OBRA(WIP-IDX) TO WS-TOTAL-CREDITOS
                 PERFORM ESCRIBE-ASIENTO
              END-IF
              IF TAB-WIP-CARGA(WIP-IDX) > ZERO
                 MOVE TAB-WIP-CUENTA(WIP-IDX) TO WS-A-CUENTA
                 MOVE 'CREDITO' TO WS-A-TIPO
                 MOVE TAB-WIP-CARGA(WIP-IDX) TO WS-A-MONTO
                 MOVE SPACES TO WS-A-DESC
                 STRING 'REV CARGA OT ' TAB-WIP-PROYECTO(WIP-IDX)
                     ' CIA ' TAB-WIP-CIA(WIP-IDX)
                     DELIMITED BY SIZE INTO WS-A-DESC
                 PERFORM ESCRIBE-ASIENTO
                 MOVE WS-CUENTA-CARGA-APLICADA TO WS-A-CUENTA
                 MOVE 'DEBITO' TO WS-A-TIPO
                 MOVE SPACES TO WS-A-DESC
                 STRING 'REV APL OT ' TAB-WIP-PROYECTO(WIP-IDX)
                     ' CIA ' TAB-WIP-CIA(WIP-IDX)
                     DELIMITED BY SIZE INTO WS-A-DESC
                 PERFORM ESCRIBE-ASIENTO
                 ADD TAB-WIP-CARGA(WIP-IDX) TO WS-TOTAL-DEBITOS
                     WS-TOTAL-CREDITOS
              END-IF
           END-IF.

       ESCRIBE-DEBITO-PASIVO.
           IF TAB-PASIVO-CIA(PASIVO-IDX) = TAB-CIA(CIA-IDX)
              MOVE 'C' TO GLM-TIPO
              MOVE TAB-PASIVO-CODIGO(PASIVO-IDX) TO GLM-LLAVE
              MOVE WS-CUENTA-NOMINA-PAGAR TO WS-CUENTA-HALLADA
              PERFORM BUSCA-CUENTA-MAPA
              MOVE WS-CUENTA-HALLADA TO WS-A-CUENTA
              MOVE 'DEBITO' TO WS-A-TIPO
              MOVE TAB-PASIVO-MONTO(PASIVO-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'REV RETENCION ' TAB-PASIVO-CODIGO(PASIVO-IDX)
                  ' CIA ' TAB-PASIVO-CIA(PASIVO-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              ADD TAB-PASIVO-MONTO(PASIVO-IDX) TO WS-TOTAL-DEBITOS
              PERFORM ESCRIBE-ASIENTO
           END-IF.

      * pareja gasto/pasivo invertida: lo que el periodo cargo a
      * gasto se acredita y el pasivo se debita (al reves si el
      * periodo libero pasivo)
       ESCRIBE-PAR-INVERSO.
           IF WS-PAR-MONTO NOT = ZERO
              MOVE WS-PAR-GASTO TO WS-A-CUENTA
              IF WS-PAR-MONTO > ZERO
                 MOVE 'CREDITO' TO WS-A-TIPO
              ELSE
                 MOVE 'DEBITO' TO WS-A-TIPO
              END-IF
              MOVE FUNCTION ABS(WS-PAR-MONTO) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING WS-PAR-DESC-GASTO DELIMITED BY '  '
                  ' CIA ' TAB-CIA(CIA-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              PERFORM ESCRIBE-ASIENTO
              MOVE WS-PAR-PASIVO TO WS-A-CUENTA
              IF WS-PAR-MONTO > ZERO
                 MOVE 'DEBITO' TO WS-A-TIPO
              ELSE
                 MOVE 'CREDITO' TO WS-A-TIPO
              END-IF
              MOVE SPACES TO WS-A-DESC
              STRING WS-PAR-DESC-PASIVO DELIMITED BY '  '
                  ' CIA ' TAB-CIA(CIA-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              PERFORM ESCRIBE-ASIENTO
              ADD FUNCTION ABS(WS-PAR-MONTO) TO WS-TOTAL-DEBITOS
                  WS-TOTAL-CREDITOS
           END-IF.

      * cargo intercompania invertido de una pareja, con las cuentas
      * de ESCRIBE-ASIENTOS-PAR en ICCARGO.cbl: en los libros de la
      * que paga se acredita la cuenta por cobrar y se debita de
      * vuelta su gasto; en los de la que recibe se acredita el costo
      * contra la cuenta por pagar
       ESCRIBE-REVERSO-IC.
           COMPUTE WS-TOTAL-PAR = TAB-PAR-SUELDO(PAR-IDX)
               + TAB-PAR-CARGA(PAR-IDX) + TAB-PAR-PROV(PAR-IDX).
           IF WS-TOTAL-PAR > ZERO
              MOVE 'R' TO GLM-TIPO
              MOVE TAB-PAR-RECIBE(PAR-IDX) TO GLM-LLAVE
              MOVE WS-CUENTA-CXC-IC TO WS-CUENTA-HALLADA
              PERFORM BUSCA-CUENTA-MAPA
              MOVE WS-CUENTA-HALLADA TO WS-A-CUENTA
              MOVE 'CREDITO' TO WS-A-TIPO
              MOVE WS-TOTAL-PAR TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'REV CXC IC ' TAB-PAR-RECIBE(PAR-IDX)
                  ' CIA ' TAB-PAR-PAGA(PAR-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              PERFORM ESCRIBE-ASIENTO
              PERFORM ESCRIBE-DEBITO-DEPTO-IC
                  VARYING PDE-IDX FROM 1 BY 1
                  UNTIL PDE-IDX > WS-NUM-PAR-DEPTOS
              IF TAB-PAR-CARGA(PAR-IDX) > ZERO
                 MOVE WS-CUENTA-CARGA-APLICADA TO WS-A-CUENTA
                 MOVE 'DEBITO' TO WS-A-TIPO
                 MOVE TAB-PAR-CARGA(PAR-IDX) TO WS-A-MONTO
                 MOVE SPACES TO WS-A-DESC
                 STRING 'REV CARGO IC CARGA ' TAB-PAR-RECIBE(PAR-IDX)
                     ' CIA ' TAB-PAR-PAGA(PAR-IDX)
                     DELIMITED BY SIZE INTO WS-A-DESC
                 PERFORM ESCRIBE-ASIENTO
              END-IF
              IF TAB-PAR-PROV(PAR-IDX) > ZERO
                 MOVE WS-CUENTA-GASTO-PRV TO WS-A-CUENTA
                 MOVE 'DEBITO' TO WS-A-TIPO
                 MOVE TAB-PAR-PROV(PAR-IDX) TO WS-A-MONTO
                 MOVE SPACES TO WS-A-DESC
                 STRING 'REV CARGO IC AGUI/PV '
                     TAB-PAR-RECIBE(PAR-IDX)
                     ' CIA ' TAB-PAR-PAGA(PAR-IDX)
                     DELIMITED BY SIZE INTO WS-A-DESC
                 PERFORM ESCRIBE-ASIENTO
              END-IF
              MOVE WS-CUENTA-COSTO-IC TO WS-A-CUENTA
              MOVE 'CREDITO' TO WS-A-TIPO
              MOVE WS-TOTAL-PAR TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'REV COSTO IC DE ' TAB-PAR-PAGA(PAR-IDX)
                  ' CIA ' TAB-PAR-RECIBE(PAR-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              PERFORM ESCRIBE-ASIENTO
              MOVE 'P' TO GLM-TIPO
              MOVE TAB-PAR-PAGA(PAR-IDX) TO GLM-LLAVE
              MOVE WS-CUENTA-CXP-IC TO WS-CUENTA-HALLADA
              PERFORM BUSCA-CUENTA-MAPA
              MOVE WS-CUENTA-HALLADA TO WS-A-CUENTA
              MOVE 'DEBITO' TO WS-A-TIPO
              MOVE WS-TOTAL-PAR TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'REV CXP IC ' TAB-PAR-PAGA(PAR-IDX)
                  ' CIA ' TAB-PAR-RECIBE(PAR-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              PERFORM ESCRIBE-ASIENTO
              ADD WS-TOTAL-PAR WS-TOTAL-PAR TO WS-TOTAL-DEBITOS
              ADD WS-TOTAL-PAR WS-TOTAL-PAR TO WS-TOTAL-CREDITOS
           END-IF.

       ESCRIBE-DEBITO-DEPTO-IC.
           IF TAB-PDE-PAGA(PDE-IDX) = TAB-PAR-PAGA(PAR-IDX)
              AND TAB-PDE-RECIBE(PDE-IDX) = TAB-PAR-RECIBE(PAR-IDX)
              AND TAB-PDE-SUELDO(PDE-IDX) > ZERO
              MOVE 'D' TO GLM-TIPO
              MOVE TAB-PDE-DEPTO(PDE-IDX) TO GLM-LLAVE
              MOVE WS-CUENTA-GASTO-NOM TO WS-CUENTA-HALLADA
              PERFORM BUSCA-CUENTA-MAPA
              MOVE WS-CUENTA-HALLADA TO WS-A-CUENTA
              MOVE 'DEBITO' TO WS-A-TIPO
              MOVE TAB-PDE-SUELDO(PDE-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'REV IC NOM ' TAB-PDE-DEPTO(PDE-IDX) ' '
                  TAB-PDE-RECIBE(PDE-IDX) ' CIA '
                  TAB-PDE-PAGA(PDE-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              PERFORM ESCRIBE-ASIENTO
           END-IF.

      * renglones negativos de la bitacora de pasivo por lo retenido
      * en los pagos anulados: misma COMPANIA, ejercicio, periodo,
      * cuenta y fecha que el posteo original de GLPOST, para que
      * ISRMENS los descuente en el mes en que se sumaron. Una
      * compania cuyo periodo no dejo renglones de posteo no tiene
      * nada que descontar
       ESCRIBE-PASIVO-INVERSO.
           PERFORM CARGA-FECHA-POSTEO.
           OPEN OUTPUT GLPASIVO-REV.
           IF WS-GLPASIVO-REV-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/GLPASIVO.REV: "
                  WS-GLPASIVO-REV-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ESCRIBE-PASIVO-NEGATIVO
               VARYING PASIVO-IDX FROM 1 BY 1
               UNTIL PASIVO-IDX > WS-NUM-PASIVOS.
           CLOSE GLPASIVO-REV.

       CARGA-FECHA-POSTEO.
           OPEN INPUT GLPASIVO-FILE.
           IF WS-GLPASIVO-STATUS = "00"
              PERFORM UNTIL WS-GLPASIVO-STATUS NOT = "00"
                 READ GLPASIVO-FILE
                    AT END MOVE "10" TO WS-GLPASIVO-STATUS
                    NOT AT END
                       IF GLP-POSTEO
                          AND GLP-EJERCICIO = WS-FECHA-GEN(1:4)
                          PERFORM MARCA-FECHA-POSTEO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE GLPASIVO-FILE.

       MARCA-FECHA-POSTEO.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA(CIA-IDX) = GLP-COMPANIA
                 AND TAB-CIA-PERIODO(CIA-IDX) = GLP-PERIODO
                 MOVE GLP-FECHA TO TAB-CIA-FECHA-GL(CIA-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       ESCRIBE-PASIVO-NEGATIVO.
           MOVE TAB-PASIVO-CIA(PASIVO-IDX) TO WS-CIA-BUSCADA.
           PERFORM BUSCA-O-CREA-CIA.
           IF TAB-PASIVO-MONTO(PASIVO-IDX) > ZERO
              IF TAB-CIA-FECHA-GL(CIA-IDX) = ZERO
                 ADD 1 TO WS-NUM-PASIVO-SIN-GL
              ELSE
                 MOVE 'C' TO GLM-TIPO
                 MOVE TAB-PASIVO-CODIGO(PASIVO-IDX) TO GLM-LLAVE
                 MOVE WS-CUENTA-NOMINA-PAGAR TO WS-CUENTA-HALLADA
                 PERFORM BUSCA-CUENTA-MAPA
                 MOVE TAB-CIA-FECHA-GL(CIA-IDX) TO RGLP-FECHA
                 MOVE TAB-CIA(CIA-IDX) TO RGLP-COMPANIA
                 MOVE WS-FECHA-GEN(1:4) TO RGLP-EJERCICIO
                 MOVE TAB-CIA-PERIODO(CIA-IDX) TO RGLP-PERIODO
                 SET RGLP-REVERSO TO TRUE
                 MOVE TAB-PASIVO-CODIGO(PASIVO-IDX) TO RGLP-CODIGO
                 MOVE WS-CUENTA-HALLADA TO RGLP-CUENTA
                 COMPUTE RGLP-MONTO =
                     ZERO - TAB-PASIVO-MONTO(PASIVO-IDX)
                 WRITE REV-GLPASIVO-RECORD
                 ADD 1 TO WS-NUM-PASIVO-REV
              END-IF
           END-IF.

       ESCRIBE-ASIENTO.
           MOVE WS-ASIENTO-LINE TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           ADD 1 TO WS-NUM-ASIENTOS.

       CARGA-MAPA-CUENTAS.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS = "00"
              PERFORM UNTIL WS-GLMAP-STATUS NOT = "00"
                 READ GLMAP-FILE
                    AT END MOVE "10" TO WS-GLMAP-STATUS
                    NOT AT END
                       IF WS-NUM-MAPA = 200
                          DISPLAY "TABLA LLENA: WS-NUM-MAPA"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-MAPA
                       MOVE GLM-TIPO TO TAB-MAPA-TIPO(WS-NUM-MAPA)
                       MOVE GLM-LLAVE TO TAB-MAPA-LLAVE(WS-NUM-MAPA)
                       MOVE GLM-CUENTA TO
                           TAB-MAPA-CUENTA(WS-NUM-MAPA)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE GLMAP-FILE.

      * misma busqueda que GLPOST.cbl: sin renglon en el catalogo se
      * queda la cuenta generica que posteo GLPOST
       BUSCA-CUENTA-MAPA.
           PERFORM VARYING MAPA-IDX FROM 1 BY 1
                   UNTIL MAPA-IDX > WS-NUM-MAPA
              IF TAB-MAPA-TIPO(MAPA-IDX) = GLM-TIPO
                 AND TAB-MAPA-LLAVE(MAPA-IDX) = GLM-LLAVE
                 MOVE TAB-MAPA-CUENTA(MAPA-IDX) TO WS-CUENTA-HALLADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * un renglon de auditoria por pago anulado: el SALARIO pagado
      * pasa a cero, marcado como reverso, con el periodo y la
      * compania del pago original y la fecha del reverso
       ESCRIBE-AUDITORIA-REVERSO.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              AND WS-AUDIT-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/AUDIT.LOG: "
                  WS-AUDIT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > WS-NUM-REVERSO
              MOVE TAB-REV-ID(REV-IDX) TO AUD-DATO-ID
              MOVE TAB-REV-SALARIO(REV-IDX) TO AUD-SALARIO-ANT
              MOVE ZERO TO AUD-SALARIO-NVO
              MOVE TAB-REV-HORAS(REV-IDX) TO AUD-HORAS
              MOVE TAB-REV-PAGO(REV-IDX) TO AUD-PAGO
              MOVE WS-FECHA-HOY TO AUD-FECHA-CORRIDA
              MOVE TAB-REV-CIA(REV-IDX) TO AUD-COMPANIA
              MOVE TAB-REV-PERIODO(REV-IDX) TO AUD-PERIODO
              MOVE 'R' TO AUD-MOVIMIENTO
              WRITE AUDIT-RECORD
           END-PERFORM.
           CLOSE AUDIT-FILE.

      * reabre el periodo: los renglones de cierre del alcance pasan
      * a PCT-REABIERTO con la fecha del reverso, en
      * data/PERCTL.DAT.REV (el job lo vuelve vigente); PERABRE deja
      * correr la nomina del periodo y PERCIERRA lo vuelve a cerrar
       REABRE-PERIODO.
           OPEN OUTPUT PERCTL-NEW.
           IF WS-PERCTL-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PERCTL.DAT.REV: "
                  WS-PERCTL-NEW-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PERCTL-FILE.
           IF WS-PERCTL-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ PERCTL-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM EVALUA-RENGLON-CIERRE
                       IF RENGLON-SE-REABRE
                          PERFORM MARCA-REABIERTO
                       END-IF
                       MOVE PERCTL-RECORD TO PERCTL-NEW-LINEA
                       WRITE PERCTL-NEW-LINEA
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PERCTL-FILE PERCTL-NEW.

       MARCA-REABIERTO.
           IF PCT-COMPANIA IS NUMERIC
              MOVE 'R' TO PCL-STATUS
              MOVE WS-FECHA-HOY TO PCL-FECHA-CIERRE
           ELSE
              MOVE 'R' TO PCT-STATUS
              MOVE WS-FECHA-HOY TO PCT-FECHA-CIERRE
           END-IF.
           ADD 1 TO WS-NUM-REABIERTOS.

       ESCRIBE-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ESCRIBE-ENCABEZADO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DATO-ID  NOMBRE                         CIA  PER '
               ' DEPT  HRS        SALARIO          NETO'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > WS-NUM-REVERSO
              MOVE TAB-REV-ID(REV-IDX) TO WS-D-ID
              MOVE TAB-REV-NOMBRE(REV-IDX) TO WS-D-NOMBRE
              MOVE TAB-REV-CIA(REV-IDX) TO WS-D-CIA
              MOVE TAB-REV-PERIODO(REV-IDX) TO WS-D-PERIODO
              MOVE TAB-REV-DEPTO(REV-IDX) TO WS-D-DEPTO
              MOVE TAB-REV-HORAS(REV-IDX) TO WS-D-HORAS
              MOVE TAB-REV-SALARIO(REV-IDX) TO WS-D-SALARIO
              MOVE TAB-REV-NETO(REV-IDX) TO WS-D-NETO
              WRITE REPORT-LINE FROM WS-DETALLE-LINE
           END-PERFORM.
           PERFORM REPORTA-SELECCION
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > WS-NUM-SELECCION.
           PERFORM ESCRIBE-CUADRE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BALANCES REVERSADOS (MAESTRO VIGENTE MENOS LO QUE '
               'POSTEO EL PERIODO)' DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM REPORTA-BALANCE
               VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > 5.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-DEBITOS TO WS-MONTO-EDIT.
           MOVE WS-TOTAL-CREDITOS TO WS-MONTO-EDIT2.
           MOVE WS-NUM-ASIENTOS TO WS-CONTEO-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DIARIO INVERSO data/REVERSO.GL: ' WS-CONTEO-EDIT
               ' ASIENTO(S)' DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF DIARIO-DE-ARCHIVO
              STRING '  NEGATIVO DE GLPOST.OUT E ICCARGO.GL '
                  'ARCHIVADOS DE LA GENERACION'
                  DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING '  ARMADO POR PAGO (GASTO, ORDENES DE TRABAJO, '
                  'PASIVOS, NETO, PROVISION, FONDO E INTERCOMPANIA)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  DEBITOS ' WS-MONTO-EDIT
               '  CREDITOS ' WS-MONTO-EDIT2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
              MOVE '  AVISO: EL DIARIO INVERSO NO CUADRA, REVISE '
                  TO REPORT-LINE
              WRITE REPORT-LINE
              ADD 1 TO WS-NUM-AVISOS
           END-IF.
           MOVE WS-NUM-PASIVO-REV TO WS-CONTEO-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PASIVO EN data/GLPASIVO.REV: ' WS-CONTEO-EDIT
               ' RENGLON(ES) NEGATIVO(S)'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NUM-PASIVO-SIN-GL > ZERO
              MOVE WS-NUM-PASIVO-SIN-GL TO WS-CONTEO-EDIT
              MOVE SPACES TO REPORT-LINE
              STRING '  ' WS-CONTEO-EDIT ' RETENCION(ES) SIN POSTEO '
                  'EN data/GLPASIVO.DAT, NADA QUE DESCONTAR'
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN WS-NUM-SELECCION > ZERO
                 STRING 'CONTROL DE PERIODOS: NO SE REABRE (DATO-ID '
                     'SUELTOS), EL PAGO CORRECTO VA POR '
                     'jobs/OFFCYCLE.job'
                     DELIMITED BY SIZE INTO REPORT-LINE
              WHEN WS-NUM-REABIERTOS > ZERO
                 STRING 'CONTROL DE PERIODOS: REABIERTO EN '
                     'data/PERCTL.DAT (' WS-NUM-REABIERTOS
                     ' RENGLON(ES) DE CIERRE) PARA RECALCULO'
                     DELIMITED BY SIZE INTO REPORT-LINE
              WHEN OTHER
                 STRING 'CONTROL DE PERIODOS: EL CIERRE ES GLOBAL '
                     '(**); LA RE-CORRIDA REQUIERE data/PERCTL.OVR'
                     DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AVISOS: ' WS-NUM-AVISOS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       ESCRIBE-ENCABEZADO.
           MOVE WS-GENERACION TO WS-T-GENERACION.
           MOVE WS-PERIODO-REV TO WS-T-PERIODO.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           WRITE REPORT-LINE FROM WS-TITULO-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-NUM-SELECCION > ZERO
              STRING 'AUTORIZO: ' WS-OPERADOR-FIRMADO
                  '  COMPANIA: ' WS-CIA-REVERSO
                  '  ALCANCE: DATO-ID SELECCIONADOS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING 'AUTORIZO: ' WS-OPERADOR-FIRMADO
                  '  COMPANIA: ' WS-CIA-REVERSO
                  '  ALCANCE: PERIODO COMPLETO'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MOTIVO: ' WS-MOTIVO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * DATO-ID tecleados que no se reversaron
       REPORTA-SELECCION.
           IF TAB-SEL-ESTADO(SEL-IDX) NOT = 'R'
              MOVE SPACES TO REPORT-LINE
              EVALUATE TAB-SEL-ESTADO(SEL-IDX)
                 WHEN 'Y'
                    STRING TAB-SEL-ID(SEL-IDX)
                        '  YA TENIA SU REVERSO, NO SE REVERSA DOS '
                        'VECES'
                        DELIMITED BY SIZE INTO REPORT-LINE
                 WHEN 'C'
                    STRING TAB-SEL-ID(SEL-IDX)
                        '  ES DE OTRA COMPANIA QUE LA DEL ALCANCE'
                        DELIMITED BY SIZE INTO REPORT-LINE
                 WHEN OTHER
                    STRING TAB-SEL-ID(SEL-IDX)
                        '  NO SE PAGO EN ESTA GENERACION'
                        DELIMITED BY SIZE INTO REPORT-LINE
              END-EVALUATE
              WRITE REPORT-LINE
              ADD 1 TO WS-NUM-AVISOS
           END-IF.

      * amarre de lo reversado a los totales originales de
      * CONTROLES.DAT: la generacion completa es lo que conto la
      * corrida, y se parte en lo ya reversado, lo reversado hoy y
      * lo que queda vigente
       ESCRIBE-CUADRE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CUADRE CONTRA CONTROLES.DAT DE LA CORRIDA ORIGINAL'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-C-NOTA.
           IF HAY-CONTROL-CALC
              MOVE 'CONTROL CALC' TO WS-C-CONCEPTO
              MOVE WS-CTL-CALC-REG TO WS-C-REGISTROS
              MOVE WS-CTL-CALC-TOTAL TO WS-C-TOTAL
              WRITE REPORT-LINE FROM WS-CUADRE-LINE
           END-IF.
           IF HAY-CONTROL-REPORT
              MOVE 'CONTROL REPORT' TO WS-C-CONCEPTO
              MOVE WS-CTL-REPORT-REG TO WS-C-REGISTROS
              MOVE WS-CTL-REPORT-TOTAL TO WS-C-TOTAL
              WRITE REPORT-LINE FROM WS-CUADRE-LINE
           END-IF.
           IF HAY-CONTROL-GLPOST
              MOVE 'CONTROL GLPOST' TO WS-C-CONCEPTO
              MOVE WS-CTL-GLPOST-REG TO WS-C-REGISTROS
              MOVE WS-CTL-GLPOST-TOTAL TO WS-C-TOTAL
              WRITE REPORT-LINE FROM WS-CUADRE-LINE
           END-IF.
           MOVE 'GENERACION ARCHIVADA' TO WS-C-CONCEPTO.
           MOVE WS-GEN-REGISTROS TO WS-C-REGISTROS.
           MOVE WS-GEN-SALARIO TO WS-C-TOTAL.
           MOVE WS-CUADRE TO WS-C-NOTA.
           WRITE REPORT-LINE FROM WS-CUADRE-LINE.
           MOVE SPACES TO WS-C-NOTA.
           MOVE '  REVERSADO ANTES' TO WS-C-CONCEPTO.
           MOVE WS-ANT-REGISTROS TO WS-C-REGISTROS.
           MOVE WS-ANT-SALARIO TO WS-C-TOTAL.
           WRITE REPORT-LINE FROM WS-CUADRE-LINE.
           MOVE '  REVERSADO EN ESTA CORRIDA' TO WS-C-CONCEPTO.
           MOVE WS-REV-REGISTROS TO WS-C-REGISTROS.
           MOVE WS-REV-SALARIO TO WS-C-TOTAL.
           WRITE REPORT-LINE FROM WS-CUADRE-LINE.
           MOVE '  QUEDA VIGENTE' TO WS-C-CONCEPTO.
           MOVE WS-RES-REGISTROS TO WS-C-REGISTROS.
           MOVE WS-RES-SALARIO TO WS-C-TOTAL.
           WRITE REPORT-LINE FROM WS-CUADRE-LINE.

       REPORTA-BALANCE.
           SET WS-BAL-NUM TO BAL-IDX.
           MOVE WS-BAL-NOMBRE(BAL-IDX) TO WS-B-NOMBRE.
           IF TAB-BAL-IMAGEN(WS-BAL-NUM) = 'S'
              MOVE TAB-BAL-AJUSTADOS(WS-BAL-NUM) TO WS-B-AJUSTADOS
              MOVE TAB-BAL-AGREGADOS(WS-BAL-NUM) TO WS-B-AGREGADOS
              MOVE TAB-BAL-EN-CERO(WS-BAL-NUM) TO WS-B-EN-CERO
              MOVE TAB-BAL-MONTO(WS-BAL-NUM) TO WS-B-MONTO
              WRITE REPORT-LINE FROM WS-BALANCE-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING '  ' WS-B-NOMBRE
                  'EL PERIODO NO LO MOVIO (SIN IMAGEN ARCHIVADA)'
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * una tabla en memoria llena no se trunca en silencio: un
      * reverso parcial de una generacion es peor que ninguno
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
