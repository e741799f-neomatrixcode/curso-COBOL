      * BIEXTRAE: extraccion de una generacion de nomina para el
      * almacen de datos de finanzas (BI). Hasta ahora analitica
      * recibia data/PAYCALC.SRT de ancho fijo y lo leia mal (los
      * decimales implicitos, el signo separado al final); aqui cada
      * generacion archivada sale en archivos de texto delimitados
      * por '|', con renglon de encabezado y punto decimal real:
      *   - data/BI/NOMHECHO.CIA.GEN.TXT: un renglon por empleado de
      *     la compania en la generacion (hechos): bruto, desglose
      *     regular / prima de tiempo extra / otras percepciones, una
      *     columna por codigo de percepcion de data/PERCCAT.DAT y por
      *     codigo de deduccion de data/DEDPRIOR.DAT (lo aplicado que
      *     no este en el catalogo va en PER_OTRAS / DED_OTRAS), total
      *     de deducciones, neto y carga patronal
      *   - data/BI/NOMCONC.CIA.GEN.TXT: las mismas percepciones y
      *     deducciones renglon por renglon (DATO_ID, tipo P/D,
      *     codigo, monto), completo aunque el catalogo cambie
      *   - data/BI/DIMDEPTO, DIMCIA, DIMEDO y DIMGRADO .GEN.TXT: las
      *     dimensiones de departamento, compania, estado y grado
      *     (los catalogos mas cualquier codigo que aparezca en los
      *     hechos sin estar catalogado, para que ningun hecho quede
      *     huerfano)
      *   - data/BI/MANIFEST.GEN.TXT: cada archivo con sus renglones
      *     y totales de control, y el cuadre del bruto y los
      *     registros de la generacion contra el renglon 'CALC' de
      *     CONTROLES.DAT de esa corrida
      * La extraccion es incremental por compania y generacion: una
      * corrida (o una re-extraccion) solo escribe los archivos de su
      * generacion y no toca los de otras. La generacion la prepara
      * el job a partir de data/ARCHIVE (ver jobs/BIEXTRAE.job):
      * data/BIEXT.PAY (PAYCALC), .DED (DEDCALC), .PER (PERCCALC),
      * .CTL (CONTROLES) y .PRM (nombre y fecha de la generacion).
      * La carga patronal se recalcula con la regla de CARGAPAT.cbl;
      * la prima de riesgo de trabajo es la vigente a la fecha de la
      * generacion.
      * COND-CODE 8 si la generacion no cuadra contra CONTROLES.DAT
      * (el manifiesto dice NO CUADRA y el almacen no debe cargarla).
      * uso: jobs/PAYROLL.job (STEP10 BIEXTRACT) y jobs/BIEXTRAE.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIEXTRAE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "data/BIEXT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAYCALC-FILE ASSIGN TO "data/BIEXT.PAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCALC-STATUS.

      * DEDCALC, PERCCALC y CONTROLES pueden faltar en una generacion
      * vieja (antes de archivarse); se extrae lo que haya
           SELECT OPTIONAL DEDCALC-FILE ASSIGN TO "data/BIEXT.DED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDCALC-STATUS.

           SELECT OPTIONAL PERCCALC-FILE ASSIGN TO "data/BIEXT.PER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCCALC-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "data/BIEXT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL DEDPRIOR-FILE ASSIGN TO "data/DEDPRIOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDPRIOR-STATUS.

           SELECT OPTIONAL PERCCAT-FILE ASSIGN TO "data/PERCCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCCAT-STATUS.

           SELECT OPTIONAL DEPTCAT-FILE ASSIGN TO "data/DEPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT OPTIONAL CIACAL-FILE ASSIGN TO "data/CIACAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIACAL-STATUS.

           SELECT OPTIONAL PAY-RATE-FILE ASSIGN TO "data/PAYRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRATE-STATUS.

           SELECT PATRONAL-FILE ASSIGN TO "data/PATRONAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRONAL-STATUS.

           SELECT OPTIONAL PRIMART-FILE ASSIGN TO "data/PRIMART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMART-STATUS.

           SELECT EDOTAX-FILE ASSIGN TO "data/EDOTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDOTAX-STATUS.

      * salidas con ruta armada (compania y generacion en el nombre),
      * misma tecnica que BANCO-OUT-FILE en BANKDISP.cbl
           SELECT HECHOS-FILE ASSIGN TO WS-RUTA-HECHOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HECHOS-STATUS.

           SELECT CONCEPTOS-FILE ASSIGN TO WS-RUTA-CONCEPTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCEPTOS-STATUS.

           SELECT DIMENSION-FILE ASSIGN TO WS-RUTA-DIMENSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIMENSION-STATUS.

           SELECT MANIFIESTO-FILE ASSIGN TO WS-RUTA-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFIESTO-STATUS.

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

       FD  PERCCALC-FILE.
           COPY PERCREC
               REPLACING PERCEPCION-RECORD BY PERCCALC-RECORD
                         PCP-DATO-ID BY PCC-DATO-ID
                         PCP-CODIGO BY PCC-CODIGO
                         PCP-MONTO BY PCC-MONTO.

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  DEDPRIOR-FILE.
           COPY DEDPRIRC.

       FD  PERCCAT-FILE.
       01  PERCCAT-RECORD.
           05  PCT-CODIGO         PIC X(4).
           05  PCT-DESCRIPCION    PIC X(30).

       FD  DEPTCAT-FILE.
           COPY DEPTCAT.

       FD  CIACAL-FILE.
           COPY CIACALRC.

      * vista ancha para las etiquetas HDR/TRL, como en TIPOSDEDATOS
       FD  PAY-RATE-FILE.
           COPY PAYRATE.
       01  PAY-RATE-LINEA PIC X(40).

       FD  PATRONAL-FILE.
           COPY PATRONRC.

       FD  PRIMART-FILE.
           COPY PRIMRTRC.

       FD  EDOTAX-FILE.
           COPY EDOTAXRC.

       FD  HECHOS-FILE.
       01  HECHOS-LINE PIC X(2000).

       FD  CONCEPTOS-FILE.
       01  CONCEPTOS-LINE PIC X(200).

       FD  DIMENSION-FILE.
       01  DIMENSION-LINE PIC X(200).

       FD  MANIFIESTO-FILE.
       01  MANIFIESTO-LINE PIC X(200).

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-DEDCALC-STATUS PIC XX VALUE SPACES.
           77 WS-PERCCALC-STATUS PIC XX VALUE SPACES.
           77 WS-CONTROL-STATUS PIC XX VALUE SPACES.
           77 WS-DEDPRIOR-STATUS PIC XX VALUE SPACES.
           77 WS-PERCCAT-STATUS PIC XX VALUE SPACES.
           77 WS-DEPTCAT-STATUS PIC XX VALUE SPACES.
           77 WS-CIACAL-STATUS PIC XX VALUE SPACES.
           77 WS-PAYRATE-STATUS PIC XX VALUE SPACES.
           77 WS-PATRONAL-STATUS PIC XX VALUE SPACES.
           77 WS-PRIMART-STATUS PIC XX VALUE SPACES.
           77 WS-EDOTAX-STATUS PIC XX VALUE SPACES.
           77 WS-HECHOS-STATUS PIC XX VALUE SPACES.
           77 WS-CONCEPTOS-STATUS PIC XX VALUE SPACES.
           77 WS-DIMENSION-STATUS PIC XX VALUE SPACES.
           77 WS-MANIFIESTO-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * generacion a extraer (del job) y rutas de salida
           77 WS-GENERACION PIC X(20) VALUE SPACES.
           77 WS-FECHA-GEN PIC 9(8) VALUE ZERO.
           77 WS-RUTA-HECHOS PIC X(60) VALUE SPACES.
           77 WS-RUTA-CONCEPTOS PIC X(60) VALUE SPACES.
           77 WS-RUTA-DIMENSION PIC X(60) VALUE SPACES.
           77 WS-RUTA-MANIFIESTO PIC X(60) VALUE SPACES.
           77 WS-PREFIJO-RUTA PIC X(12) VALUE SPACES.
           77 WS-ARCHIVOS-ABIERTOS PIC X VALUE 'N'.
              88 ARCHIVOS-CIA-ABIERTOS VALUE 'S'.
           77 WS-CIA-ACTUAL PIC XX VALUE SPACES.

      * catalogos de codigos: una columna de los hechos por codigo
           77 WS-NUM-COD-PER PIC 99 VALUE ZERO.
       01  TABLA-COD-PER.
           05  COD-PER-ENTRY OCCURS 40 TIMES
                   INDEXED BY CPR-IDX.
               10  TAB-CPR-CODIGO      PIC X(4).
           77 WS-NUM-COD-DED PIC 99 VALUE ZERO.
       01  TABLA-COD-DED.
           05  COD-DED-ENTRY OCCURS 40 TIMES
                   INDEXED BY CDD-IDX.
               10  TAB-CDD-CODIGO      PIC X(4).

      * montos del empleado en turno por columna de codigo
       01  TABLA-MONTOS-EMPLEADO.
           05  WS-MONTO-PER        PIC 9(7)V99 OCCURS 40 TIMES.
           05  WS-MONTO-DED        PIC 9(7)V99 OCCURS 40 TIMES.
           77 WS-PER-OTRAS PIC 9(7)V99 VALUE ZERO.
           77 WS-DED-OTRAS PIC 9(7)V99 VALUE ZERO.
           77 WS-TOTAL-PER PIC 9(7)V99 VALUE ZERO.
           77 WS-TOTAL-DED PIC 9(7)V99 VALUE ZERO.
           77 WS-OTRAS-PERCEPCIONES PIC S9(7)V99 VALUE ZERO.
           77 WS-CARGA-EMPLEADO PIC 9(7)V99 VALUE ZERO.

      * deducciones y percepciones aplicadas de la generacion
           77 WS-NUM-DED PIC 9(5) VALUE ZERO.
       01  TABLA-DEDCALC.
           05  DED-ENTRY OCCURS 60000 TIMES
                   INDEXED BY DED-IDX.
               10  TAB-DED-ID          PIC 9(5).
               10  TAB-DED-CODIGO      PIC X(4).
               10  TAB-DED-MONTO       PIC 9(7)V99.
           77 WS-NUM-PER PIC 9(5) VALUE ZERO.
       01  TABLA-PERCCALC.
           05  PER-ENTRY OCCURS 30000 TIMES
                   INDEXED BY PER-IDX.
               10  TAB-PER-ID          PIC 9(5).
               10  TAB-PER-CODIGO      PIC X(4).
               10  TAB-PER-MONTO       PIC 9(7)V99.

      * dimensiones: el catalogo mas lo que aparezca en los hechos
           77 WS-NUM-DEPTOS PIC 9(4) VALUE ZERO.
       01  TABLA-DEPTOS.
           05  DEPTO-ENTRY OCCURS 500 TIMES
                   INDEXED BY DEP-IDX.
               10  TAB-DEP-CODIGO      PIC X(4).
               10  TAB-DEP-DESC        PIC X(30).
           77 WS-NUM-GRADOS PIC 99 VALUE ZERO.
       01  TABLA-GRADOS.
           05  GRADO-ENTRY OCCURS 50 TIMES
                   INDEXED BY GRD-IDX.
               10  TAB-GRD-CODIGO      PIC X(2).
               10  TAB-GRD-TARIFA      PIC 9(5)V99.

      * companias: dimension y totales de control de sus archivos
           77 WS-NUM-CIAS PIC 99 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 20 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA-CODIGO      PIC XX.
               10  TAB-CIA-FRECUENCIA  PIC X.
               10  TAB-CIA-HECHOS      PIC 9(6).
               10  TAB-CIA-CONCEPTOS   PIC 9(6).
               10  TAB-CIA-BRUTO       PIC 9(11)V99.
               10  TAB-CIA-NETO        PIC 9(11)V99.
               10  TAB-CIA-CARGA       PIC 9(11)V99.
               10  TAB-CIA-PERCEPCIONES PIC 9(11)V99.
               10  TAB-CIA-DEDUCCIONES PIC 9(11)V99.

      * tasas de carga patronal, mismo criterio que CARGAPAT.cbl
           77 WS-PCT-PATRONAL PIC 9(3)V9999 VALUE ZERO.
           77 WS-PRIMA-RT-GENERAL PIC 9(2)V9999 VALUE ZERO.
           77 WS-PRIMA-RT PIC 9(2)V9(5) VALUE ZERO.
           77 WS-NUM-PRIMAS PIC 99 VALUE ZERO.
       01  TABLA-PRIMAS-RT.
           05  PRIMA-RT-ENTRY OCCURS 20 TIMES
                   INDEXED BY PRI-IDX.
               10  TAB-PRI-CIA      PIC XX.
               10  TAB-PRI-FECHA    PIC 9(8).
               10  TAB-PRI-PRIMA    PIC 9(2)V9(5).
           77 WS-NUM-TASAS PIC 99 VALUE ZERO.
       01  TABLA-TASAS.
           05  TASA-ENTRY OCCURS 40 TIMES
                   INDEXED BY TASA-IDX.
               10  TAB-TASA-ESTADO  PIC X(3).
               10  TAB-TASA         PIC 9(2)V9999.
               10  TAB-TASA-ASIM    PIC X.
           77 WS-TASA-EDO PIC 9(2)V9999 VALUE ZERO.

      * control de la generacion: renglon 'CALC' de CONTROLES.DAT
      * contra lo extraido
           77 WS-CTL-ENCONTRADO PIC X VALUE 'N'.
              88 HAY-CONTROL-CALC VALUE 'S'.
           77 WS-CTL-REGISTROS PIC 9(6) VALUE ZERO.
           77 WS-CTL-TOTAL PIC 9(11)V99 VALUE ZERO.
           77 WS-EXT-REGISTROS PIC 9(6) VALUE ZERO.
           77 WS-EXT-BRUTO PIC 9(11)V99 VALUE ZERO.
           77 WS-CUADRE PIC X(11) VALUE SPACES.
           77 WS-NUM-ARCHIVOS PIC 9(4) VALUE ZERO.
           77 WS-RENGLONES-DIM PIC 9(6) VALUE ZERO.

      * armado de un renglon delimitado: cada AGREGA-xxx pone su campo
      * sin blancos de relleno seguido del separador; TERMINA-RENGLON
      * quita el ultimo separador
           77 WS-SEPARADOR PIC X VALUE '|'.
           77 WS-RENGLON PIC X(2000) VALUE SPACES.
           77 WS-PTR PIC 9(4) VALUE 1.
           77 WS-F-TEXTO PIC X(40) VALUE SPACES.
           77 WS-F-LARGO PIC 99 VALUE ZERO.
           77 WS-F-MONTO PIC S9(11)V99 VALUE ZERO.
           77 WS-F-MONTO-ED PIC -(12)9.99.
           77 WS-F-ENTERO PIC 9(9) VALUE ZERO.
           77 WS-F-ENTERO-ED PIC Z(8)9.
           77 WS-F-TASA PIC 9(3)V9999 VALUE ZERO.
           77 WS-F-TASA-ED PIC ZZ9.9999.
           77 WS-F-BLANCOS PIC 99 VALUE ZERO.

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
           MOVE 'BIEXTRAE' TO LOG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.

           PERFORM LEE-GENERACION.
           MOVE SPACES TO WS-PREFIJO-RUTA.
           MOVE 'data/BI/' TO WS-PREFIJO-RUTA.

           PERFORM CARGA-CODIGOS-PERCEPCION.
           PERFORM CARGA-CODIGOS-DEDUCCION.
           PERFORM CARGA-DEDCALC.
           PERFORM CARGA-PERCCALC.
           PERFORM CARGA-CONTROL-CALC.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-COMPANIAS.
           PERFORM CARGA-GRADOS.
           PERFORM CARGA-PORCENTAJES-PATRONALES.
           PERFORM CARGA-PRIMAS-RIESGO.
           PERFORM CARGA-TABLA-TASAS.

      * hechos y conceptos: PAYCALC viene ordenado por COMPANIA
      * (PAYSORT.cbl), asi que cada quiebre de compania cierra sus
      * dos archivos y abre los de la siguiente
           OPEN INPUT PAYCALC-FILE.
           IF WS-PAYCALC-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/BIEXT.PAY: "
                  WS-PAYCALC-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ PAYCALC-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-STAT-LEIDOS
                    IF NOT ARCHIVOS-CIA-ABIERTOS
                       OR PC-COMPANIA NOT = WS-CIA-ACTUAL
                       PERFORM CAMBIA-COMPANIA
                    END-IF
                    PERFORM EXTRAE-EMPLEADO
              END-READ
           END-PERFORM.
           CLOSE PAYCALC-FILE.
           IF ARCHIVOS-CIA-ABIERTOS
              CLOSE HECHOS-FILE CONCEPTOS-FILE
           END-IF.

           PERFORM ESCRIBE-DIMENSION-DEPTOS.
           PERFORM ESCRIBE-DIMENSION-CIAS.
           PERFORM ESCRIBE-DIMENSION-ESTADOS.
           PERFORM ESCRIBE-DIMENSION-GRADOS.
           PERFORM CUADRA-CONTRA-CONTROLES.
           PERFORM ESCRIBE-MANIFIESTO.

           DISPLAY "BIEXTRAE: GENERACION " WS-GENERACION " "
               WS-EXT-REGISTROS " EMPLEADO(S), " WS-NUM-CIAS
               " COMPANIA(S), CUADRE CONTRA CONTROLES: " WS-CUADRE.
           MOVE SPACES TO LOG-MENSAJE.
           EVALUATE WS-CUADRE
              WHEN 'NO CUADRA'
                 MOVE 'E' TO LOG-SEVERIDAD
              WHEN 'SIN CONTROL'
                 MOVE 'W' TO LOG-SEVERIDAD
              WHEN OTHER
                 MOVE 'I' TO LOG-SEVERIDAD
           END-EVALUATE.
           STRING 'EXTRACCION BI ' DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               ': ' WS-EXT-REGISTROS ' EMPLEADO(S), ' WS-CUADRE
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           PERFORM IMPRIME-ESTADISTICAS.
           IF WS-CUADRE = 'NO CUADRA'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      * la generacion (p.ej. P21.20261015 u OFFCYCLE.20261015) y su
      * fecha vienen del job en data/BIEXT.PRM
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
              DISPLAY "ERROR: data/BIEXT.PRM SIN GENERACION VALIDA: "
                  WS-PARM-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PRM-GENERACION TO WS-GENERACION.
           MOVE PRM-FECHA TO WS-FECHA-GEN.
           CLOSE PARM-FILE.

       CARGA-CODIGOS-PERCEPCION.
           OPEN INPUT PERCCAT-FILE.
           IF WS-PERCCAT-STATUS = "00"
              PERFORM UNTIL WS-PERCCAT-STATUS NOT = "00"
                 READ PERCCAT-FILE
                    AT END MOVE "10" TO WS-PERCCAT-STATUS
                    NOT AT END
                       IF WS-NUM-COD-PER = 40
                          DISPLAY "TABLA LLENA: WS-NUM-COD-PER"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-COD-PER
                       MOVE PCT-CODIGO TO
                           TAB-CPR-CODIGO(WS-NUM-COD-PER)
                 END-READ
              END-PERFORM
              CLOSE PERCCAT-FILE
           END-IF.

       CARGA-CODIGOS-DEDUCCION.
           OPEN INPUT DEDPRIOR-FILE.
           IF WS-DEDPRIOR-STATUS = "00"
              PERFORM UNTIL WS-DEDPRIOR-STATUS NOT = "00"
                 READ DEDPRIOR-FILE
                    AT END MOVE "10" TO WS-DEDPRIOR-STATUS
                    NOT AT END
                       IF WS-NUM-COD-DED = 40
                          DISPLAY "TABLA LLENA: WS-NUM-COD-DED"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-COD-DED
                       MOVE DPR-CODIGO TO
                           TAB-CDD-CODIGO(WS-NUM-COD-DED)
                 END-READ
              END-PERFORM
              CLOSE DEDPRIOR-FILE
           END-IF.

       CARGA-DEDCALC.
           OPEN INPUT DEDCALC-FILE.
           IF WS-DEDCALC-STATUS = "00"
              PERFORM UNTIL WS-DEDCALC-STATUS NOT = "00"
                 READ DEDCALC-FILE
                    AT END MOVE "10" TO WS-DEDCALC-STATUS
                    NOT AT END
                       IF WS-NUM-DED = 60000
                          DISPLAY "TABLA LLENA: WS-NUM-DED"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-DED
                       SET DED-IDX TO WS-NUM-DED
                       MOVE DC-DATO-ID TO TAB-DED-ID(DED-IDX)
                       MOVE DC-CODIGO TO TAB-DED-CODIGO(DED-IDX)
                       MOVE DC-MONTO TO TAB-DED-MONTO(DED-IDX)
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
                       IF WS-NUM-PER = 30000
                          DISPLAY "TABLA LLENA: WS-NUM-PER"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PER
                       SET PER-IDX TO WS-NUM-PER
                       MOVE PCC-DATO-ID TO TAB-PER-ID(PER-IDX)
                       MOVE PCC-CODIGO TO TAB-PER-CODIGO(PER-IDX)
                       MOVE PCC-MONTO TO TAB-PER-MONTO(PER-IDX)
                 END-READ
              END-PERFORM
              CLOSE PERCCALC-FILE
           END-IF.

      * el renglon 'CALC' es el que TIPOSDEDATOS deja con lo que
      * escribio en PAYCALC.OUT (ver CTLREC.cpy y PAYBAL.cbl)
       CARGA-CONTROL-CALC.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
              PERFORM UNTIL WS-CONTROL-STATUS NOT = "00"
                 READ CONTROL-FILE
                    AT END MOVE "10" TO WS-CONTROL-STATUS
                    NOT AT END
                       IF CTL-PASO = 'CALC'
                          MOVE 'S' TO WS-CTL-ENCONTRADO
                          MOVE CTL-REGISTROS TO WS-CTL-REGISTROS
                          MOVE CTL-TOTAL-SALARIO TO WS-CTL-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-FILE
           END-IF.

       CARGA-DEPARTAMENTOS.
           OPEN INPUT DEPTCAT-FILE.
           IF WS-DEPTCAT-STATUS = "00"
              PERFORM UNTIL WS-DEPTCAT-STATUS NOT = "00"
                 READ DEPTCAT-FILE
                    AT END MOVE "10" TO WS-DEPTCAT-STATUS
                    NOT AT END
                       IF WS-NUM-DEPTOS = 500
                          DISPLAY "TABLA LLENA: WS-NUM-DEPTOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-DEPTOS
                       MOVE DCT-CODIGO TO TAB-DEP-CODIGO(WS-NUM-DEPTOS)
                       MOVE DCT-DESCRIPCION TO
                           TAB-DEP-DESC(WS-NUM-DEPTOS)
                 END-READ
              END-PERFORM
              CLOSE DEPTCAT-FILE
           END-IF.

      * sin renglon en CIACAL.DAT una compania es quincenal, igual que
      * en CALENDARIO.cbl
       CARGA-COMPANIAS.
           OPEN INPUT CIACAL-FILE.
           IF WS-CIACAL-STATUS = "00"
              PERFORM UNTIL WS-CIACAL-STATUS NOT = "00"
                 READ CIACAL-FILE
                    AT END MOVE "10" TO WS-CIACAL-STATUS
                    NOT AT END
                       MOVE CCA-COMPANIA TO WS-CIA-ACTUAL
                       PERFORM BUSCA-O-CREA-CIA
                       MOVE CCA-FRECUENCIA TO
                           TAB-CIA-FRECUENCIA(CIA-IDX)
                 END-READ
              END-PERFORM
              CLOSE CIACAL-FILE
           END-IF.
           MOVE SPACES TO WS-CIA-ACTUAL.

       CARGA-GRADOS.
           OPEN INPUT PAY-RATE-FILE.
           IF WS-PAYRATE-STATUS = "00"
              PERFORM UNTIL WS-PAYRATE-STATUS NOT = "00"
                 READ PAY-RATE-FILE
                    AT END MOVE "10" TO WS-PAYRATE-STATUS
                    NOT AT END
                       IF PAY-RATE-RECORD(1:3) = 'HDR'
                          OR PAY-RATE-RECORD(1:3) = 'TRL'
                          CONTINUE
                       ELSE
                          IF WS-NUM-GRADOS = 50
                             DISPLAY "TABLA LLENA: WS-NUM-GRADOS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-GRADOS
                          MOVE PR-GRADO TO
                              TAB-GRD-CODIGO(WS-NUM-GRADOS)
                          MOVE PR-TARIFA TO
                              TAB-GRD-TARIFA(WS-NUM-GRADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-RATE-FILE
           END-IF.

      * mismas tasas que CARGA-PORCENTAJES-PATRONALES en CARGAPAT.cbl
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

      * la prima vigente a la fecha de la generacion, no a la de hoy:
      * una re-extraccion de un periodo viejo lleva la prima de ese
      * periodo
       CARGA-PRIMAS-RIESGO.
           OPEN INPUT PRIMART-FILE.
           IF WS-PRIMART-STATUS = "00"
              PERFORM UNTIL WS-PRIMART-STATUS NOT = "00"
                 READ PRIMART-FILE
                    AT END MOVE "10" TO WS-PRIMART-STATUS
                    NOT AT END
                       IF PRT-FECHA-EFECTIVA NOT > WS-FECHA-GEN
                          PERFORM REGISTRA-PRIMA-RIESGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIMART-FILE
           END-IF.

       REGISTRA-PRIMA-RIESGO.
           PERFORM VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > WS-NUM-PRIMAS
              IF TAB-PRI-CIA(PRI-IDX) = PRT-COMPANIA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF PRI-IDX > WS-NUM-PRIMAS
              IF WS-NUM-PRIMAS = 20
                 DISPLAY "TABLA LLENA: WS-NUM-PRIMAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-PRIMAS
              MOVE PRT-COMPANIA TO TAB-PRI-CIA(WS-NUM-PRIMAS)
              MOVE ZERO TO TAB-PRI-FECHA(WS-NUM-PRIMAS)
              SET PRI-IDX TO WS-NUM-PRIMAS
           END-IF.
           IF PRT-FECHA-EFECTIVA > TAB-PRI-FECHA(PRI-IDX)
              MOVE PRT-FECHA-EFECTIVA TO TAB-PRI-FECHA(PRI-IDX)
              MOVE PRT-PRIMA TO TAB-PRI-PRIMA(PRI-IDX)
           END-IF.

       CARGA-TABLA-TASAS.
           OPEN INPUT EDOTAX-FILE.
           IF WS-EDOTAX-STATUS = "00"
              PERFORM UNTIL WS-EDOTAX-STATUS NOT = "00"
                 READ EDOTAX-FILE
                    AT END MOVE "10" TO WS-EDOTAX-STATUS
                    NOT AT END
                       IF WS-NUM-TASAS = 40
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

       BUSCA-O-CREA-CIA.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA-CODIGO(CIA-IDX) = WS-CIA-ACTUAL
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CIA-IDX > WS-NUM-CIAS
              IF WS-NUM-CIAS = 20
                 DISPLAY "TABLA LLENA: WS-NUM-CIAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CIAS
              SET CIA-IDX TO WS-NUM-CIAS
              MOVE WS-CIA-ACTUAL TO TAB-CIA-CODIGO(CIA-IDX)
              MOVE 'Q' TO TAB-CIA-FRECUENCIA(CIA-IDX)
              MOVE ZERO TO TAB-CIA-HECHOS(CIA-IDX)
                  TAB-CIA-CONCEPTOS(CIA-IDX)
                  TAB-CIA-BRUTO(CIA-IDX)
                  TAB-CIA-NETO(CIA-IDX)
                  TAB-CIA-CARGA(CIA-IDX)
                  TAB-CIA-PERCEPCIONES(CIA-IDX)
                  TAB-CIA-DEDUCCIONES(CIA-IDX)
           END-IF.

      * quiebre de compania: cierra los archivos de la anterior y
      * abre NOMHECHO/NOMCONC de la nueva con su renglon de
      * encabezado
       CAMBIA-COMPANIA.
           IF ARCHIVOS-CIA-ABIERTOS
              CLOSE HECHOS-FILE CONCEPTOS-FILE
           END-IF.
           MOVE PC-COMPANIA TO WS-CIA-ACTUAL.
           PERFORM BUSCA-O-CREA-CIA.
           MOVE SPACES TO WS-RUTA-HECHOS WS-RUTA-CONCEPTOS.
           STRING WS-PREFIJO-RUTA DELIMITED BY SPACE
               'NOMHECHO.' WS-CIA-ACTUAL '.' DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE INTO WS-RUTA-HECHOS.
           STRING WS-PREFIJO-RUTA DELIMITED BY SPACE
               'NOMCONC.' WS-CIA-ACTUAL '.' DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE INTO WS-RUTA-CONCEPTOS.
           OPEN OUTPUT HECHOS-FILE.
           IF WS-HECHOS-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR " WS-RUTA-HECHOS ": "
                  WS-HECHOS-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CONCEPTOS-FILE.
           IF WS-CONCEPTOS-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR " WS-RUTA-CONCEPTOS ": "
                  WS-CONCEPTOS-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'S' TO WS-ARCHIVOS-ABIERTOS.
           PERFORM ENCABEZADO-HECHOS.
           MOVE WS-RENGLON TO HECHOS-LINE.
           WRITE HECHOS-LINE.
           PERFORM INICIA-RENGLON.
           MOVE 'GENERACION' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'FECHA' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'PERIODO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'CIA' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'DATO_ID' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'TIPO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'CODIGO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'MONTO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           PERFORM TERMINA-RENGLON.
           MOVE WS-RENGLON TO CONCEPTOS-LINE.
           WRITE CONCEPTOS-LINE.

       ENCABEZADO-HECHOS.
           PERFORM INICIA-RENGLON.
           MOVE 'GENERACION' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'FECHA' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'PERIODO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'CIA' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'DATO_ID' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'DEPTO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'ESTADO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'GRADO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'REGIMEN' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'STATUS' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'HORAS' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'HORAS_EXTRA' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'BRUTO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'REGULAR' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'PRIMA_EXTRA' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'OTRAS_PERCEPCIONES' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           PERFORM VARYING CPR-IDX FROM 1 BY 1
                   UNTIL CPR-IDX > WS-NUM-COD-PER
              MOVE SPACES TO WS-F-TEXTO
              STRING 'PER_' TAB-CPR-CODIGO(CPR-IDX)
                  DELIMITED BY SIZE INTO WS-F-TEXTO
              PERFORM AGREGA-TEXTO
           END-PERFORM.
           MOVE 'PER_OTRAS' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           PERFORM VARYING CDD-IDX FROM 1 BY 1
                   UNTIL CDD-IDX > WS-NUM-COD-DED
              MOVE SPACES TO WS-F-TEXTO
              STRING 'DED_' TAB-CDD-CODIGO(CDD-IDX)
                  DELIMITED BY SIZE INTO WS-F-TEXTO
              PERFORM AGREGA-TEXTO
           END-PERFORM.
           MOVE 'DED_OTRAS' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'TOTAL_DEDUCCIONES' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'NETO' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'CARGA_PATRONAL' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           PERFORM TERMINA-RENGLON.

      * un empleado: sus percepciones y deducciones aplicadas por
      * columna de codigo (y renglon por renglon a NOMCONC), su carga
      * patronal y el renglon de hechos
       EXTRAE-EMPLEADO.
           ADD 1 TO WS-STAT-PROCESADOS.
           INITIALIZE TABLA-MONTOS-EMPLEADO.
           MOVE ZERO TO WS-PER-OTRAS WS-DED-OTRAS WS-TOTAL-PER
               WS-TOTAL-DED.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-NUM-PER
              IF TAB-PER-ID(PER-IDX) = PC-DATO-ID
                 PERFORM ACUMULA-PERCEPCION
              END-IF
           END-PERFORM.
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > WS-NUM-DED
              IF TAB-DED-ID(DED-IDX) = PC-DATO-ID
                 PERFORM ACUMULA-DEDUCCION
              END-IF
           END-PERFORM.
           COMPUTE WS-OTRAS-PERCEPCIONES =
               PC-SALARIO - PC-SALARIO-REGULAR - PC-PRIMA-EXTRA.
           PERFORM CALCULA-CARGA.
           PERFORM REGISTRA-DIMENSIONES-EMPLEADO.

           PERFORM INICIA-RENGLON.
           PERFORM AGREGA-LLAVE-RENGLON.
           MOVE PC-DEPARTAMENTO TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE PC-MX-ESTADO TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE PC-JOB-GRADE TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE PC-TIPO-REGIMEN TO WS-F-TEXTO.
           IF PC-TIPO-REGIMEN = SPACES
              MOVE '02' TO WS-F-TEXTO
           END-IF.
           PERFORM AGREGA-TEXTO.
           MOVE PC-EMPLOYEE-STATUS TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE PC-HORAS TO WS-F-ENTERO.
           PERFORM AGREGA-ENTERO.
           MOVE PC-HORAS-EXTRA TO WS-F-ENTERO.
           PERFORM AGREGA-ENTERO.
           MOVE PC-SALARIO TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE PC-SALARIO-REGULAR TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE PC-PRIMA-EXTRA TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE WS-OTRAS-PERCEPCIONES TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM VARYING CPR-IDX FROM 1 BY 1
                   UNTIL CPR-IDX > WS-NUM-COD-PER
              MOVE WS-MONTO-PER(CPR-IDX) TO WS-F-MONTO
              PERFORM AGREGA-MONTO
           END-PERFORM.
           MOVE WS-PER-OTRAS TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM VARYING CDD-IDX FROM 1 BY 1
                   UNTIL CDD-IDX > WS-NUM-COD-DED
              MOVE WS-MONTO-DED(CDD-IDX) TO WS-F-MONTO
              PERFORM AGREGA-MONTO
           END-PERFORM.
           MOVE WS-DED-OTRAS TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE WS-TOTAL-DED TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE PC-NET-SALARIO TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE WS-CARGA-EMPLEADO TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM TERMINA-RENGLON.
           MOVE WS-RENGLON TO HECHOS-LINE.
           WRITE HECHOS-LINE.

           ADD 1 TO TAB-CIA-HECHOS(CIA-IDX) WS-EXT-REGISTROS.
           ADD PC-SALARIO TO TAB-CIA-BRUTO(CIA-IDX) WS-EXT-BRUTO.
           ADD PC-NET-SALARIO TO TAB-CIA-NETO(CIA-IDX).
           ADD WS-CARGA-EMPLEADO TO TAB-CIA-CARGA(CIA-IDX).
           ADD WS-TOTAL-PER TO TAB-CIA-PERCEPCIONES(CIA-IDX).
           ADD WS-TOTAL-DED TO TAB-CIA-DEDUCCIONES(CIA-IDX).

      * los primeros cinco campos de hechos y conceptos
       AGREGA-LLAVE-RENGLON.
           MOVE WS-GENERACION TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE WS-FECHA-GEN TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE PC-PERIODO-NOMINA TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE PC-COMPANIA TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE PC-DATO-ID TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.

       ACUMULA-PERCEPCION.
           PERFORM VARYING CPR-IDX FROM 1 BY 1
                   UNTIL CPR-IDX > WS-NUM-COD-PER
              IF TAB-CPR-CODIGO(CPR-IDX) = TAB-PER-CODIGO(PER-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CPR-IDX > WS-NUM-COD-PER
              ADD TAB-PER-MONTO(PER-IDX) TO WS-PER-OTRAS
           ELSE
              ADD TAB-PER-MONTO(PER-IDX) TO WS-MONTO-PER(CPR-IDX)
           END-IF.
           ADD TAB-PER-MONTO(PER-IDX) TO WS-TOTAL-PER.
           PERFORM INICIA-RENGLON.
           PERFORM AGREGA-LLAVE-RENGLON.
           MOVE 'P' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE TAB-PER-CODIGO(PER-IDX) TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE TAB-PER-MONTO(PER-IDX) TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM TERMINA-RENGLON.
           MOVE WS-RENGLON TO CONCEPTOS-LINE.
           WRITE CONCEPTOS-LINE.
           ADD 1 TO TAB-CIA-CONCEPTOS(CIA-IDX).

       ACUMULA-DEDUCCION.
           PERFORM VARYING CDD-IDX FROM 1 BY 1
                   UNTIL CDD-IDX > WS-NUM-COD-DED
              IF TAB-CDD-CODIGO(CDD-IDX) = TAB-DED-CODIGO(DED-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CDD-IDX > WS-NUM-COD-DED
              ADD TAB-DED-MONTO(DED-IDX) TO WS-DED-OTRAS
           ELSE
              ADD TAB-DED-MONTO(DED-IDX) TO WS-MONTO-DED(CDD-IDX)
           END-IF.
           ADD TAB-DED-MONTO(DED-IDX) TO WS-TOTAL-DED.
           PERFORM INICIA-RENGLON.
           PERFORM AGREGA-LLAVE-RENGLON.
           MOVE 'D' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE TAB-DED-CODIGO(DED-IDX) TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE TAB-DED-MONTO(DED-IDX) TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM TERMINA-RENGLON.
           MOVE WS-RENGLON TO CONCEPTOS-LINE.
           WRITE CONCEPTOS-LINE.
           ADD 1 TO TAB-CIA-CONCEPTOS(CIA-IDX).

      * carga patronal del empleado, misma regla que ACUMULA-CARGA en
      * CARGAPAT.cbl (el asimilado solo paga el impuesto sobre
      * nomina, y solo donde su estado lo grava)
       CALCULA-CARGA.
           MOVE ZERO TO WS-TASA-EDO.
           PERFORM VARYING TASA-IDX FROM 1 BY 1
                   UNTIL TASA-IDX > WS-NUM-TASAS
              IF TAB-TASA-ESTADO(TASA-IDX) = PC-MX-ESTADO
                 IF PC-REGIMEN-ASIMILADO
                    AND TAB-TASA-ASIM(TASA-IDX) = 'N'
                    CONTINUE
                 ELSE
                    MOVE TAB-TASA(TASA-IDX) TO WS-TASA-EDO
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF PC-REGIMEN-ASIMILADO
              COMPUTE WS-CARGA-EMPLEADO ROUNDED =
                  PC-SALARIO * WS-TASA-EDO / 100
           ELSE
              MOVE WS-PRIMA-RT-GENERAL TO WS-PRIMA-RT
              PERFORM VARYING PRI-IDX FROM 1 BY 1
                      UNTIL PRI-IDX > WS-NUM-PRIMAS
                 IF TAB-PRI-CIA(PRI-IDX) = PC-COMPANIA
                    MOVE TAB-PRI-PRIMA(PRI-IDX) TO WS-PRIMA-RT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              COMPUTE WS-CARGA-EMPLEADO ROUNDED =
                  PC-SALARIO * (WS-PCT-PATRONAL + WS-PRIMA-RT
                                + WS-TASA-EDO) / 100
           END-IF.

      * un departamento, estado o grado de los hechos que no este en
      * su catalogo entra a la dimension sin descripcion
       REGISTRA-DIMENSIONES-EMPLEADO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-NUM-DEPTOS
              IF TAB-DEP-CODIGO(DEP-IDX) = PC-DEPARTAMENTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF DEP-IDX > WS-NUM-DEPTOS
              IF WS-NUM-DEPTOS = 500
                 DISPLAY "TABLA LLENA: WS-NUM-DEPTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-DEPTOS
              MOVE PC-DEPARTAMENTO TO TAB-DEP-CODIGO(WS-NUM-DEPTOS)
              MOVE SPACES TO TAB-DEP-DESC(WS-NUM-DEPTOS)
           END-IF.
           PERFORM VARYING TASA-IDX FROM 1 BY 1
                   UNTIL TASA-IDX > WS-NUM-TASAS
              IF TAB-TASA-ESTADO(TASA-IDX) = PC-MX-ESTADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF TASA-IDX > WS-NUM-TASAS
              IF WS-NUM-TASAS = 40
                 DISPLAY "TABLA LLENA: WS-NUM-TASAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-TASAS
              MOVE PC-MX-ESTADO TO TAB-TASA-ESTADO(WS-NUM-TASAS)
              MOVE ZERO TO TAB-TASA(WS-NUM-TASAS)
              MOVE SPACE TO TAB-TASA-ASIM(WS-NUM-TASAS)
           END-IF.
           PERFORM VARYING GRD-IDX FROM 1 BY 1
                   UNTIL GRD-IDX > WS-NUM-GRADOS
              IF TAB-GRD-CODIGO(GRD-IDX) = PC-JOB-GRADE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF GRD-IDX > WS-NUM-GRADOS
              IF WS-NUM-GRADOS = 50
                 DISPLAY "TABLA LLENA: WS-NUM-GRADOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-GRADOS
              MOVE PC-JOB-GRADE TO TAB-GRD-CODIGO(WS-NUM-GRADOS)
              MOVE ZERO TO TAB-GRD-TARIFA(WS-NUM-GRADOS)
           END-IF.

       ABRE-DIMENSION.
           OPEN OUTPUT DIMENSION-FILE.
           IF WS-DIMENSION-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR " WS-RUTA-DIMENSION ": "
                  WS-DIMENSION-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       ARMA-RUTA-DIMENSION.
           MOVE SPACES TO WS-RUTA-DIMENSION.
           STRING WS-PREFIJO-RUTA DELIMITED BY SPACE
               WS-F-TEXTO DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE INTO WS-RUTA-DIMENSION.

       ESCRIBE-DIMENSION-DEPTOS.
           MOVE 'DIMDEPTO' TO WS-F-TEXTO.
           PERFORM ARMA-RUTA-DIMENSION.
           PERFORM ABRE-DIMENSION.
           MOVE 'CODIGO|DESCRIPCION' TO DIMENSION-LINE.
           WRITE DIMENSION-LINE.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-NUM-DEPTOS
              PERFORM INICIA-RENGLON
              MOVE TAB-DEP-CODIGO(DEP-IDX) TO WS-F-TEXTO
              PERFORM AGREGA-TEXTO
              MOVE TAB-DEP-DESC(DEP-IDX) TO WS-F-TEXTO
              PERFORM AGREGA-TEXTO
              PERFORM TERMINA-RENGLON
              MOVE WS-RENGLON TO DIMENSION-LINE
              WRITE DIMENSION-LINE
           END-PERFORM.
           CLOSE DIMENSION-FILE.

       ESCRIBE-DIMENSION-CIAS.
           MOVE 'DIMCIA' TO WS-F-TEXTO.
           PERFORM ARMA-RUTA-DIMENSION.
           PERFORM ABRE-DIMENSION.
           MOVE 'CODIGO|FRECUENCIA|PERIODOS_POR_ANIO' TO DIMENSION-LINE.
           WRITE DIMENSION-LINE.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              PERFORM INICIA-RENGLON
              MOVE TAB-CIA-CODIGO(CIA-IDX) TO WS-F-TEXTO
              PERFORM AGREGA-TEXTO
              MOVE TAB-CIA-FRECUENCIA(CIA-IDX) TO WS-F-TEXTO
              PERFORM AGREGA-TEXTO
              IF TAB-CIA-FRECUENCIA(CIA-IDX) = 'S'
                 MOVE 52 TO WS-F-ENTERO
              ELSE
                 MOVE 26 TO WS-F-ENTERO
              END-IF
              PERFORM AGREGA-ENTERO
              PERFORM TERMINA-RENGLON
              MOVE WS-RENGLON TO DIMENSION-LINE
              WRITE DIMENSION-LINE
           END-PERFORM.
           CLOSE DIMENSION-FILE.

       ESCRIBE-DIMENSION-ESTADOS.
           MOVE 'DIMEDO' TO WS-F-TEXTO.
           PERFORM ARMA-RUTA-DIMENSION.
           PERFORM ABRE-DIMENSION.
           MOVE 'CODIGO|TASA_ISN|GRAVA_ASIMILADOS' TO DIMENSION-LINE.
           WRITE DIMENSION-LINE.
           PERFORM VARYING TASA-IDX FROM 1 BY 1
                   UNTIL TASA-IDX > WS-NUM-TASAS
              PERFORM INICIA-RENGLON
              MOVE TAB-TASA-ESTADO(TASA-IDX) TO WS-F-TEXTO
              PERFORM AGREGA-TEXTO
              MOVE TAB-TASA(TASA-IDX) TO WS-F-TASA
              PERFORM AGREGA-TASA
              IF TAB-TASA-ASIM(TASA-IDX) = 'N'
                 MOVE 'N' TO WS-F-TEXTO
              ELSE
                 MOVE 'S' TO WS-F-TEXTO
              END-IF
              PERFORM AGREGA-TEXTO
              PERFORM TERMINA-RENGLON
              MOVE WS-RENGLON TO DIMENSION-LINE
              WRITE DIMENSION-LINE
           END-PERFORM.
           CLOSE DIMENSION-FILE.

       ESCRIBE-DIMENSION-GRADOS.
           MOVE 'DIMGRADO' TO WS-F-TEXTO.
           PERFORM ARMA-RUTA-DIMENSION.
           PERFORM ABRE-DIMENSION.
           MOVE 'CODIGO|TARIFA' TO DIMENSION-LINE.
           WRITE DIMENSION-LINE.
           PERFORM VARYING GRD-IDX FROM 1 BY 1
                   UNTIL GRD-IDX > WS-NUM-GRADOS
              PERFORM INICIA-RENGLON
              MOVE TAB-GRD-CODIGO(GRD-IDX) TO WS-F-TEXTO
              PERFORM AGREGA-TEXTO
              MOVE TAB-GRD-TARIFA(GRD-IDX) TO WS-F-MONTO
              PERFORM AGREGA-MONTO
              PERFORM TERMINA-RENGLON
              MOVE WS-RENGLON TO DIMENSION-LINE
              WRITE DIMENSION-LINE
           END-PERFORM.
           CLOSE DIMENSION-FILE.

      * lo extraido (todas las companias de la generacion) contra el
      * renglon 'CALC' de la corrida que la produjo
       CUADRA-CONTRA-CONTROLES.
           IF NOT HAY-CONTROL-CALC
              MOVE 'SIN CONTROL' TO WS-CUADRE
              DISPLAY "BIEXTRAE: GENERACION SIN CONTROLES.DAT "
                  "ARCHIVADO, EL CUADRE NO SE PUEDE VERIFICAR"
           ELSE
              IF WS-CTL-REGISTROS = WS-EXT-REGISTROS
                 AND WS-CTL-TOTAL = WS-EXT-BRUTO
                 MOVE 'CUADRA' TO WS-CUADRE
              ELSE
                 MOVE 'NO CUADRA' TO WS-CUADRE
                 DISPLAY "BIEXTRAE: NO CUADRA CONTRA CONTROLES.DAT: "
                     "CALC " WS-CTL-REGISTROS " REG / "
                     WS-CTL-TOTAL " EXTRAIDO " WS-EXT-REGISTROS
                     " REG / " WS-EXT-BRUTO
              END-IF
           END-IF.

      * manifiesto: un renglon por archivo de la generacion con sus
      * renglones de datos (sin el encabezado) y totales de control,
      * y al final el renglon de cuadre contra CONTROLES.DAT
       ESCRIBE-MANIFIESTO.
           MOVE SPACES TO WS-RUTA-MANIFIESTO.
           STRING WS-PREFIJO-RUTA DELIMITED BY SPACE
               'MANIFEST.' DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE INTO WS-RUTA-MANIFIESTO.
           OPEN OUTPUT MANIFIESTO-FILE.
           IF WS-MANIFIESTO-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR " WS-RUTA-MANIFIESTO ": "
                  WS-MANIFIESTO-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO MANIFIESTO-LINE.
           STRING 'ARCHIVO|TIPO|CIA|RENGLONES|BRUTO|NETO|CARGA|'
               'PERCEPCIONES|DEDUCCIONES|ESTADO'
               DELIMITED BY SIZE INTO MANIFIESTO-LINE.
           WRITE MANIFIESTO-LINE.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA-HECHOS(CIA-IDX) > ZERO
                 PERFORM MANIFIESTO-COMPANIA
              END-IF
           END-PERFORM.
           MOVE 'DIMDEPTO' TO WS-F-TEXTO.
           MOVE WS-NUM-DEPTOS TO WS-F-ENTERO.
           PERFORM MANIFIESTO-DIMENSION.
           MOVE 'DIMCIA' TO WS-F-TEXTO.
           MOVE WS-NUM-CIAS TO WS-F-ENTERO.
           PERFORM MANIFIESTO-DIMENSION.
           MOVE 'DIMEDO' TO WS-F-TEXTO.
           MOVE WS-NUM-TASAS TO WS-F-ENTERO.
           PERFORM MANIFIESTO-DIMENSION.
           MOVE 'DIMGRADO' TO WS-F-TEXTO.
           MOVE WS-NUM-GRADOS TO WS-F-ENTERO.
           PERFORM MANIFIESTO-DIMENSION.

      * renglon de control: lo que dice CONTROLES.DAT y el cuadre
           PERFORM INICIA-RENGLON.
           MOVE 'CONTROLES.DAT' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'CONTROL-CALC' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE '**' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE WS-CTL-REGISTROS TO WS-F-ENTERO.
           PERFORM AGREGA-ENTERO.
           MOVE WS-CTL-TOTAL TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE ZERO TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE WS-CUADRE TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           PERFORM TERMINA-RENGLON.
           MOVE WS-RENGLON TO MANIFIESTO-LINE.
           WRITE MANIFIESTO-LINE.
           CLOSE MANIFIESTO-FILE.

       MANIFIESTO-COMPANIA.
           PERFORM INICIA-RENGLON.
           MOVE SPACES TO WS-F-TEXTO.
           STRING 'NOMHECHO.' TAB-CIA-CODIGO(CIA-IDX) '.'
               DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE INTO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'HECHOS' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE TAB-CIA-CODIGO(CIA-IDX) TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE TAB-CIA-HECHOS(CIA-IDX) TO WS-F-ENTERO.
           PERFORM AGREGA-ENTERO.
           MOVE TAB-CIA-BRUTO(CIA-IDX) TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE TAB-CIA-NETO(CIA-IDX) TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE TAB-CIA-CARGA(CIA-IDX) TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE TAB-CIA-PERCEPCIONES(CIA-IDX) TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE TAB-CIA-DEDUCCIONES(CIA-IDX) TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE 'OK' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           PERFORM TERMINA-RENGLON.
           MOVE WS-RENGLON TO MANIFIESTO-LINE.
           WRITE MANIFIESTO-LINE.
           ADD 1 TO WS-NUM-ARCHIVOS.

           PERFORM INICIA-RENGLON.
           MOVE SPACES TO WS-F-TEXTO.
           STRING 'NOMCONC.' TAB-CIA-CODIGO(CIA-IDX) '.'
               DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE INTO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'CONCEPTOS' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE TAB-CIA-CODIGO(CIA-IDX) TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE TAB-CIA-CONCEPTOS(CIA-IDX) TO WS-F-ENTERO.
           PERFORM AGREGA-ENTERO.
           MOVE ZERO TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE TAB-CIA-PERCEPCIONES(CIA-IDX) TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE TAB-CIA-DEDUCCIONES(CIA-IDX) TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE 'OK' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           PERFORM TERMINA-RENGLON.
           MOVE WS-RENGLON TO MANIFIESTO-LINE.
           WRITE MANIFIESTO-LINE.
           ADD 1 TO WS-NUM-ARCHIVOS.

      * WS-F-TEXTO trae el nombre base y WS-F-ENTERO los renglones
       MANIFIESTO-DIMENSION.
           PERFORM INICIA-RENGLON.
           MOVE WS-F-ENTERO TO WS-RENGLONES-DIM.
           MOVE WS-F-TEXTO TO WS-RUTA-DIMENSION.
           MOVE SPACES TO WS-F-TEXTO.
           STRING WS-RUTA-DIMENSION DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE INTO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE 'DIMENSION' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE '**' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           MOVE WS-RENGLONES-DIM TO WS-F-ENTERO.
           PERFORM AGREGA-ENTERO.
           MOVE ZERO TO WS-F-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM AGREGA-MONTO.
           PERFORM AGREGA-MONTO.
           MOVE 'OK' TO WS-F-TEXTO.
           PERFORM AGREGA-TEXTO.
           PERFORM TERMINA-RENGLON.
           MOVE WS-RENGLON TO MANIFIESTO-LINE.
           WRITE MANIFIESTO-LINE.
           ADD 1 TO WS-NUM-ARCHIVOS.

       INICIA-RENGLON.
           MOVE SPACES TO WS-RENGLON.
           MOVE 1 TO WS-PTR.

      * campo de texto sin los blancos de la derecha
       AGREGA-TEXTO.
           PERFORM VARYING WS-F-LARGO FROM 40 BY -1
                   UNTIL WS-F-LARGO = ZERO
                   OR WS-F-TEXTO(WS-F-LARGO:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           IF WS-F-LARGO > ZERO
              STRING WS-F-TEXTO(1:WS-F-LARGO) DELIMITED BY SIZE
                  INTO WS-RENGLON WITH POINTER WS-PTR
           END-IF.
           STRING WS-SEPARADOR DELIMITED BY SIZE
               INTO WS-RENGLON WITH POINTER WS-PTR.
           MOVE SPACES TO WS-F-TEXTO.

      * monto con signo y punto decimal, sin los blancos de la
      * izquierda
       AGREGA-MONTO.
           MOVE WS-F-MONTO TO WS-F-MONTO-ED.
           MOVE ZERO TO WS-F-BLANCOS.
           INSPECT WS-F-MONTO-ED TALLYING WS-F-BLANCOS
               FOR LEADING SPACES.
           STRING WS-F-MONTO-ED(WS-F-BLANCOS + 1:) DELIMITED BY SIZE
               WS-SEPARADOR DELIMITED BY SIZE
               INTO WS-RENGLON WITH POINTER WS-PTR.

       AGREGA-ENTERO.
           MOVE WS-F-ENTERO TO WS-F-ENTERO-ED.
           MOVE ZERO TO WS-F-BLANCOS.
           INSPECT WS-F-ENTERO-ED TALLYING WS-F-BLANCOS
               FOR LEADING SPACES.
           STRING WS-F-ENTERO-ED(WS-F-BLANCOS + 1:) DELIMITED BY SIZE
               WS-SEPARADOR DELIMITED BY SIZE
               INTO WS-RENGLON WITH POINTER WS-PTR.

       AGREGA-TASA.
           MOVE WS-F-TASA TO WS-F-TASA-ED.
           MOVE ZERO TO WS-F-BLANCOS.
           INSPECT WS-F-TASA-ED TALLYING WS-F-BLANCOS
               FOR LEADING SPACES.
           STRING WS-F-TASA-ED(WS-F-BLANCOS + 1:) DELIMITED BY SIZE
               WS-SEPARADOR DELIMITED BY SIZE
               INTO WS-RENGLON WITH POINTER WS-PTR.

      * quita el separador que dejo el ultimo campo
       TERMINA-RENGLON.
           SUBTRACT 1 FROM WS-PTR.
           MOVE SPACE TO WS-RENGLON(WS-PTR:1).

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           DISPLAY "BIEXTRAE: LEIDOS=" WS-STAT-LEIDOS
               " EXTRAIDOS=" WS-STAT-PROCESADOS
               " ARCHIVOS=" WS-NUM-ARCHIVOS
               " SEGUNDOS=" WS-STAT-SEG-TRANSCURRIDOS.

      * una tabla en memoria llena no se trunca en silencio: truncar
      * es entregar al almacen una generacion incompleta; el job
      * aborta y capacidad decide si aumentar el OCCURS
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
