      * ISRMENS: hoja de trabajo mensual del ISR retenido por
      * salarios, por COMPANIA, para la declaracion mensual. Fiscal
      * ya no la rehace a mano desde los talones: jobs/ISRMENS.job
      * concatena las generaciones archivadas del mes (el segmento
      * AAAAMMDD del nombre) de todas las corridas que pagaron -la
      * ordinaria de jobs/PAYROLL.job y las de jobs/OFFCYCLE.job,
      * por donde salen el aguinaldo, la PTU, el finiquito y el
      * ajuste anual; los retros de RETROCALC entran con la ordinaria
      * que los aplica- y aqui se suma, por compania, lo percibido,
      * la parte exenta y la gravada, el ISR causado por la tarifa y
      * el ISR realmente retenido (data/ISRMENS.BAS, ver
      * ISRBASRC.cpy).
      * Lo retenido se cruza de tres maneras antes de declarar:
      *   - contra los renglones ISR de DEDCALC.OUT del mes
      *     (data/ISRMENS.DED; la compania del renglon se resuelve
      *     por el DATO-ID pagado, como en GLPOST)
      *   - contra los renglones D de ISR realmente extraidos a
      *     CFDINOM.OUT para timbrar (data/ISRMENS.CFD; la compania
      *     es la del registro E que los precede)
      *   - contra el credito de pasivo ISR que GLPOST posteo en el
      *     mes (data/GLPASIVO.DAT, ver GLPASRC.cpy)
      * Cada diferencia se marca en data/ISRMENS.RPT, con el detalle
      * de los DATO-ID que no cuadran entre base, DEDCALC y CFDI, y
      * el job termina con COND-CODE 4: lo que se declara debe ser lo
      * que se timbro y lo que se contabilizo.
      * uso: jobs/ISRMENS.job [AAAAMM]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISRMENS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * mes a declarar (AAAAMM), lo deja el job
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/ISRMENS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BASE-FILE ASSIGN TO "data/ISRMENS.BAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT OPTIONAL DEDCALC-FILE ASSIGN TO "data/ISRMENS.DED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDCALC-STATUS.

           SELECT OPTIONAL CFDI-FILE ASSIGN TO "data/ISRMENS.CFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFDI-STATUS.

           SELECT OPTIONAL GLPASIVO-FILE ASSIGN TO "data/GLPASIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPASIVO-STATUS.

      * el retenido por compania queda como cargo ISR del mes para
      * el calendario de vencimientos (ver OBLCARRC.cpy)
           SELECT OPTIONAL OBLCARGO-FILE ASSIGN TO "data/OBLCARGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLCARGO-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/ISRMENS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MES            PIC X(6).

       FD  BASE-FILE.
           COPY ISRBASRC.

       FD  DEDCALC-FILE.
           COPY DEDCALRC.

      * extracto CFDI (layout de CFDINOM.cbl): solo interesan el
      * registro E (DATO-ID y COMPANIA del recibo) y el D (codigo y
      * monto de la deduccion aplicada)
       FD  CFDI-FILE.
       01  CFDI-LINE.
           05  CFD-TIPO           PIC X.
               88  CFD-EMPLEADO   VALUE 'E'.
               88  CFD-DEDUCCION  VALUE 'D'.
           05  FILLER             PIC X(119).
       01  CFDI-EMPLEADO-REC.
           05  FILLER             PIC X.
           05  CFE-ID             PIC 9(5).
           05  FILLER             PIC X(80).
           05  CFE-COMPANIA       PIC X(2).
           05  CFE-PERIODO        PIC 99.
           05  FILLER             PIC X(30).
       01  CFDI-DEDUCCION-REC.
           05  FILLER             PIC X.
           05  CFD-ID             PIC 9(5).
           05  CFD-CODIGO         PIC X(4).
           05  CFD-MONTO          PIC 9(9)V99.
           05  FILLER             PIC X(99).

       FD  GLPASIVO-FILE.
           COPY GLPASRC.

       FD  OBLCARGO-FILE.
           COPY OBLCARRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-BASE-STATUS PIC XX VALUE SPACES.
           77 WS-DEDCALC-STATUS PIC XX VALUE SPACES.
           77 WS-CFDI-STATUS PIC XX VALUE SPACES.
           77 WS-GLPASIVO-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-OBLCARGO-STATUS PIC XX VALUE SPACES.
           77 WS-MES PIC X(6) VALUE SPACES.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-CIA-EMPLEADO PIC XX VALUE SPACES.
           77 WS-CIA-CFDI PIC XX VALUE SPACES.
           77 WS-ID-CFDI PIC 9(5) VALUE ZERO.
           77 WS-NUM-DIFERENCIAS PIC 9(4) VALUE ZERO.
           77 WS-NUM-EMP-DIF PIC 9(4) VALUE ZERO.
           77 WS-DIFERENCIA PIC S9(9)V99 VALUE ZERO.

      * totales del mes por COMPANIA: la base y lo retenido segun
      * ISRBASE, y lo mismo visto desde DEDCALC, CFDI y el GL
           77 WS-NUM-CIAS PIC 99 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 20 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA             PIC XX.
               10  TAB-CIA-PAGOS       PIC 9(6).
               10  TAB-CIA-PERCEPCION  PIC 9(11)V99.
               10  TAB-CIA-EXENTO      PIC 9(11)V99.
               10  TAB-CIA-GRAVADO     PIC 9(11)V99.
               10  TAB-CIA-CAUSADO     PIC 9(11)V99.
               10  TAB-CIA-RETENIDO    PIC 9(11)V99.
               10  TAB-CIA-DEDCALC     PIC 9(11)V99.
               10  TAB-CIA-CFDI        PIC 9(11)V99.
               10  TAB-CIA-GL          PIC S9(11)V99.
           77 WS-CIA-BUSCADA PIC XX VALUE SPACES.

      * lo retenido del mes por DATO-ID segun cada fuente, para
      * señalar QUIEN no cuadra (no solo cuanto)
           77 WS-NUM-EMPLEADOS PIC 9(4) VALUE ZERO.
           77 WS-EMP-POS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID          PIC 9(5).
               10  TAB-EMP-CIA         PIC XX.
               10  TAB-EMP-RETENIDO    PIC 9(9)V99.
               10  TAB-EMP-DEDCALC     PIC 9(9)V99.
               10  TAB-EMP-CFDI        PIC 9(9)V99.
           77 WS-ID-BUSCADO PIC 9(5) VALUE ZERO.

       01  WS-TOTALES-GENERALES.
           05  WS-GT-PAGOS         PIC 9(6) VALUE ZERO.
           05  WS-GT-PERCEPCION    PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-EXENTO        PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-GRAVADO       PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-CAUSADO       PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-RETENIDO      PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-DEDCALC       PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-CFDI          PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-GL            PIC S9(11)V99 VALUE ZERO.

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
           05  FILLER      PIC X(45) VALUE
               'HOJA DE TRABAJO ISR RETENIDO POR SALARIOS MES'.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-T-MES    PIC X(6).
           05  FILLER      PIC X(6) VALUE '  AL: '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-CIA-LINE.
           05  FILLER      PIC X(10) VALUE 'COMPANIA: '.
           05  WS-C-CIA    PIC X(8).
           05  FILLER      PIC X(9) VALUE ' PAGOS: '.
           05  WS-C-PAGOS  PIC ZZZ,ZZ9.

       01  WS-IMPORTE-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-I-CONCEPTO PIC X(26).
           05  WS-I-MONTO  PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-CRUCE-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-X-CONCEPTO PIC X(26).
           05  WS-X-MONTO  PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER      PIC X(7) VALUE '  DIF: '.
           05  WS-X-DIF    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-X-MARCA  PIC X(16).

       01  WS-ENC-EMP-LINE.
           05  FILLER      PIC X(60) VALUE
               'DATO-ID CIA     RETENIDO      DEDCALC         CFDI'.

       01  WS-EMP-LINE.
           05  WS-E-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-E-CIA    PIC X(2).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-E-RET    PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-E-DED    PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-E-CFDI   PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-E-MARCA  PIC X(16) VALUE '*** DIFERENCIA'.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           PERFORM LEE-MES-A-DECLARAR.

           OPEN INPUT BASE-FILE.
           IF WS-BASE-STATUS NOT = "00"
              DISPLAY "ISRMENS: SIN BASE DEL ISR DEL MES "
                  "data/ISRMENS.BAS: " WS-BASE-STATUS
                  "; CORRA jobs/ISRMENS.job"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-BASE-STATUS NOT = "00"
              READ BASE-FILE
                 AT END MOVE "10" TO WS-BASE-STATUS
                 NOT AT END
                    PERFORM ACUMULA-BASE-ISR
              END-READ
           END-PERFORM.
           CLOSE BASE-FILE.
           IF WS-NUM-CIAS = ZERO
              DISPLAY "ISRMENS: data/ISRMENS.BAS VACIO, NO HAY "
                  "PAGOS DEL MES " WS-MES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-DEDCALC-MES.
           PERFORM CARGA-CFDI-MES.
           PERFORM CARGA-PASIVO-GL-MES.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-MES TO WS-T-MES.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM IMPRIME-HOJA-CIA
               VARYING CIA-IDX FROM 1 BY 1
               UNTIL CIA-IDX > WS-NUM-CIAS.
           PERFORM IMPRIME-HOJA-TOTAL.
           PERFORM IMPRIME-EMPLEADOS-CON-DIFERENCIA.

           CLOSE REPORT-FILE.
           PERFORM ESCRIBE-CARGOS-ISR.
           DISPLAY "ISRMENS: MES " WS-MES ", " WS-NUM-CIAS
               " COMPANIA(S), " WS-NUM-DIFERENCIAS
               " DIFERENCIA(S) DE CRUCE; VER data/ISRMENS.RPT".
           PERFORM IMPRIME-ESTADISTICAS.
      * una diferencia se corrige (o se explica) antes de presentar
      * la declaracion; el job la marca
           IF WS-NUM-DIFERENCIAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * el mes viene del job en data/ISRMENS.PRM; sin archivo se
      * declara el mes en curso
       LEE-MES-A-DECLARAR.
           MOVE WS-FECHA-HOY(1:6) TO WS-MES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    IF PRM-MES IS NUMERIC
                       MOVE PRM-MES TO WS-MES
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.

      * un renglon de base por empleado pagado en cada corrida del
      * mes; se suma a su compania y a su DATO-ID
       ACUMULA-BASE-ISR.
           ADD 1 TO WS-STAT-LEIDOS.
           ADD 1 TO WS-STAT-PROCESADOS.
           MOVE ISB-COMPANIA TO WS-CIA-BUSCADA.
           PERFORM BUSCA-O-CREA-CIA.
           ADD 1 TO TAB-CIA-PAGOS(CIA-IDX).
           ADD ISB-PERCEPCIONES TO TAB-CIA-PERCEPCION(CIA-IDX).
           ADD ISB-EXENTO TO TAB-CIA-EXENTO(CIA-IDX).
           ADD ISB-GRAVADO TO TAB-CIA-GRAVADO(CIA-IDX).
           ADD ISB-ISR-CAUSADO TO TAB-CIA-CAUSADO(CIA-IDX).
           ADD ISB-ISR-RETENIDO TO TAB-CIA-RETENIDO(CIA-IDX).
           MOVE ISB-DATO-ID TO WS-ID-BUSCADO.
           PERFORM BUSCA-O-CREA-EMPLEADO.
           MOVE ISB-COMPANIA TO TAB-EMP-CIA(WS-EMP-POS).
           ADD ISB-ISR-RETENIDO TO TAB-EMP-RETENIDO(WS-EMP-POS).

      * renglones ISR de DEDCALC del mes; la compania se resuelve por
      * el DATO-ID pagado (un renglon sin pago en la base queda en la
      * compania '??' y sale como diferencia)
       CARGA-DEDCALC-MES.
           OPEN INPUT DEDCALC-FILE.
           IF WS-DEDCALC-STATUS = "00"
              PERFORM UNTIL WS-DEDCALC-STATUS NOT = "00"
                 READ DEDCALC-FILE
                    AT END MOVE "10" TO WS-DEDCALC-STATUS
                    NOT AT END
                       IF DC-CODIGO = 'ISR '
                          PERFORM ACUMULA-DEDCALC-ISR
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DEDCALC-FILE.

       ACUMULA-DEDCALC-ISR.
           MOVE DC-DATO-ID TO WS-ID-BUSCADO.
           PERFORM BUSCA-O-CREA-EMPLEADO.
           IF TAB-EMP-CIA(WS-EMP-POS) = SPACES
              MOVE '??' TO TAB-EMP-CIA(WS-EMP-POS)
           END-IF.
           ADD DC-MONTO TO TAB-EMP-DEDCALC(WS-EMP-POS).
           MOVE TAB-EMP-CIA(WS-EMP-POS) TO WS-CIA-BUSCADA.
           PERFORM BUSCA-O-CREA-CIA.
           ADD DC-MONTO TO TAB-CIA-DEDCALC(CIA-IDX).

      * renglones D con codigo ISR del extracto CFDI; la compania y
      * el DATO-ID son los del registro E que los precede
       CARGA-CFDI-MES.
           OPEN INPUT CFDI-FILE.
           IF WS-CFDI-STATUS = "00"
              PERFORM UNTIL WS-CFDI-STATUS NOT = "00"
                 READ CFDI-FILE
                    AT END MOVE "10" TO WS-CFDI-STATUS
                    NOT AT END
                       IF CFD-EMPLEADO
                          MOVE CFE-COMPANIA TO WS-CIA-CFDI
                          MOVE CFE-ID TO WS-ID-CFDI
                       END-IF
                       IF CFD-DEDUCCION AND CFD-CODIGO = 'ISR '
                          PERFORM ACUMULA-CFDI-ISR
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CFDI-FILE.

       ACUMULA-CFDI-ISR.
           MOVE WS-CIA-CFDI TO WS-CIA-BUSCADA.
           PERFORM BUSCA-O-CREA-CIA.
           ADD CFD-MONTO TO TAB-CIA-CFDI(CIA-IDX).
           MOVE CFD-ID TO WS-ID-BUSCADO.
           PERFORM BUSCA-O-CREA-EMPLEADO.
           IF TAB-EMP-CIA(WS-EMP-POS) = SPACES
              MOVE WS-CIA-CFDI TO TAB-EMP-CIA(WS-EMP-POS)
           END-IF.
           ADD CFD-MONTO TO TAB-EMP-CFDI(WS-EMP-POS).

      * creditos de pasivo ISR que GLPOST posteo con fecha del mes,
      * netos de los renglones negativos que deja REVERSO por lo
      * anulado
       CARGA-PASIVO-GL-MES.
           OPEN INPUT GLPASIVO-FILE.
           IF WS-GLPASIVO-STATUS = "00"
              PERFORM UNTIL WS-GLPASIVO-STATUS NOT = "00"
                 READ GLPASIVO-FILE
                    AT END MOVE "10" TO WS-GLPASIVO-STATUS
                    NOT AT END
                       IF GLP-CODIGO = 'ISR '
                          AND GLP-FECHA(1:6) = WS-MES
                          MOVE GLP-COMPANIA TO WS-CIA-BUSCADA
                          PERFORM BUSCA-O-CREA-CIA
                          ADD GLP-MONTO TO TAB-CIA-GL(CIA-IDX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE GLPASIVO-FILE.

      * posiciona CIA-IDX en la compania WS-CIA-BUSCADA, dandola de
      * alta en cero si no estaba
       BUSCA-O-CREA-CIA.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA(CIA-IDX) = WS-CIA-BUSCADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CIA-IDX > WS-NUM-CIAS
              IF WS-NUM-CIAS = 20
                 DISPLAY "TABLA LLENA: WS-NUM-CIAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CIAS
              MOVE WS-NUM-CIAS TO CIA-IDX
              MOVE WS-CIA-BUSCADA TO TAB-CIA(CIA-IDX)
              MOVE ZERO TO TAB-CIA-PAGOS(CIA-IDX)
              MOVE ZERO TO TAB-CIA-PERCEPCION(CIA-IDX)
              MOVE ZERO TO TAB-CIA-EXENTO(CIA-IDX)
              MOVE ZERO TO TAB-CIA-GRAVADO(CIA-IDX)
              MOVE ZERO TO TAB-CIA-CAUSADO(CIA-IDX)
              MOVE ZERO TO TAB-CIA-RETENIDO(CIA-IDX)
              MOVE ZERO TO TAB-CIA-DEDCALC(CIA-IDX)
              MOVE ZERO TO TAB-CIA-CFDI(CIA-IDX)
              MOVE ZERO TO TAB-CIA-GL(CIA-IDX)
           END-IF.

      * posiciona WS-EMP-POS en el DATO-ID WS-ID-BUSCADO, dandolo de
      * alta en cero si no estaba
       BUSCA-O-CREA-EMPLEADO.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPLEADOS
              IF TAB-EMP-ID(EMP-IDX) = WS-ID-BUSCADO
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-EMP-POS = ZERO
              IF WS-NUM-EMPLEADOS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-EMPLEADOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-EMPLEADOS
              MOVE WS-NUM-EMPLEADOS TO WS-EMP-POS
              MOVE WS-ID-BUSCADO TO TAB-EMP-ID(WS-EMP-POS)
              MOVE SPACES TO TAB-EMP-CIA(WS-EMP-POS)
              MOVE ZERO TO TAB-EMP-RETENIDO(WS-EMP-POS)
              MOVE ZERO TO TAB-EMP-DEDCALC(WS-EMP-POS)
              MOVE ZERO TO TAB-EMP-CFDI(WS-EMP-POS)
           END-IF.

      * bloque de la hoja de una compania: la base del mes y los
      * tres cruces de lo retenido; se acumula tambien al total
       IMPRIME-HOJA-CIA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CIA(CIA-IDX) TO WS-C-CIA.
           MOVE TAB-CIA-PAGOS(CIA-IDX) TO WS-C-PAGOS.
           MOVE WS-CIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PERCEPCIONES PAGADAS' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-PERCEPCION(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'INGRESO EXENTO' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-EXENTO(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'INGRESO GRAVADO' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-GRAVADO(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'ISR CAUSADO (TARIFA)' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-CAUSADO(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'ISR RETENIDO A DECLARAR' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-RETENIDO(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
      * causado menos retenido: lo que no alcanzo el neto y se fue a
      * mora (negativo si en el mes se recupero mora de antes)
           MOVE 'ISR CAUSADO NO RETENIDO' TO WS-I-CONCEPTO.
           COMPUTE WS-I-MONTO = TAB-CIA-CAUSADO(CIA-IDX)
               - TAB-CIA-RETENIDO(CIA-IDX).
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'CRUCE DEDCALC.OUT' TO WS-X-CONCEPTO.
           MOVE TAB-CIA-DEDCALC(CIA-IDX) TO WS-X-MONTO.
           COMPUTE WS-DIFERENCIA = TAB-CIA-RETENIDO(CIA-IDX)
               - TAB-CIA-DEDCALC(CIA-IDX).
           PERFORM ESCRIBE-CRUCE.
           MOVE 'CRUCE CFDI TIMBRADO' TO WS-X-CONCEPTO.
           MOVE TAB-CIA-CFDI(CIA-IDX) TO WS-X-MONTO.
           COMPUTE WS-DIFERENCIA = TAB-CIA-RETENIDO(CIA-IDX)
               - TAB-CIA-CFDI(CIA-IDX).
           PERFORM ESCRIBE-CRUCE.
           MOVE 'CRUCE PASIVO GL (GLPOST)' TO WS-X-CONCEPTO.
           MOVE TAB-CIA-GL(CIA-IDX) TO WS-X-MONTO.
           COMPUTE WS-DIFERENCIA = TAB-CIA-RETENIDO(CIA-IDX)
               - TAB-CIA-GL(CIA-IDX).
           PERFORM ESCRIBE-CRUCE.

           ADD TAB-CIA-PAGOS(CIA-IDX) TO WS-GT-PAGOS.
           ADD TAB-CIA-PERCEPCION(CIA-IDX) TO WS-GT-PERCEPCION.
           ADD TAB-CIA-EXENTO(CIA-IDX) TO WS-GT-EXENTO.
           ADD TAB-CIA-GRAVADO(CIA-IDX) TO WS-GT-GRAVADO.
           ADD TAB-CIA-CAUSADO(CIA-IDX) TO WS-GT-CAUSADO.
           ADD TAB-CIA-RETENIDO(CIA-IDX) TO WS-GT-RETENIDO.
           ADD TAB-CIA-DEDCALC(CIA-IDX) TO WS-GT-DEDCALC.
           ADD TAB-CIA-CFDI(CIA-IDX) TO WS-GT-CFDI.
           ADD TAB-CIA-GL(CIA-IDX) TO WS-GT-GL.

      * el total del mes repite el bloque sin volver a contar las
      * diferencias (ya se contaron por compania)
       IMPRIME-HOJA-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL' TO WS-C-CIA.
           MOVE WS-GT-PAGOS TO WS-C-PAGOS.
           MOVE WS-CIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PERCEPCIONES PAGADAS' TO WS-I-CONCEPTO.
           MOVE WS-GT-PERCEPCION TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'INGRESO EXENTO' TO WS-I-CONCEPTO.
           MOVE WS-GT-EXENTO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'INGRESO GRAVADO' TO WS-I-CONCEPTO.
           MOVE WS-GT-GRAVADO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'ISR CAUSADO (TARIFA)' TO WS-I-CONCEPTO.
           MOVE WS-GT-CAUSADO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'ISR RETENIDO A DECLARAR' TO WS-I-CONCEPTO.
           MOVE WS-GT-RETENIDO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'CRUCE DEDCALC.OUT' TO WS-X-CONCEPTO.
           MOVE WS-GT-DEDCALC TO WS-X-MONTO.
           COMPUTE WS-DIFERENCIA = WS-GT-RETENIDO - WS-GT-DEDCALC.
           PERFORM ESCRIBE-CRUCE-TOTAL.
           MOVE 'CRUCE CFDI TIMBRADO' TO WS-X-CONCEPTO.
           MOVE WS-GT-CFDI TO WS-X-MONTO.
           COMPUTE WS-DIFERENCIA = WS-GT-RETENIDO - WS-GT-CFDI.
           PERFORM ESCRIBE-CRUCE-TOTAL.
           MOVE 'CRUCE PASIVO GL (GLPOST)' TO WS-X-CONCEPTO.
           MOVE WS-GT-GL TO WS-X-MONTO.
           COMPUTE WS-DIFERENCIA = WS-GT-RETENIDO - WS-GT-GL.
           PERFORM ESCRIBE-CRUCE-TOTAL.

      * un cargo ISR por compania con lo retenido del mes; una
      * re-corrida del mes deja otro renglon con la misma llave y
      * OBLVENCE se queda con el ultimo
       ESCRIBE-CARGOS-ISR.
           OPEN EXTEND OBLCARGO-FILE.
           IF WS-OBLCARGO-STATUS = "00" OR WS-OBLCARGO-STATUS = "05"
              PERFORM VARYING CIA-IDX FROM 1 BY 1
                      UNTIL CIA-IDX > WS-NUM-CIAS
                 MOVE 'ISR ' TO OCG-TIPO
                 MOVE TAB-CIA(CIA-IDX) TO OCG-COMPANIA
                 MOVE SPACES TO OCG-CLAVE
                 MOVE WS-MES TO OCG-PERIODO
                 MOVE ZERO TO OCG-CORRIDA
                 MOVE TAB-CIA-RETENIDO(CIA-IDX) TO OCG-MONTO
                 MOVE 'ISRMENS.RPT' TO OCG-REPORTE
                 MOVE WS-FECHA-HOY TO OCG-FECHA-GEN
                 WRITE OBLCARGO-RECORD
              END-PERFORM
              CLOSE OBLCARGO-FILE
           ELSE
              DISPLAY "ISRMENS: ADVERTENCIA, NO SE PUDO ABRIR "
                  "data/OBLCARGO.DAT: " WS-OBLCARGO-STATUS
                  "; EL ISR DEL MES NO ENTRA AL CALENDARIO"
           END-IF.

       ESCRIBE-IMPORTE.
           MOVE WS-IMPORTE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       ESCRIBE-CRUCE.
           IF WS-DIFERENCIA NOT = ZERO
              ADD 1 TO WS-NUM-DIFERENCIAS
           END-IF.
           PERFORM ESCRIBE-CRUCE-TOTAL.

       ESCRIBE-CRUCE-TOTAL.
           MOVE WS-DIFERENCIA TO WS-X-DIF.
           IF WS-DIFERENCIA NOT = ZERO
              MOVE '*** DIFERENCIA' TO WS-X-MARCA
           ELSE
              MOVE 'CUADRA' TO WS-X-MARCA
           END-IF.
           MOVE WS-CRUCE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * detalle de los DATO-ID cuyo ISR retenido no es el mismo en
      * la base, en DEDCALC y en el CFDI (el GL se postea por
      * compania y no baja a empleado)
       IMPRIME-EMPLEADOS-CON-DIFERENCIA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EMPLEADOS CON DIFERENCIA DE ISR RETENIDO' TO
               REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENC-EMP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPLEADOS
              IF TAB-EMP-RETENIDO(EMP-IDX) NOT =
                     TAB-EMP-DEDCALC(EMP-IDX)
                 OR TAB-EMP-RETENIDO(EMP-IDX) NOT =
                     TAB-EMP-CFDI(EMP-IDX)
                 ADD 1 TO WS-NUM-EMP-DIF
                 MOVE TAB-EMP-ID(EMP-IDX) TO WS-E-ID
                 MOVE TAB-EMP-CIA(EMP-IDX) TO WS-E-CIA
                 MOVE TAB-EMP-RETENIDO(EMP-IDX) TO WS-E-RET
                 MOVE TAB-EMP-DEDCALC(EMP-IDX) TO WS-E-DED
                 MOVE TAB-EMP-CFDI(EMP-IDX) TO WS-E-CFDI
                 MOVE WS-EMP-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM.
           IF WS-NUM-EMP-DIF = ZERO
              MOVE '  (NINGUNO)' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           MOVE 'ISRMENS' TO LOG-PROGRAMA.
           IF WS-NUM-DIFERENCIAS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'FIN DE JOB: MES=' WS-MES
               ' LEIDOS=' WS-STAT-LEIDOS
               ' PROCESADOS=' WS-STAT-PROCESADOS
               ' RECHAZADOS=' WS-STAT-RECHAZADOS
               ' DIFERENCIAS=' WS-NUM-DIFERENCIAS
               ' SEGUNDOS=' WS-STAT-SEG-TRANSCURRIDOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio: una
      * compania o un empleado de menos en la hoja es declarar mal
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA (CALL, como CALENDARIO desde
      * PAYREG.cbl); si el modulo no esta disponible el mensaje al
      * menos sale por consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
