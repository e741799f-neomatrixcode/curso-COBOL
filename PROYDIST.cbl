      * PROYDIST: costo de mano de obra por orden de trabajo /
      * proyecto. La planta quiere el costo laboral por orden, no solo
      * por DEPARTAMENTO: cada turno checado lleva en su entrada la
      * orden a la que se trabajo (PUN-PROYECTO, ver PUNCHREC.cpy) y
      * RELOJIMP deja los minutos por empleado y orden en
      * data/PROYHRS.DAT. Este paso corre despues de STEP01 CALC: lee
      * data/PAYCALC.OUT y reparte de cada empleado su pago regular,
      * su prima de tiempo extra y la carga patronal correspondiente
      * (mismas tasas que CARGAPAT.cbl: PATRONAL.DAT, prima de riesgo
      * de trabajo de la compania e impuesto sobre nomina de su
      * estado) entre sus ordenes, en proporcion a los minutos
      * checados en cada una. El tiempo indirecto (turno sin orden)
      * entra al total y su parte se queda en el departamento, igual
      * que todo lo demas del SALARIO que no es pago regular ni prima
      * (premios, faltas, etc.). El reparto es acumulativo -cada
      * rebanada es la diferencia de los acumulados redondeados- para
      * que las rebanadas de un empleado cuadren al centavo.
      * Deja:
      *   - data/PROYCOST.OUT: un renglon por empleado y orden (ver
      *     PRYCSTRC.cpy) que GLPOST.cbl postea a la cuenta de
      *     produccion en proceso de la orden en vez del gasto del
      *     departamento
      *   - data/PROYDIST.RPT: costo por orden (horas, regular, prima,
      *     carga, total) y las excepciones: orden checada que no esta
      *     en data/PROYCAT.DAT o es de otra compania (su costo se
      *     queda en el departamento); las excepciones van a la
      *     bitacora como advertencia y no detienen la corrida
      * uso: jobs/PAYROLL.job (STEP01B JOBCOST)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYDIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO "data/PAYCALC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCALC-STATUS.

           SELECT OPTIONAL PROYHRS-FILE ASSIGN TO "data/PROYHRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROYHRS-STATUS.

           SELECT OPTIONAL PROYCAT-FILE ASSIGN TO "data/PROYCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROYCAT-STATUS.

           SELECT PATRONAL-FILE ASSIGN TO "data/PATRONAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRONAL-STATUS.

           SELECT OPTIONAL PRIMART-FILE ASSIGN TO "data/PRIMART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMART-STATUS.

           SELECT EDOTAX-FILE ASSIGN TO "data/EDOTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDOTAX-STATUS.

           SELECT PROYCOST-FILE ASSIGN TO "data/PROYCOST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROYCOST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/PROYDIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PROYHRS-FILE.
           COPY PRYHRSRC.

       FD  PROYCAT-FILE.
           COPY PRYCATRC.

       FD  PATRONAL-FILE.
           COPY PATRONRC.

       FD  PRIMART-FILE.
           COPY PRIMRTRC.

       FD  EDOTAX-FILE.
           COPY EDOTAXRC.

       FD  PROYCOST-FILE.
           COPY PRYCSTRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-PROYHRS-STATUS PIC XX VALUE SPACES.
           77 WS-PROYCAT-STATUS PIC XX VALUE SPACES.
           77 WS-PATRONAL-STATUS PIC XX VALUE SPACES.
           77 WS-PRIMART-STATUS PIC XX VALUE SPACES.
           77 WS-EDOTAX-STATUS PIC XX VALUE SPACES.
           77 WS-PROYCOST-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * tasas de carga patronal, mismo criterio que CARGAPAT.cbl:
      * porcentajes patronales sumados (sin el renglon 'RT'), prima
      * de riesgo de trabajo vigente hoy por compania e impuesto
      * sobre nomina por estado
           77 WS-PCT-PATRONAL PIC 9(3)V9999 VALUE ZERO.
           77 WS-PRIMA-RT-GENERAL PIC 9(2)V9999 VALUE ZERO.
           77 WS-PRIMA-RT PIC 9(2)V9(5) VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-NUM-PRIMAS PIC 99 VALUE ZERO.
       01  TABLA-PRIMAS-RT.
           05  PRIMA-RT-ENTRY OCCURS 20 TIMES
                   INDEXED BY PRI-IDX.
               10  TAB-PRI-CIA      PIC XX.
               10  TAB-PRI-FECHA    PIC 9(8).
               10  TAB-PRI-PRIMA    PIC 9(2)V9(5).
           77 WS-NUM-TASAS PIC 99 VALUE ZERO.
       01  TABLA-TASAS.
           05  TASA-ENTRY OCCURS 32 TIMES
                   INDEXED BY TASA-IDX.
               10  TAB-TASA-ESTADO  PIC X(3).
               10  TAB-TASA         PIC 9(2)V9999.
               10  TAB-TASA-ASIM    PIC X.
           77 WS-TASA-EDO PIC 9(2)V9999 VALUE ZERO.
           77 WS-TASA-CARGA PIC 9(3)V9(5) VALUE ZERO.

      * catalogo de ordenes de trabajo, con el acumulado del periodo
      * de cada una para el reporte
           77 WS-NUM-PROYECTOS PIC 9(4) VALUE ZERO.
       01  TABLA-PROYECTOS.
           05  PROY-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PRY-IDX.
               10  TAB-PRY-CODIGO      PIC X(10).
               10  TAB-PRY-CIA         PIC XX.
               10  TAB-PRY-DESC        PIC X(30).
               10  TAB-PRY-CUENTA      PIC X(6).
               10  TAB-PRY-MINUTOS     PIC 9(8).
               10  TAB-PRY-REGULAR     PIC 9(9)V99.
               10  TAB-PRY-PRIMA       PIC 9(9)V99.
               10  TAB-PRY-CARGA       PIC 9(9)V99.
               10  TAB-PRY-EMPLEADOS   PIC 9(4).
           77 WS-PRY-POS PIC 9(4) VALUE ZERO.

      * minutos por empleado y orden de la importacion del reloj
           77 WS-NUM-HORAS PIC 9(5) VALUE ZERO.
       01  TABLA-HORAS.
           05  HORAS-ENTRY OCCURS 10000 TIMES
                   INDEXED BY HRS-IDX.
               10  TAB-HRS-ID          PIC 9(5).
               10  TAB-HRS-PROYECTO    PIC X(10).
               10  TAB-HRS-MINUTOS     PIC 9(6).

      * excepciones: orden checada sin catalogo o de otra compania
           77 WS-NUM-EXCEPCIONES PIC 9(4) VALUE ZERO.
           77 WS-EXC-TEXTO PIC X(40) VALUE SPACES.
       01  TABLA-EXCEPCIONES.
           05  EXC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY EXC-IDX.
               10  TAB-EXC-ID          PIC 9(5).
               10  TAB-EXC-PROYECTO    PIC X(10).
               10  TAB-EXC-MINUTOS     PIC 9(6).
               10  TAB-EXC-TEXTO       PIC X(40).

      * reparto acumulativo del empleado en turno
           77 WS-MIN-TOTAL PIC 9(7) VALUE ZERO.
           77 WS-MIN-PROYECTOS PIC 9(7) VALUE ZERO.
           77 WS-MIN-ACUM PIC 9(7) VALUE ZERO.
           77 WS-REG-ACUM-ANT PIC 9(7)V99 VALUE ZERO.
           77 WS-REG-ACUM PIC 9(7)V99 VALUE ZERO.
           77 WS-PRI-ACUM-ANT PIC 9(7)V99 VALUE ZERO.
           77 WS-PRI-ACUM PIC 9(7)V99 VALUE ZERO.
           77 WS-REBANADA-REG PIC 9(7)V99 VALUE ZERO.
           77 WS-REBANADA-PRI PIC 9(7)V99 VALUE ZERO.
           77 WS-REBANADA-CARGA PIC 9(7)V99 VALUE ZERO.

      * totales del reporte
           77 WS-TOT-MINUTOS PIC 9(9) VALUE ZERO.
           77 WS-TOT-REGULAR PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-PRIMA PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-CARGA PIC 9(9)V99 VALUE ZERO.
           77 WS-COSTO-ORDEN PIC 9(9)V99 VALUE ZERO.
           77 WS-NUM-ASIENTOS PIC 9(6) VALUE ZERO.

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
           05  FILLER      PIC X(44) VALUE
               'COSTO DE MANO DE OBRA POR ORDEN DE TRABAJO'.

       01  WS-ENCAB-LINE.
           05  FILLER      PIC X(46) VALUE
               'CIA ORDEN      DESCRIPCION          CTA WIP   '.
           05  FILLER      PIC X(54) VALUE
               'HORAS      REGULAR      PRIMA      CARGA        TOTAL'.

       01  WS-DETALLE-LINE.
           05  WS-D-CIA    PIC XX.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-ORDEN  PIC X(10).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-DESC   PIC X(20).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-CUENTA PIC X(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-HORAS  PIC ZZ,ZZ9.9.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-REGULAR PIC Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-PRIMA  PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-CARGA  PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-TOTAL  PIC Z,ZZZ,ZZ9.99.

       01  WS-SEPARADOR-LINE.
           05  FILLER      PIC X(100) VALUE ALL '-'.

       01  WS-EXCEPCIONES-TITULO.
           05  FILLER      PIC X(60) VALUE
               'EXCEPCIONES (EL COSTO SE QUEDA EN EL DEPARTAMENTO)'.

       01  WS-EXCEPCION-LINE.
           05  FILLER      PIC X(10) VALUE '  DATO-ID '.
           05  WS-X-ID     PIC 9(5).
           05  FILLER      PIC X(8) VALUE '  ORDEN '.
           05  WS-X-ORDEN  PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-X-HORAS  PIC ZZ,ZZ9.9.
           05  FILLER      PIC X(7) VALUE ' HORAS '.
           05  WS-X-TEXTO  PIC X(40).

       01  WS-SIN-EXCEPCIONES-LINE.
           05  FILLER      PIC X(20) VALUE '  (SIN EXCEPCIONES)'.

       01  WS-SIN-HORAS-LINE.
           05  FILLER      PIC X(60) VALUE
               '(SIN HORAS POR ORDEN DE TRABAJO EN data/PROYHRS.DAT)'.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'PROYDIST' TO LOG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.

           OPEN OUTPUT PROYCOST-FILE.
           IF WS-PROYCOST-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PROYCOST.OUT: "
                  WS-PROYCOST-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CARGA-TABLA-HORAS.
           IF WS-NUM-HORAS = ZERO
      * sin reloj (o sin ordenes checadas) no hay nada que repartir:
      * PROYCOST.OUT queda vacio y GLPOST postea todo al departamento
              MOVE WS-SIN-HORAS-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE PROYCOST-FILE REPORT-FILE
              DISPLAY "PROYDIST: SIN HORAS POR ORDEN DE TRABAJO, "
                  "NADA QUE REPARTIR"
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-PORCENTAJES-PATRONALES.
           PERFORM CARGA-PRIMAS-RIESGO.
           PERFORM CARGA-TABLA-TASAS.
           PERFORM CARGA-CATALOGO-PROYECTOS.

           OPEN INPUT PAYCALC-FILE.
           IF WS-PAYCALC-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR PAYCALC-FILE: "
                  WS-PAYCALC-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ PAYCALC-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-STAT-LEIDOS
                    PERFORM REPARTE-EMPLEADO
              END-READ
           END-PERFORM.
           CLOSE PAYCALC-FILE.
           CLOSE PROYCOST-FILE.

           MOVE WS-ENCAB-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM IMPRIME-PROYECTO
               VARYING PRY-IDX FROM 1 BY 1
               UNTIL PRY-IDX > WS-NUM-PROYECTOS.
           MOVE WS-SEPARADOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-D-CIA WS-D-CUENTA.
           MOVE 'TOTAL' TO WS-D-ORDEN.
           MOVE SPACES TO WS-D-DESC.
           COMPUTE WS-D-HORAS ROUNDED = WS-TOT-MINUTOS / 60.
           MOVE WS-TOT-REGULAR TO WS-D-REGULAR.
           MOVE WS-TOT-PRIMA TO WS-D-PRIMA.
           MOVE WS-TOT-CARGA TO WS-D-CARGA.
           COMPUTE WS-COSTO-ORDEN =
               WS-TOT-REGULAR + WS-TOT-PRIMA + WS-TOT-CARGA.
           MOVE WS-COSTO-ORDEN TO WS-D-TOTAL.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM IMPRIME-EXCEPCIONES.
           CLOSE REPORT-FILE.

           DISPLAY "PROYDIST: " WS-NUM-ASIENTOS
               " RENGLON(ES) DE COSTO EN data/PROYCOST.OUT, "
               WS-NUM-EXCEPCIONES " EXCEPCION(ES) EN data/PROYDIST.RPT".
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-EXCEPCIONES > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              STRING 'ORDENES: ' WS-NUM-ASIENTOS ' RENGLON(ES), '
                  WS-NUM-EXCEPCIONES ' EXCEPCION(ES) DE ORDEN'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              STRING 'ORDENES: ' WS-NUM-ASIENTOS ' RENGLON(ES) DE '
                  'COSTO A WIP' DELIMITED BY SIZE INTO LOG-MENSAJE
           END-IF.
           PERFORM REGISTRA-BITACORA.
           PERFORM IMPRIME-ESTADISTICAS.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

       CARGA-TABLA-HORAS.
           OPEN INPUT PROYHRS-FILE.
           IF WS-PROYHRS-STATUS = "00"
              PERFORM UNTIL WS-PROYHRS-STATUS NOT = "00"
                 READ PROYHRS-FILE
                    AT END MOVE "10" TO WS-PROYHRS-STATUS
                    NOT AT END
                       IF WS-NUM-HORAS = 10000
                          DISPLAY "TABLA LLENA: WS-NUM-HORAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-HORAS
                       MOVE PRH-DATO-ID TO TAB-HRS-ID(WS-NUM-HORAS)
                       MOVE PRH-PROYECTO TO
                           TAB-HRS-PROYECTO(WS-NUM-HORAS)
                       MOVE PRH-MINUTOS TO
                           TAB-HRS-MINUTOS(WS-NUM-HORAS)
                 END-READ
              END-PERFORM
              CLOSE PROYHRS-FILE
           END-IF.

       CARGA-CATALOGO-PROYECTOS.
           OPEN INPUT PROYCAT-FILE.
           IF WS-PROYCAT-STATUS = "00"
              PERFORM UNTIL WS-PROYCAT-STATUS NOT = "00"
                 READ PROYCAT-FILE
                    AT END MOVE "10" TO WS-PROYCAT-STATUS
                    NOT AT END
                       IF WS-NUM-PROYECTOS = 1000
                          DISPLAY "TABLA LLENA: WS-NUM-PROYECTOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PROYECTOS
                       SET PRY-IDX TO WS-NUM-PROYECTOS
                       MOVE PRC-PROYECTO TO TAB-PRY-CODIGO(PRY-IDX)
                       MOVE PRC-COMPANIA TO TAB-PRY-CIA(PRY-IDX)
                       MOVE PRC-DESCRIPCION TO TAB-PRY-DESC(PRY-IDX)
                       MOVE PRC-CUENTA-WIP TO TAB-PRY-CUENTA(PRY-IDX)
                       MOVE ZERO TO TAB-PRY-MINUTOS(PRY-IDX)
                           TAB-PRY-REGULAR(PRY-IDX)
                           TAB-PRY-PRIMA(PRY-IDX)
                           TAB-PRY-CARGA(PRY-IDX)
                           TAB-PRY-EMPLEADOS(PRY-IDX)
                 END-READ
              END-PERFORM
              CLOSE PROYCAT-FILE
           END-IF.
           IF WS-NUM-PROYECTOS = ZERO
              DISPLAY "PROYDIST: SIN CATALOGO data/PROYCAT.DAT, "
                  "NINGUNA ORDEN SE PUEDE REPARTIR"
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

       CARGA-PRIMAS-RIESGO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           OPEN INPUT PRIMART-FILE.
           IF WS-PRIMART-STATUS = "00"
              PERFORM UNTIL WS-PRIMART-STATUS NOT = "00"
                 READ PRIMART-FILE
                    AT END MOVE "10" TO WS-PRIMART-STATUS
                    NOT AT END
                       IF PRT-FECHA-EFECTIVA NOT > WS-FECHA-HOY
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

      * reparto de un empleado: solo si checo alguna orden; el total
      * de minutos incluye el tiempo indirecto, cuya parte no se
      * reparte
       REPARTE-EMPLEADO.
           MOVE ZERO TO WS-MIN-TOTAL WS-MIN-PROYECTOS.
           PERFORM VARYING HRS-IDX FROM 1 BY 1
                   UNTIL HRS-IDX > WS-NUM-HORAS
              IF TAB-HRS-ID(HRS-IDX) = PC-DATO-ID
                 ADD TAB-HRS-MINUTOS(HRS-IDX) TO WS-MIN-TOTAL
                 IF TAB-HRS-PROYECTO(HRS-IDX) NOT = SPACES
                    ADD TAB-HRS-MINUTOS(HRS-IDX) TO WS-MIN-PROYECTOS
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-MIN-PROYECTOS > ZERO
              ADD 1 TO WS-STAT-PROCESADOS
              PERFORM DETERMINA-TASA-CARGA
              MOVE ZERO TO WS-MIN-ACUM WS-REG-ACUM-ANT
                  WS-PRI-ACUM-ANT
              PERFORM VARYING HRS-IDX FROM 1 BY 1
                      UNTIL HRS-IDX > WS-NUM-HORAS
                 IF TAB-HRS-ID(HRS-IDX) = PC-DATO-ID
                    PERFORM REPARTE-REBANADA
                 END-IF
              END-PERFORM
           END-IF.

      * carga patronal del empleado como porcentaje, misma regla que
      * ACUMULA-CARGA en CARGAPAT.cbl (el asimilado solo paga el
      * impuesto sobre nomina, y solo donde su estado lo grava)
       DETERMINA-TASA-CARGA.
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
              MOVE WS-TASA-EDO TO WS-TASA-CARGA
           ELSE
              MOVE WS-PRIMA-RT-GENERAL TO WS-PRIMA-RT
              PERFORM VARYING PRI-IDX FROM 1 BY 1
                      UNTIL PRI-IDX > WS-NUM-PRIMAS
                 IF TAB-PRI-CIA(PRI-IDX) = PC-COMPANIA
                    MOVE TAB-PRI-PRIMA(PRI-IDX) TO WS-PRIMA-RT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              COMPUTE WS-TASA-CARGA =
                  WS-PCT-PATRONAL + WS-PRIMA-RT + WS-TASA-EDO
           END-IF.

      * rebanada = acumulado redondeado hasta este renglon menos el
      * acumulado hasta el anterior; el tiempo indirecto y las
      * ordenes sin catalogo avanzan el acumulado pero no se postean
       REPARTE-REBANADA.
           ADD TAB-HRS-MINUTOS(HRS-IDX) TO WS-MIN-ACUM.
           COMPUTE WS-REG-ACUM ROUNDED =
               PC-SALARIO-REGULAR * WS-MIN-ACUM / WS-MIN-TOTAL.
           COMPUTE WS-PRI-ACUM ROUNDED =
               PC-PRIMA-EXTRA * WS-MIN-ACUM / WS-MIN-TOTAL.
           COMPUTE WS-REBANADA-REG = WS-REG-ACUM - WS-REG-ACUM-ANT.
           COMPUTE WS-REBANADA-PRI = WS-PRI-ACUM - WS-PRI-ACUM-ANT.
           MOVE WS-REG-ACUM TO WS-REG-ACUM-ANT.
           MOVE WS-PRI-ACUM TO WS-PRI-ACUM-ANT.
           IF TAB-HRS-PROYECTO(HRS-IDX) NOT = SPACES
              MOVE ZERO TO WS-PRY-POS
              PERFORM VARYING PRY-IDX FROM 1 BY 1
                      UNTIL PRY-IDX > WS-NUM-PROYECTOS
                 IF TAB-PRY-CODIGO(PRY-IDX) = TAB-HRS-PROYECTO(HRS-IDX)
                    SET WS-PRY-POS TO PRY-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-PRY-POS = ZERO
                    MOVE 'ORDEN NO ESTA EN data/PROYCAT.DAT'
                        TO WS-EXC-TEXTO
                    PERFORM REGISTRA-EXCEPCION
                 WHEN TAB-PRY-CIA(WS-PRY-POS) NOT = PC-COMPANIA
                    MOVE SPACES TO WS-EXC-TEXTO
                    STRING 'ORDEN DE LA CIA ' TAB-PRY-CIA(WS-PRY-POS)
                        ', EMPLEADO DE LA ' PC-COMPANIA
                        DELIMITED BY SIZE INTO WS-EXC-TEXTO
                    PERFORM REGISTRA-EXCEPCION
                 WHEN OTHER
                    PERFORM GRABA-REBANADA
              END-EVALUATE
           END-IF.

       GRABA-REBANADA.
           COMPUTE WS-REBANADA-CARGA ROUNDED =
               (WS-REBANADA-REG + WS-REBANADA-PRI)
                   * WS-TASA-CARGA / 100.
           MOVE PC-COMPANIA TO PCO-COMPANIA.
           MOVE PC-DATO-ID TO PCO-DATO-ID.
           MOVE PC-DEPARTAMENTO TO PCO-DEPARTAMENTO.
           MOVE TAB-HRS-PROYECTO(HRS-IDX) TO PCO-PROYECTO.
           MOVE TAB-PRY-CUENTA(WS-PRY-POS) TO PCO-CUENTA-WIP.
           MOVE TAB-HRS-MINUTOS(HRS-IDX) TO PCO-MINUTOS.
           MOVE WS-REBANADA-REG TO PCO-REGULAR.
           MOVE WS-REBANADA-PRI TO PCO-PRIMA-EXTRA.
           MOVE WS-REBANADA-CARGA TO PCO-CARGA.
           WRITE PROYCOST-RECORD.
           ADD 1 TO WS-NUM-ASIENTOS.
           ADD TAB-HRS-MINUTOS(HRS-IDX) TO TAB-PRY-MINUTOS(WS-PRY-POS)
               WS-TOT-MINUTOS.
           ADD WS-REBANADA-REG TO TAB-PRY-REGULAR(WS-PRY-POS)
               WS-TOT-REGULAR.
           ADD WS-REBANADA-PRI TO TAB-PRY-PRIMA(WS-PRY-POS)
               WS-TOT-PRIMA.
           ADD WS-REBANADA-CARGA TO TAB-PRY-CARGA(WS-PRY-POS)
               WS-TOT-CARGA.
           ADD 1 TO TAB-PRY-EMPLEADOS(WS-PRY-POS).

       REGISTRA-EXCEPCION.
           IF WS-NUM-EXCEPCIONES = 1000
              DISPLAY "TABLA LLENA: WS-NUM-EXCEPCIONES"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-EXCEPCIONES.
           ADD 1 TO WS-STAT-RECHAZADOS.
           MOVE PC-DATO-ID TO TAB-EXC-ID(WS-NUM-EXCEPCIONES).
           MOVE TAB-HRS-PROYECTO(HRS-IDX) TO
               TAB-EXC-PROYECTO(WS-NUM-EXCEPCIONES).
           MOVE TAB-HRS-MINUTOS(HRS-IDX) TO
               TAB-EXC-MINUTOS(WS-NUM-EXCEPCIONES).
           MOVE WS-EXC-TEXTO TO TAB-EXC-TEXTO(WS-NUM-EXCEPCIONES).

      * solo las ordenes con costo en el periodo
       IMPRIME-PROYECTO.
           IF TAB-PRY-EMPLEADOS(PRY-IDX) > ZERO
              MOVE TAB-PRY-CIA(PRY-IDX) TO WS-D-CIA
              MOVE TAB-PRY-CODIGO(PRY-IDX) TO WS-D-ORDEN
              MOVE TAB-PRY-DESC(PRY-IDX) TO WS-D-DESC
              MOVE TAB-PRY-CUENTA(PRY-IDX) TO WS-D-CUENTA
              COMPUTE WS-D-HORAS ROUNDED =
                  TAB-PRY-MINUTOS(PRY-IDX) / 60
              MOVE TAB-PRY-REGULAR(PRY-IDX) TO WS-D-REGULAR
              MOVE TAB-PRY-PRIMA(PRY-IDX) TO WS-D-PRIMA
              MOVE TAB-PRY-CARGA(PRY-IDX) TO WS-D-CARGA
              COMPUTE WS-COSTO-ORDEN = TAB-PRY-REGULAR(PRY-IDX)
                  + TAB-PRY-PRIMA(PRY-IDX) + TAB-PRY-CARGA(PRY-IDX)
              MOVE WS-COSTO-ORDEN TO WS-D-TOTAL
              MOVE WS-DETALLE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       IMPRIME-EXCEPCIONES.
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
              MOVE TAB-EXC-PROYECTO(EXC-IDX) TO WS-X-ORDEN
              COMPUTE WS-X-HORAS ROUNDED =
                  TAB-EXC-MINUTOS(EXC-IDX) / 60
              MOVE TAB-EXC-TEXTO(EXC-IDX) TO WS-X-TEXTO
              MOVE WS-EXCEPCION-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           DISPLAY "PROYDIST: LEIDOS=" WS-STAT-LEIDOS
               " REPARTIDOS=" WS-STAT-PROCESADOS
               " EXCEPCIONES=" WS-STAT-RECHAZADOS
               " SEGUNDOS=" WS-STAT-SEG-TRANSCURRIDOS.

      * una tabla en memoria llena no se trunca en silencio: truncar
      * es costear de menos; el job aborta y capacidad decide si
      * aumentar el OCCURS
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
