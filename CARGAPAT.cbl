      * reportar en data/CARGAPAT.RPT el bruto, la carga patronal y
      * el costo cargado por centro de costo, que es contra lo que se
      * mide a cada dueno de presupuesto.
      * La prima de riesgo de trabajo va por compania: la vigente hoy
      * en data/PRIMART.DAT (ver PRIMRTRC.cpy, la determina cada
      * febrero PRIMART.cbl) o, si la compania no tiene, la general
      * del renglon 'RT' de PATRONAL.DAT.
      * Lo que la empresa paga del seguro de gastos medicos mayores
      * del empleado (data/SGMMCOST.OUT, lo deja SGMMCALC.cbl en
      * STEP00G) se suma a su carga patronal.
      * Corre despues de STEP04A STATETAX (ver jobs/PAYROLL.job).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAPAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRONAL-STATUS.

           SELECT OPTIONAL PRIMART-FILE ASSIGN TO "data/PRIMART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMART-STATUS.

           SELECT EDOTAX-FILE ASSIGN TO "data/EDOTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDOTAX-STATUS.

           SELECT OPTIONAL SGMMCOST-FILE ASSIGN TO "data/SGMMCOST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMMCOST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CARGAPAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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

       FD  PATRONAL-FILE.
           COPY PATRONRC.

       FD  PRIMART-FILE.
           COPY PRIMRTRC.

       FD  EDOTAX-FILE.
           COPY EDOTAXRC.

       FD  SGMMCOST-FILE.
           COPY SGMCSTRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-PATRONAL-STATUS PIC XX VALUE SPACES.
           77 WS-PRIMART-STATUS PIC XX VALUE SPACES.
           77 WS-EDOTAX-STATUS PIC XX VALUE SPACES.
           77 WS-SGMMCOST-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * porcentajes patronales sumados en uno solo (IMSS + INFONAVIT
      * + lo que se agregue al archivo); el impuesto sobre nomina va
      * aparte porque su tasa depende del estado del empleado, y la
      * prima de riesgo de trabajo porque depende de la compania
           77 WS-PCT-PATRONAL PIC 9(3)V9999 VALUE ZERO.
           77 WS-PRIMA-RT-GENERAL PIC 9(2)V9999 VALUE ZERO.
           77 WS-PRIMA-RT PIC 9(2)V9(5) VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * prima de riesgo de trabajo vigente hoy por compania: la de
      * mayor fecha efectiva que ya empezo
           77 WS-NUM-PRIMAS PIC 99 VALUE ZERO.
       01  TABLA-PRIMAS-RT.
           05  PRIMA-RT-ENTRY OCCURS 20 TIMES
                   INDEXED BY PRI-IDX.
               10  TAB-PRI-CIA      PIC XX.
               10  TAB-PRI-FECHA    PIC 9(8).
               10  TAB-PRI-PRIMA    PIC 9(2)V9(5).

      * tasas de impuesto sobre nomina por estado, misma tabla que
      * carga EDOTAX.cbl
                   INDEXED BY TASA-IDX.
               10  TAB-TASA-ESTADO  PIC X(3).
               10  TAB-TASA         PIC 9(2)V9999.
               10  TAB-TASA-ASIM    PIC X.

      * costo patronal del seguro de gastos medicos del periodo por
      * DATO-ID
           77 WS-NUM-SGMM PIC 9(4) VALUE ZERO.
       01  TABLA-SGMM.
           05  SGMM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SGM-IDX.
               10  TAB-SGM-ID       PIC 9(5).
               10  TAB-SGM-COSTO    PIC 9(7)V99.

      * acumulado por COMPANIA/departamento: bruto y carga patronal,
      * mismo patron de alta-o-busca que BUSCA-O-CREA-DEPTO en
           OPEN OUTPUT REPORT-FILE.

           PERFORM CARGA-PORCENTAJES-PATRONALES.
           PERFORM CARGA-PRIMAS-RIESGO.
           PERFORM CARGA-TABLA-TASAS.
           PERFORM CARGA-COSTOS-SGMM.

           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      * suma todos los porcentajes del archivo patronal en uno solo;
      * cada concepto (IMSS patronal, INFONAVIT) aplica sobre el
      * mismo SALARIO bruto, asi que la suma da el mismo resultado
      * con una sola multiplicacion por empleado. El renglon 'RT' no
      * entra a la suma: es la prima general de riesgo de trabajo,
      * solo para la compania sin prima propia en PRIMART.DAT
       CARGA-PORCENTAJES-PATRONALES.
           OPEN INPUT PATRONAL-FILE.
           IF WS-PATRONAL-STATUS = "00"
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
                  "data/PATRONAL.DAT, CARGA PATRONAL QUEDA EN CERO"
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
                           TAB-TASA-ESTADO(WS-NUM-TASAS)
                       MOVE STX-TASA TO
                           TAB-TASA(WS-NUM-TASAS)
                       MOVE STX-GRAVA-ASIMILADOS TO
                           TAB-TASA-ASIM(WS-NUM-TASAS)
                 END-READ
              END-PERFORM
              CLOSE EDOTAX-FILE
           END-IF.

       CARGA-COSTOS-SGMM.
           OPEN INPUT SGMMCOST-FILE.
           IF WS-SGMMCOST-STATUS = "00"
              PERFORM UNTIL WS-SGMMCOST-STATUS NOT = "00"
                 READ SGMMCOST-FILE
                    AT END MOVE "10" TO WS-SGMMCOST-STATUS
                    NOT AT END
                       IF WS-NUM-SGMM = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-SGMM"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-SGMM
                       MOVE SGC-DATO-ID TO TAB-SGM-ID(WS-NUM-SGMM)
                       MOVE SGC-COSTO-PATRON TO
                           TAB-SGM-COSTO(WS-NUM-SGMM)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SGMMCOST-FILE.

      * carga patronal del empleado en turno: porcentajes patronales
      * mas la tasa de impuesto sobre nomina de su estado, todo sobre
      * el SALARIO bruto; se acumula en el renglon de su departamento.
      * Un asimilado a salarios no genera IMSS ni INFONAVIT patronal,
      * y el impuesto sobre nomina solo si su estado lo grava (misma
      * regla STX-GRAVA-ASIMILADOS que EDOTAX.cbl) ni prima de riesgo
      * de trabajo. El costo patronal del seguro de gastos medicos va
      * tal cual, no es porcentaje del SALARIO
       ACUMULA-CARGA.
           ADD 1 TO WS-STAT-LEIDOS.
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
           PERFORM VARYING SGM-IDX FROM 1 BY 1
                   UNTIL SGM-IDX > WS-NUM-SGMM
              IF TAB-SGM-ID(SGM-IDX) = PC-DATO-ID
                 ADD TAB-SGM-COSTO(SGM-IDX) TO WS-CARGA-EMPLEADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM BUSCA-O-CREA-DEPTO.
           ADD PC-SALARIO TO TAB-DEPTO-SALARIO(DEPTO-IDX).
           ADD WS-CARGA-EMPLEADO TO TAB-DEPTO-CARGA(DEPTO-IDX).
