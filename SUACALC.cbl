      * bimestre, le deriva la cuota obrera del IMSS (porcentaje de
      * data/TARIFAIMP.DAT, el mismo que uso la corrida), la cuota
      * patronal IMSS y la aportacion INFONAVIT (porcentajes por
      * concepto de data/PATRONAL.DAT, mas la prima de riesgo de
      * trabajo de la compania vigente al inicio del bimestre en
      * data/PRIMART.DAT -ver PRIMRTRC.cpy- o la general 'RT' de
      * PATRONAL.DAT), toma el SBC vigente del
      * maestro satelite data/SBC.DAT (ver SBCREC.cpy/SBCCALC.cbl) y
      * escribe:
      *   - data/SUA.OUT: el archivo de importacion que ingiere el
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRONAL-STATUS.

           SELECT OPTIONAL PRIMART-FILE ASSIGN TO "data/PRIMART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMART-STATUS.

           SELECT OPTIONAL SBC-FILE ASSIGN TO "data/SBC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBC-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUA-STATUS.

      * el total del bimestre por compania queda como cargo SUA
      * para el calendario de vencimientos (ver OBLCARRC.cpy)
           SELECT OPTIONAL OBLCARGO-FILE ASSIGN TO "data/OBLCARGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLCARGO-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/SUA.RPT"
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

       FD  TAX-RATE-FILE.
           COPY TAXREC.
       FD  PATRONAL-FILE.
           COPY PATRONRC.

       FD  PRIMART-FILE.
           COPY PRIMRTRC.

       FD  SBC-FILE.
           COPY SBCREC.

       FD  SUA-FILE.
       01  SUA-LINE PIC X(120).

       FD  OBLCARGO-FILE.
           COPY OBLCARRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).

           77 WS-GENERACIONES-STATUS PIC XX VALUE SPACES.
           77 WS-TAXRATE-STATUS PIC XX VALUE SPACES.
           77 WS-PATRONAL-STATUS PIC XX VALUE SPACES.
           77 WS-PRIMART-STATUS PIC XX VALUE SPACES.
           77 WS-SBC-STATUS PIC XX VALUE SPACES.
           77 WS-YTD-STATUS PIC XX VALUE SPACES.
           77 WS-SUA-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-OBLCARGO-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-YTD-EOF PIC X VALUE 'N'.
           77 WS-PCT-IMSS-PATRONAL PIC 9(3)V9999 VALUE ZERO.
           77 WS-PCT-INFONAVIT PIC 9(3)V9999 VALUE ZERO.

      * prima de riesgo de trabajo: la general del renglon 'RT' y la
      * de cada compania vigente el primer dia del bimestre (una
      * prima que entra el 1 de marzo aplica desde el bimestre 2)
           77 WS-PRIMA-RT-GENERAL PIC 9(2)V9999 VALUE ZERO.
           77 WS-PRIMA-RT PIC 9(2)V9(5) VALUE ZERO.
           77 WS-FECHA-BIMESTRE PIC 9(8) VALUE ZERO.
           77 WS-NUM-PRIMAS PIC 99 VALUE ZERO.
       01  TABLA-PRIMAS-RT.
           05  PRIMA-RT-ENTRY OCCURS 20 TIMES
                   INDEXED BY PRI-IDX.
               10  TAB-PRI-CIA      PIC XX.
               10  TAB-PRI-FECHA    PIC 9(8).
               10  TAB-PRI-PRIMA    PIC 9(2)V9(5).

      * acumulado del bimestre por DATO-ID, alta-o-busca como
      * TABLA-ACUM en YTDVERIF.cbl
           77 WS-NUM-ACUM PIC 9(4) VALUE ZERO.
               10  TAB-ACUM-ID          PIC 9(5).
               10  TAB-ACUM-RFC         PIC X(13).
               10  TAB-ACUM-CURP        PIC X(18).
               10  TAB-ACUM-CIA         PIC XX.
               10  TAB-ACUM-SALARIO     PIC 9(9)V99.
               10  TAB-ACUM-DIAS        PIC 9(3).

               10  TAB-YTD-ID           PIC 9(5).
               10  TAB-YTD-DEDUCCIONES  PIC 9(7)V99.

      * lo que se entera al IMSS/INFONAVIT por COMPANIA (obrera +
      * patronal + INFONAVIT), el cargo SUA del bimestre
           77 WS-NUM-CIAS PIC 99 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 20 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA             PIC XX.
               10  TAB-CIA-MONTO       PIC 9(11)V99.
           77 WS-PERIODO-CARGO PIC 9(6) VALUE ZERO.

           77 WS-DIAS-PERIODO PIC 99 VALUE 14.
           77 WS-CUOTA-OBRERA PIC 9(9)V99 VALUE ZERO.
           77 WS-CUOTA-PATRONAL PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-INFONAVIT PIC 9(11)V99 VALUE ZERO.
           77 WS-NUM-DETALLES PIC 9(6) VALUE ZERO.
           77 WS-NUM-DIFERENCIAS PIC 9(4) VALUE ZERO.
           77 WS-NUM-ASIMILADOS PIC 9(6) VALUE ZERO.
           77 WS-MONTO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           77 WS-MONTO-EDIT2 PIC $ZZZ,ZZZ,ZZ9.99.

           ACCEPT WS-ANIO.

           PERFORM CARGA-PORCENTAJES.
           PERFORM CARGA-PRIMAS-RIESGO.
           PERFORM CARGA-TABLA-SBC.
           PERFORM CARGA-TABLA-YTD.
           PERFORM ACUMULA-GENERACIONES.
           WRITE SUA-LINE.

           CLOSE SUA-FILE REPORT-FILE.
           PERFORM ESCRIBE-CARGOS-SUA.
           DISPLAY "SUACALC: " WS-NUM-DETALLES " DETALLE(S) EN "
               "data/SUA.OUT, " WS-NUM-DIFERENCIAS
               " DIFERENCIA(S) CONTRA YTD EN data/SUA.RPT".
      * porcentaje obrero del IMSS (renglones IMSS de TARIFAIMP, como
      * CARGA-TABLA-IMPUESTOS de la corrida) y patronales por
      * concepto: los renglones IMSS de PATRONAL.DAT arman la cuota
      * patronal y los INFO la aportacion INFONAVIT; el RT es la prima
      * general de riesgo de trabajo
       CARGA-PORCENTAJES.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS = "00"
                          IF PAT-CODIGO = 'INFO'
                             ADD PAT-PORCENTAJE TO WS-PCT-INFONAVIT
                          END-IF
                          IF PAT-CODIGO = 'RT  '
                             MOVE PAT-PORCENTAJE TO WS-PRIMA-RT-GENERAL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PATRONAL-FILE
           END-IF.

       CARGA-PRIMAS-RIESGO.
           COMPUTE WS-FECHA-BIMESTRE = WS-ANIO * 10000
               + (WS-BIMESTRE * 2 - 1) * 100 + 1.
           OPEN INPUT PRIMART-FILE.
           IF WS-PRIMART-STATUS = "00"
              PERFORM UNTIL WS-PRIMART-STATUS NOT = "00"
                 READ PRIMART-FILE
                    AT END MOVE "10" TO WS-PRIMART-STATUS
                    NOT AT END
                       IF PRT-FECHA-EFECTIVA NOT > WS-FECHA-BIMESTRE
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

       CARGA-TABLA-SBC.
           OPEN INPUT SBC-FILE.
           IF WS-SBC-STATUS = "00"

      * suma cada registro archivado del bimestre al renglon de su
      * DATO-ID; cada registro visto aporta los dias del periodo a
      * los dias cotizados; los asimilados a salarios no cotizan al
      * IMSS ni al INFONAVIT y se omiten del SUA
       ACUMULA-GENERACIONES.
           OPEN INPUT GENERACIONES-FILE.
           IF WS-GENERACIONES-STATUS = "00"
                 READ GENERACIONES-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF PC-REGIMEN-ASIMILADO
                          ADD 1 TO WS-NUM-ASIMILADOS
                       ELSE
                          PERFORM ACUMULA-REGISTRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GENERACIONES-FILE
           END-IF.
           IF WS-NUM-ASIMILADOS > ZERO
              DISPLAY "SUACALC: " WS-NUM-ASIMILADOS
                  " REGISTRO(S) DE ASIMILADOS OMITIDO(S) DEL SUA"
           END-IF.

       ACUMULA-REGISTRO.
           MOVE ZERO TO WS-ACUM-POS.
              MOVE PC-DATO-ID TO TAB-ACUM-ID(WS-ACUM-POS)
              MOVE PC-RFC TO TAB-ACUM-RFC(WS-ACUM-POS)
              MOVE PC-CURP TO TAB-ACUM-CURP(WS-ACUM-POS)
              MOVE PC-COMPANIA TO TAB-ACUM-CIA(WS-ACUM-POS)
              MOVE ZERO TO TAB-ACUM-SALARIO(WS-ACUM-POS)
              MOVE ZERO TO TAB-ACUM-DIAS(WS-ACUM-POS)
           END-IF.
       ESCRIBE-DETALLE-EMPLEADO.
           COMPUTE WS-CUOTA-OBRERA ROUNDED =
               TAB-ACUM-SALARIO(ACUM-IDX) * WS-IMSS-PCT / 100.
           MOVE WS-PRIMA-RT-GENERAL TO WS-PRIMA-RT.
           PERFORM VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > WS-NUM-PRIMAS
              IF TAB-PRI-CIA(PRI-IDX) = TAB-ACUM-CIA(ACUM-IDX)
                 MOVE TAB-PRI-PRIMA(PRI-IDX) TO WS-PRIMA-RT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           COMPUTE WS-CUOTA-PATRONAL ROUNDED =
               TAB-ACUM-SALARIO(ACUM-IDX)
                   * (WS-PCT-IMSS-PATRONAL + WS-PRIMA-RT) / 100.
           COMPUTE WS-APORTE-INFONAVIT ROUNDED =
               TAB-ACUM-SALARIO(ACUM-IDX) * WS-PCT-INFONAVIT / 100.

           ADD WS-CUOTA-OBRERA TO WS-TOT-OBRERA.
           ADD WS-CUOTA-PATRONAL TO WS-TOT-PATRONAL.
           ADD WS-APORTE-INFONAVIT TO WS-TOT-INFONAVIT.
           PERFORM ACUMULA-CIA-SUA.

           MOVE ZERO TO WS-YTD-DED-EMP.
           PERFORM VARYING YTD-IDX2 FROM 1 BY 1
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * suma las tres cuotas del empleado a su compania
       ACUMULA-CIA-SUA.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA(CIA-IDX) = TAB-ACUM-CIA(ACUM-IDX)
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
              MOVE TAB-ACUM-CIA(ACUM-IDX) TO TAB-CIA(CIA-IDX)
              MOVE ZERO TO TAB-CIA-MONTO(CIA-IDX)
           END-IF.
           ADD WS-CUOTA-OBRERA WS-CUOTA-PATRONAL WS-APORTE-INFONAVIT
               TO TAB-CIA-MONTO(CIA-IDX).

      * un cargo SUA por compania; el periodo es el segundo mes del
      * bimestre y el vencimiento el dia 17 del mes siguiente (regla
      * B de data/OBLIGA.DAT)
       ESCRIBE-CARGOS-SUA.
           COMPUTE WS-PERIODO-CARGO = WS-ANIO * 100 + WS-BIMESTRE * 2.
           OPEN EXTEND OBLCARGO-FILE.
           IF WS-OBLCARGO-STATUS = "00" OR WS-OBLCARGO-STATUS = "05"
              PERFORM VARYING CIA-IDX FROM 1 BY 1
                      UNTIL CIA-IDX > WS-NUM-CIAS
                 MOVE 'SUA ' TO OCG-TIPO
                 MOVE TAB-CIA(CIA-IDX) TO OCG-COMPANIA
                 MOVE SPACES TO OCG-CLAVE
                 MOVE WS-PERIODO-CARGO TO OCG-PERIODO
                 MOVE ZERO TO OCG-CORRIDA
                 MOVE TAB-CIA-MONTO(CIA-IDX) TO OCG-MONTO
                 MOVE 'SUA.RPT' TO OCG-REPORTE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO OCG-FECHA-GEN
                 WRITE OBLCARGO-RECORD
              END-PERFORM
              CLOSE OBLCARGO-FILE
           ELSE
              DISPLAY "SUACALC: ADVERTENCIA, NO SE PUDO ABRIR "
                  "data/OBLCARGO.DAT: " WS-OBLCARGO-STATUS
                  "; EL SUA DEL BIMESTRE NO ENTRA AL CALENDARIO"
           END-IF.

      * una tabla en memoria llena no se trunca en silencio: con el
      * volumen creciendo, truncar es pagarle mal al IMSS; el job
      * aborta y capacidad decide si aumentar el OCCURS
