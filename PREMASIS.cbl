      * PREMASIS: premios de asistencia y de puntualidad del periodo.
      * Los dos premios se capturaban a mano como renglones de
      * PERCEPCION.DAT con el reporte del reloj en la otra mano, y
      * cada supervisor perdonaba los retardos a su modo. Con la
      * politica de cada compania (data/PREMPOL.DAT, ver
      * PREMPOLRC.cpy: porcentaje de cada premio, minutos de
      * tolerancia y si la incapacidad, la licencia o no checar
      * quitan el premio) este programa corre antes de STEP01 CALC
      * (STEP00E de jobs/PAYROLL.job) y califica a cada empleado
      * activo sobre el periodo de SU compania (CIACAL.DAT):
      *   - una falta (renglon FAL de data/INCIDENT.DAT, las mismas
      *     que descuenta la corrida) quita los dos premios, salvo
      *     que el dia caiga en una incapacidad o licencia que la
      *     politica no castiga: esa falta esta justificada
      *   - un retardo o una salida temprana de mas minutos que la
      *     tolerancia quita el de puntualidad
      *   - con la bandera en 'S', una incapacidad (data/INCAP.DAT o
      *     licencia 'med' de data/LICENCIA.DAT) o cualquier otra
      *     licencia que toque el periodo quita los dos
      *   - con la bandera en 'S', sin una sola checada en
      *     data/PUNCHES.DAT en el periodo pierde los dos
      * Cada premio es el porcentaje de la politica sobre el salario
      * base del periodo (SCHEDULED-HORAS por la tarifa de su grado
      * en PAYRATE.DAT, o su PAGO si el grado no tiene tarifa). El
      * destajista (sin salario base) y el asimilado (no es
      * trabajador) quedan fuera con su motivo. Lo ganado se deja en
      * data/PERCEPCION.DAT como renglones PASI (asistencia) y PPUN
      * (puntualidad), que la corrida suma al SALARIO como percepcion
      * gravable para el ISR y CFDINOM timbra con sus claves SAT
      * (049 y 010). Cada corrida retira los PASI/PPUN que hubiera y
      * graba los del periodo, asi que se puede repetir sin pagar dos
      * veces. Ante el IMSS cada premio queda fuera del SBC hasta el
      * 10% del SBC del periodo (data/SBC.DAT); lo que se pase se
      * lista en el reporte como excedente integrable para el
      * bimestre. En data/PREMASIS.RPT, por departamento, quien
      * perdio cada premio y por que, y lo pagado.
      * uso: STEP00E de jobs/PAYROLL.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMASIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREMPOL-FILE ASSIGN TO "data/PREMPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREMPOL-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO "data/PAYRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRATE-STATUS.

           SELECT OPTIONAL SBC-FILE ASSIGN TO "data/SBC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBC-STATUS.

           SELECT OPTIONAL INCAP-FILE ASSIGN TO "data/INCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCAP-STATUS.

           SELECT OPTIONAL LICENCIA-FILE
               ASSIGN TO "data/LICENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LICENCIA-STATUS.

           SELECT OPTIONAL PUNCH-FILE ASSIGN TO "data/PUNCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.

           SELECT OPTIONAL INCIDENT-FILE
               ASSIGN TO "data/INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT OPTIONAL PERCEPCION-FILE
               ASSIGN TO "data/PERCEPCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCEPCION-STATUS.

           SELECT PERCEPCION-NEW ASSIGN TO "data/PERCEPCION.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCEPCION-NEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/PREMASIS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMPOL-FILE.
           COPY PREMPOLRC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  PAY-RATE-FILE.
           COPY PAYRATE.
       01  PAY-RATE-LINEA PIC X(40).

       FD  SBC-FILE.
           COPY SBCREC.

       FD  INCAP-FILE.
           COPY INCAPREC.

       FD  LICENCIA-FILE.
           COPY LICREC.

       FD  PUNCH-FILE.
           COPY PUNCHREC.

       FD  INCIDENT-FILE.
           COPY INCIDREC.

       FD  PERCEPCION-FILE.
           COPY PERCREC.

       FD  PERCEPCION-NEW.
           COPY PERCREC
               REPLACING PERCEPCION-RECORD BY PERCEPCION-NEW-RECORD
                         PCP-DATO-ID BY PCN-DATO-ID
                         PCP-CODIGO BY PCN-CODIGO
                         PCP-MONTO BY PCN-MONTO.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-PREMPOL-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-PAYRATE-STATUS PIC XX VALUE SPACES.
           77 WS-SBC-STATUS PIC XX VALUE SPACES.
           77 WS-INCAP-STATUS PIC XX VALUE SPACES.
           77 WS-LICENCIA-STATUS PIC XX VALUE SPACES.
           77 WS-PUNCH-STATUS PIC XX VALUE SPACES.
           77 WS-INCIDENT-STATUS PIC XX VALUE SPACES.
           77 WS-PERCEPCION-STATUS PIC XX VALUE SPACES.
           77 WS-PERCEPCION-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * politica por compania; sin renglon, la compania no paga
      * premios
           77 WS-NUM-POLITICAS PIC 99 VALUE ZERO.
       01  TABLA-POLITICAS.
           05  POL-ENTRY OCCURS 20 TIMES
                   INDEXED BY POL-IDX.
               10  TAB-POL-CIA      PIC XX.
               10  TAB-POL-PCT-ASI  PIC 9(2)V99.
               10  TAB-POL-PCT-PUN  PIC 9(2)V99.
               10  TAB-POL-TOLER    PIC 9(3).
               10  TAB-POL-INCAP    PIC X.
               10  TAB-POL-LICEN    PIC X.
               10  TAB-POL-CHECA    PIC X.
           77 WS-POL-POS PIC 99 VALUE ZERO.

      * tarifas por grado (PAYRATE.DAT)
           77 WS-NUM-TARIFAS PIC 99 VALUE ZERO.
       01  TABLA-TARIFAS.
           05  TARIFA-ENTRY OCCURS 50 TIMES
                   INDEXED BY TARIFA-IDX.
               10  TAB-GRADO        PIC X(2).
               10  TAB-TARIFA       PIC 9(5)V99.
               10  TAB-TARIFA-MAX   PIC 9(5)V99.
           77 WS-TARIFA PIC 9(5)V99 VALUE ZERO.

      * maestro en memoria con su calificacion. TAB-EMP-SITUACION:
      * 'E' evaluado, 'X' excluido con motivo (sale en el reporte),
      * 'N' no aplica (baja o compania sin politica)
           77 WS-NUM-EMPS PIC 9(4) VALUE ZERO.
           77 WS-EMP-POS PIC 9(4) VALUE ZERO.
           77 WS-BUSCA-ID PIC 9(5) VALUE ZERO.
       01  TABLA-EMPS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID       PIC 9(5).
               10  TAB-EMP-CIA      PIC XX.
               10  TAB-EMP-DEPTO    PIC X(4).
               10  TAB-EMP-NOMBRE   PIC X(30).
               10  TAB-EMP-SITUACION PIC X.
                   88  EMP-EVALUADO VALUE 'E'.
                   88  EMP-EXCLUIDO VALUE 'X'.
               10  TAB-EMP-POL      PIC 99.
               10  TAB-EMP-INICIO   PIC 9(8).
               10  TAB-EMP-FIN      PIC 9(8).
               10  TAB-EMP-DIAS     PIC 99.
               10  TAB-EMP-BASE     PIC 9(7)V99.
               10  TAB-EMP-SBC      PIC 9(7)V99.
               10  TAB-EMP-CHECADAS PIC 9(4).
               10  TAB-EMP-PIERDE-ASI PIC X.
                   88  EMP-SIN-ASISTENCIA VALUE 'S'.
               10  TAB-EMP-MOTIVO-ASI PIC X(40).
               10  TAB-EMP-PIERDE-PUN PIC X.
                   88  EMP-SIN-PUNTUALIDAD VALUE 'S'.
               10  TAB-EMP-MOTIVO-PUN PIC X(40).
               10  TAB-EMP-PREMIO-ASI PIC 9(5)V99.
               10  TAB-EMP-PREMIO-PUN PIC 9(5)V99.

      * incapacidades y licencias que tocan el periodo de cada
      * empleado evaluado: con ellas se justifica una falta
           77 WS-NUM-AUSENCIAS PIC 9(4) VALUE ZERO.
       01  TABLA-AUSENCIAS.
           05  AUS-ENTRY OCCURS 5000 TIMES
                   INDEXED BY AUS-IDX.
               10  TAB-AUS-POS      PIC 9(4).
               10  TAB-AUS-INICIO   PIC 9(8).
               10  TAB-AUS-FIN      PIC 9(8).
           77 WS-AUS-INICIO PIC 9(8) VALUE ZERO.
           77 WS-AUS-FIN PIC 9(8) VALUE ZERO.
           77 WS-AUS-ENT PIC S9(9) VALUE ZERO.
           77 WS-QUITA-AUSENCIA PIC X VALUE 'N'.
              88 AUSENCIA-QUITA-PREMIOS VALUE 'S'.
           77 WS-FALTA-JUSTIFICADA PIC X VALUE 'N'.
              88 FALTA-ESTA-JUSTIFICADA VALUE 'S'.

      * percepciones del periodo que no son premios, se regraban
      * tal cual
           77 WS-NUM-PERCS PIC 9(5) VALUE ZERO.
           77 WS-NUM-PREM-RETIRADOS PIC 9(5) VALUE ZERO.
       01  TABLA-PERCS.
           05  PERC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PRC-IDX.
               10  TAB-PRC-ID       PIC 9(5).
               10  TAB-PRC-CODIGO   PIC X(4).
               10  TAB-PRC-MONTO    PIC 9(5)V99.

      * periodo de pago de la compania del empleado en turno, misma
      * aritmetica que CALCULA-FECHAS-PERIODO-CIA en CFDINOM.cbl
           COPY PERIODOS.
           77 WS-PER-FIN-ENT PIC S9(9) VALUE ZERO.
           77 WS-PERIODO-INICIO PIC 9(8) VALUE ZERO.
           77 WS-DIAS-PERIODO PIC 9(2) VALUE 14.
           77 WS-FIN-CIA PIC 9(8) VALUE ZERO.
           77 WS-DIAS-CIA PIC 99 VALUE 14.

      * departamentos en el orden en que aparecen en el maestro
           77 WS-NUM-DEPTOS PIC 9(3) VALUE ZERO.
       01  TABLA-DEPTOS.
           05  DEPTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEP-IDX.
               10  TAB-DEP-CODIGO   PIC X(4).
           77 WS-DEPTO-EN-TURNO PIC X(4) VALUE SPACES.

           77 WS-NUM-EVALUADOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-EXCLUIDOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-PASI PIC 9(5) VALUE ZERO.
           77 WS-NUM-PPUN PIC 9(5) VALUE ZERO.
           77 WS-NUM-FALTAS-JUST PIC 9(5) VALUE ZERO.
           77 WS-NUM-EXCEDENTES PIC 9(5) VALUE ZERO.
           77 WS-TOTAL-PASI PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-PPUN PIC 9(9)V99 VALUE ZERO.
           77 WS-DEP-EVALUADOS PIC 9(5) VALUE ZERO.
           77 WS-DEP-EXCLUIDOS PIC 9(5) VALUE ZERO.
           77 WS-DEP-NUM-PASI PIC 9(5) VALUE ZERO.
           77 WS-DEP-NUM-PPUN PIC 9(5) VALUE ZERO.
           77 WS-DEP-PASI PIC 9(9)V99 VALUE ZERO.
           77 WS-DEP-PPUN PIC 9(9)V99 VALUE ZERO.
           77 WS-TOPE-SBC PIC 9(7)V99 VALUE ZERO.
           77 WS-EXCEDENTE PIC 9(7)V99 VALUE ZERO.
           77 WS-PREMIO-EN-TURNO PIC 9(5)V99 VALUE ZERO.
           77 WS-MOTIVO PIC X(40) VALUE SPACES.
           77 WS-MINUTOS-ED PIC ZZZ9.

           77 WS-RUTA-PRC-VIEJA PIC X(30)
               VALUE "data/PERCEPCION.DAT".
           77 WS-RUTA-PRC-NUEVA PIC X(30)
               VALUE "data/PERCEPCION.DAT.NEW".

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(40) VALUE
               'PREMIOS DE ASISTENCIA Y PUNTUALIDAD'.
           05  FILLER      PIC X(6) VALUE 'AL:   '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-DEPTO-LINE.
           05  FILLER      PIC X(14) VALUE 'DEPARTAMENTO: '.
           05  WS-DP-DEPTO PIC X(4).

       01  WS-ENC-DET-LINE.
           05  FILLER      PIC X(50) VALUE
               'DATO-ID NOMBRE                         PREMIO'.
           05  FILLER      PIC X(8) VALUE '  MOTIVO'.

       01  WS-DET-LINE.
           05  WS-D-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-D-NOMBRE PIC X(30).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-PREMIO PIC X(12).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-MOTIVO PIC X(40).

       01  WS-TOTDEP-LINE.
           05  WS-TD-TITULO PIC X(6).
           05  FILLER      PIC X(10) VALUE ' EVALUADOS'.
           05  WS-TD-EVAL  PIC ZZ,ZZ9.
           05  FILLER      PIC X(10) VALUE ' EXCLUIDOS'.
           05  WS-TD-EXCL  PIC ZZ,ZZ9.
           05  FILLER      PIC X(11) VALUE ' ASISTENCIA'.
           05  WS-TD-NASI  PIC ZZ,ZZ9.
           05  WS-TD-MASI  PIC Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(12) VALUE ' PUNTUALIDAD'.
           05  WS-TD-NPUN  PIC ZZ,ZZ9.
           05  WS-TD-MPUN  PIC Z,ZZZ,ZZ9.99.

       01  WS-ENC-EXC-LINE.
           05  FILLER      PIC X(50) VALUE
               'DATO-ID NOMBRE                         PREMIO'.
           05  FILLER      PIC X(33) VALUE
               '      MONTO   TOPE SBC  EXCEDENTE'.

       01  WS-EXC-LINE.
           05  WS-X-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-X-NOMBRE PIC X(30).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-X-PREMIO PIC X(12).
           05  WS-X-MONTO  PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-X-TOPE   PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-X-EXCEDENTE PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
      * el periodo que se califica es el de la compania del
      * empleado (CIACAL.DAT), ver PERIODOS.cpy
           CALL "CALENDARIO".

           PERFORM CARGA-POLITICAS.
           PERFORM CARGA-TARIFAS.
           PERFORM CARGA-MAESTRO.
           PERFORM CARGA-SBC.
           PERFORM CARGA-INCAPACIDADES.
           PERFORM CARGA-LICENCIAS.
           PERFORM CUENTA-CHECADAS.
           PERFORM CALIFICA-INCIDENTES.
           PERFORM CARGA-PERCEPCIONES.

           PERFORM CALCULA-PREMIOS
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-NUM-EMPS.

           PERFORM REGRABA-PERCEPCIONES.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "PREMASIS: NO SE PUDO ABRIR data/PREMASIS.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NUM-POLITICAS = ZERO
              MOVE 'SIN POLITICA EN data/PREMPOL.DAT: NINGUNA '
                  TO REPORT-LINE
              MOVE 'COMPANIA PAGA PREMIOS' TO REPORT-LINE(43:)
              WRITE REPORT-LINE
           END-IF.
           PERFORM IMPRIME-DEPARTAMENTO
               VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > WS-NUM-DEPTOS.
           PERFORM IMPRIME-TOTALES.
           PERFORM IMPRIME-EXCEDENTES.
           CLOSE REPORT-FILE.

           DISPLAY "PREMASIS: " WS-NUM-EVALUADOS " EVALUADO(S), "
               WS-NUM-PASI " PREMIO(S) DE ASISTENCIA POR "
               WS-TOTAL-PASI ", " WS-NUM-PPUN
               " DE PUNTUALIDAD POR " WS-TOTAL-PPUN
               "; VER data/PREMASIS.RPT".
           PERFORM AVISA-BITACORA.
           STOP RUN.

       CARGA-POLITICAS.
           OPEN INPUT PREMPOL-FILE.
           IF WS-PREMPOL-STATUS = "00"
              PERFORM UNTIL WS-PREMPOL-STATUS NOT = "00"
                 READ PREMPOL-FILE
                    AT END MOVE "10" TO WS-PREMPOL-STATUS
                    NOT AT END
                       IF PRP-PCT-ASISTENCIA IS NUMERIC
                          AND PRP-PCT-PUNTUALIDAD IS NUMERIC
                          AND PRP-TOLERANCIA IS NUMERIC
                          IF WS-NUM-POLITICAS = 20
                             DISPLAY "TABLA LLENA: WS-NUM-POLITICAS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-POLITICAS
                          MOVE PRP-COMPANIA TO
                              TAB-POL-CIA(WS-NUM-POLITICAS)
                          MOVE PRP-PCT-ASISTENCIA TO
                              TAB-POL-PCT-ASI(WS-NUM-POLITICAS)
                          MOVE PRP-PCT-PUNTUALIDAD TO
                              TAB-POL-PCT-PUN(WS-NUM-POLITICAS)
                          MOVE PRP-TOLERANCIA TO
                              TAB-POL-TOLER(WS-NUM-POLITICAS)
                          MOVE PRP-INCAP-DESCALIFICA TO
                              TAB-POL-INCAP(WS-NUM-POLITICAS)
                          MOVE PRP-LICENCIA-DESCALIFICA TO
                              TAB-POL-LICEN(WS-NUM-POLITICAS)
                          MOVE PRP-REQUIERE-CHECADAS TO
                              TAB-POL-CHECA(WS-NUM-POLITICAS)
                       ELSE
                          DISPLAY "PREMASIS: RENGLON INVALIDO EN "
                              "data/PREMPOL.DAT, SE IGNORA: "
                              PREMPOL-RECORD
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PREMPOL-FILE.

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
                    IF PAY-RATE-LINEA(1:3) NOT = 'HDR'
                       AND PAY-RATE-LINEA(1:3) NOT = 'TRL'
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

      * cada empleado que no es baja y cuya compania tiene politica
      * queda evaluado o excluido con su motivo, con las fechas del
      * periodo de su compania y el salario base de los premios
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
                       SET EMP-IDX TO WS-NUM-EMPS
                       PERFORM REGISTRA-EMPLEADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       REGISTRA-EMPLEADO.
           MOVE DATO-ID TO TAB-EMP-ID(EMP-IDX).
           MOVE COMPANIA TO TAB-EMP-CIA(EMP-IDX).
           MOVE DEPARTAMENTO TO TAB-EMP-DEPTO(EMP-IDX).
           MOVE NOMBRE TO TAB-EMP-NOMBRE(EMP-IDX).
           MOVE 'N' TO TAB-EMP-SITUACION(EMP-IDX).
           MOVE ZERO TO TAB-EMP-POL(EMP-IDX) TAB-EMP-BASE(EMP-IDX)
               TAB-EMP-SBC(EMP-IDX) TAB-EMP-CHECADAS(EMP-IDX)
               TAB-EMP-PREMIO-ASI(EMP-IDX)
               TAB-EMP-PREMIO-PUN(EMP-IDX).
           MOVE 'N' TO TAB-EMP-PIERDE-ASI(EMP-IDX)
               TAB-EMP-PIERDE-PUN(EMP-IDX).
           MOVE SPACES TO TAB-EMP-MOTIVO-ASI(EMP-IDX)
               TAB-EMP-MOTIVO-PUN(EMP-IDX).
           MOVE ZERO TO WS-POL-POS.
           PERFORM VARYING POL-IDX FROM 1 BY 1
                   UNTIL POL-IDX > WS-NUM-POLITICAS
              IF TAB-POL-CIA(POL-IDX) = COMPANIA
                 SET WS-POL-POS TO POL-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF BAJA OR WS-POL-POS = ZERO
              CONTINUE
           ELSE
              MOVE WS-POL-POS TO TAB-EMP-POL(EMP-IDX)
              PERFORM CALCULA-FECHAS-PERIODO-CIA
              MOVE WS-PERIODO-INICIO TO TAB-EMP-INICIO(EMP-IDX)
              MOVE WS-FIN-CIA TO TAB-EMP-FIN(EMP-IDX)
              MOVE WS-DIAS-CIA TO TAB-EMP-DIAS(EMP-IDX)
              MOVE PAGO TO WS-TARIFA
              PERFORM VARYING TARIFA-IDX FROM 1 BY 1
                      UNTIL TARIFA-IDX > WS-NUM-TARIFAS
                 IF TAB-GRADO(TARIFA-IDX) = JOB-GRADE
                    IF TAB-TARIFA-MAX(TARIFA-IDX) = ZERO
                       OR WS-TARIFA < TAB-TARIFA(TARIFA-IDX)
                       MOVE TAB-TARIFA(TARIFA-IDX) TO WS-TARIFA
                    ELSE
                       IF WS-TARIFA > TAB-TARIFA-MAX(TARIFA-IDX)
                          MOVE TAB-TARIFA-MAX(TARIFA-IDX) TO WS-TARIFA
                       END-IF
                    END-IF
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              COMPUTE TAB-EMP-BASE(EMP-IDX) ROUNDED =
                  SCHEDULED-HORAS * WS-TARIFA
              EVALUATE TRUE
                 WHEN REGIMEN-ASIMILADO
                    MOVE 'ASIMILADO A SALARIOS, NO ES TRABAJADOR'
                        TO WS-MOTIVO
                    PERFORM EXCLUYE-EMPLEADO
                 WHEN BASE-DESTAJO
                    MOVE 'DESTAJO: SIN SALARIO BASE DEL PERIODO'
                        TO WS-MOTIVO
                    PERFORM EXCLUYE-EMPLEADO
                 WHEN TAB-EMP-BASE(EMP-IDX) = ZERO
                    MOVE 'SIN HORAS PROGRAMADAS EN EL PERIODO'
                        TO WS-MOTIVO
                    PERFORM EXCLUYE-EMPLEADO
                 WHEN OTHER
                    MOVE 'E' TO TAB-EMP-SITUACION(EMP-IDX)
                    ADD 1 TO WS-NUM-EVALUADOS
              END-EVALUATE
              PERFORM REGISTRA-DEPARTAMENTO
           END-IF.

       EXCLUYE-EMPLEADO.
           MOVE 'X' TO TAB-EMP-SITUACION(EMP-IDX).
           MOVE 'S' TO TAB-EMP-PIERDE-ASI(EMP-IDX)
               TAB-EMP-PIERDE-PUN(EMP-IDX).
           MOVE WS-MOTIVO TO TAB-EMP-MOTIVO-ASI(EMP-IDX)
               TAB-EMP-MOTIVO-PUN(EMP-IDX).
           ADD 1 TO WS-NUM-EXCLUIDOS.

       REGISTRA-DEPARTAMENTO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-NUM-DEPTOS
              IF TAB-DEP-CODIGO(DEP-IDX) = DEPARTAMENTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF DEP-IDX > WS-NUM-DEPTOS
              IF WS-NUM-DEPTOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-DEPTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-DEPTOS
              MOVE DEPARTAMENTO TO TAB-DEP-CODIGO(WS-NUM-DEPTOS)
           END-IF.

      * fechas del periodo de la COMPANIA del empleado en turno: con
      * calendario propio, el fin de SU periodo actual y su largo (7
      * o 14 dias); sin renglon en el catalogo, la quincena global
       CALCULA-FECHAS-PERIODO-CIA.
           MOVE PERIODO-FIN(PERIODO-ACTUAL) TO WS-FIN-CIA.
           MOVE WS-DIAS-PERIODO TO WS-DIAS-CIA.
           PERFORM VARYING CAL-CIA-IDX FROM 1 BY 1
                   UNTIL CAL-CIA-IDX > NUM-CIAS-CAL
              IF CAL-CIA-CODIGO(CAL-CIA-IDX) = COMPANIA
                 MOVE CAL-CIA-FIN(CAL-CIA-IDX,
                     CAL-CIA-ACTUAL(CAL-CIA-IDX)) TO WS-FIN-CIA
                 IF CAL-CIA-NUMPER(CAL-CIA-IDX) = 52
                    MOVE 7 TO WS-DIAS-CIA
                 ELSE
                    MOVE 14 TO WS-DIAS-CIA
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           COMPUTE WS-PER-FIN-ENT = FUNCTION
               INTEGER-OF-DATE(WS-FIN-CIA).
           COMPUTE WS-PERIODO-INICIO = FUNCTION
               DATE-OF-INTEGER(WS-PER-FIN-ENT - WS-DIAS-CIA + 1).

      * deja en WS-EMP-POS el renglon de WS-BUSCA-ID (cero si no
      * esta) y en WS-POL-POS su politica; las checadas y las
      * incidencias vienen agrupadas por empleado, asi que casi
      * siempre es el mismo de la busqueda anterior
       BUSCA-EMPLEADO.
           IF WS-EMP-POS > ZERO
              IF TAB-EMP-ID(WS-EMP-POS) NOT = WS-BUSCA-ID
                 MOVE ZERO TO WS-EMP-POS
              END-IF
           END-IF.
           IF WS-EMP-POS = ZERO
              PERFORM VARYING EMP-IDX FROM 1 BY 1
                      UNTIL EMP-IDX > WS-NUM-EMPS
                 IF TAB-EMP-ID(EMP-IDX) = WS-BUSCA-ID
                    SET WS-EMP-POS TO EMP-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-EMP-POS > ZERO
              MOVE TAB-EMP-POL(WS-EMP-POS) TO WS-POL-POS
           END-IF.

       CARGA-SBC.
           OPEN INPUT SBC-FILE.
           IF WS-SBC-STATUS = "00"
              PERFORM UNTIL WS-SBC-STATUS NOT = "00"
                 READ SBC-FILE
                    AT END MOVE "10" TO WS-SBC-STATUS
                    NOT AT END
                       MOVE SBC-DATO-ID TO WS-BUSCA-ID
                       PERFORM BUSCA-EMPLEADO
                       IF WS-EMP-POS > ZERO
                          MOVE SBC-DIARIO TO TAB-EMP-SBC(WS-EMP-POS)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SBC-FILE.

      * un certificado toca el periodo si su primer dia es a lo mas
      * el fin del periodo y su ultimo dia (inicio mas dias amparados
      * menos uno) es por lo menos el inicio
       CARGA-INCAPACIDADES.
           OPEN INPUT INCAP-FILE.
           IF WS-INCAP-STATUS = "00"
              PERFORM UNTIL WS-INCAP-STATUS NOT = "00"
                 READ INCAP-FILE
                    AT END MOVE "10" TO WS-INCAP-STATUS
                    NOT AT END
                       IF ICP-FECHA-INICIO IS NUMERIC
                          AND ICP-DIAS IS NUMERIC
                          AND ICP-DIAS > ZERO
                          MOVE ICP-DATO-ID TO WS-BUSCA-ID
                          PERFORM BUSCA-EMPLEADO
                             
                          IF WS-EMP-POS > ZERO
                             IF EMP-EVALUADO(WS-EMP-POS)
                                MOVE ICP-FECHA-INICIO TO WS-AUS-INICIO
                                COMPUTE WS-AUS-ENT = FUNCTION
                                    INTEGER-OF-DATE(ICP-FECHA-INICIO)
                                    + ICP-DIAS - 1
                                COMPUTE WS-AUS-FIN = FUNCTION
                                    DATE-OF-INTEGER(WS-AUS-ENT)
                                MOVE TAB-POL-INCAP(WS-POL-POS)
                                    TO WS-QUITA-AUSENCIA
                                MOVE SPACES TO WS-MOTIVO
                                STRING 'INCAPACIDAD FOLIO ' ICP-FOLIO
                                    ' DEL ' ICP-FECHA-INICIO
                                    DELIMITED BY SIZE INTO WS-MOTIVO
                                PERFORM REGISTRA-AUSENCIA
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE INCAP-FILE.

      * la licencia corre de su inicio al dia anterior al retorno
      * esperado (sin retorno capturado sigue abierta); la 'med' es
      * la misma incapacidad vista desde la licencia y sigue la
      * bandera de incapacidad
       CARGA-LICENCIAS.
           OPEN INPUT LICENCIA-FILE.
           IF WS-LICENCIA-STATUS = "00"
              PERFORM UNTIL WS-LICENCIA-STATUS NOT = "00"
                 READ LICENCIA-FILE
                    AT END MOVE "10" TO WS-LICENCIA-STATUS
                    NOT AT END
                       IF LIC-FECHA-INICIO IS NUMERIC
                          AND LIC-FECHA-RETORNO IS NUMERIC
                          MOVE LIC-DATO-ID TO WS-BUSCA-ID
                          PERFORM BUSCA-EMPLEADO
                             
                          IF WS-EMP-POS > ZERO
                             IF EMP-EVALUADO(WS-EMP-POS)
                                PERFORM EVALUA-LICENCIA
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE LICENCIA-FILE.

       EVALUA-LICENCIA.
           MOVE LIC-FECHA-INICIO TO WS-AUS-INICIO.
           IF LIC-FECHA-RETORNO = ZERO
              MOVE 99991231 TO WS-AUS-FIN
           ELSE
              COMPUTE WS-AUS-ENT = FUNCTION
                  INTEGER-OF-DATE(LIC-FECHA-RETORNO) - 1
              COMPUTE WS-AUS-FIN = FUNCTION
                  DATE-OF-INTEGER(WS-AUS-ENT)
           END-IF.
           IF LIC-TIPO = 'med'
              MOVE TAB-POL-INCAP(WS-POL-POS)
                  TO WS-QUITA-AUSENCIA
           ELSE
              MOVE TAB-POL-LICEN(WS-POL-POS)
                  TO WS-QUITA-AUSENCIA
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           STRING 'LICENCIA ' LIC-TIPO ' DEL ' LIC-FECHA-INICIO
               DELIMITED BY SIZE INTO WS-MOTIVO.
           PERFORM REGISTRA-AUSENCIA.

      * ausencia de WS-AUS-INICIO a WS-AUS-FIN del empleado en
      * WS-EMP-POS: si no toca su periodo no cuenta; si la politica
      * la castiga quita los dos premios, y si no, queda en la tabla
      * para justificar las faltas de esos dias
       REGISTRA-AUSENCIA.
           IF WS-AUS-INICIO > TAB-EMP-FIN(WS-EMP-POS)
              OR WS-AUS-FIN < TAB-EMP-INICIO(WS-EMP-POS)
              CONTINUE
           ELSE
              IF AUSENCIA-QUITA-PREMIOS
                 PERFORM QUITA-ASISTENCIA
                 PERFORM QUITA-PUNTUALIDAD
              ELSE
                 IF WS-NUM-AUSENCIAS = 5000
                    DISPLAY "TABLA LLENA: WS-NUM-AUSENCIAS"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-AUSENCIAS
                 MOVE WS-EMP-POS TO TAB-AUS-POS(WS-NUM-AUSENCIAS)
                 MOVE WS-AUS-INICIO TO
                     TAB-AUS-INICIO(WS-NUM-AUSENCIAS)
                 MOVE WS-AUS-FIN TO TAB-AUS-FIN(WS-NUM-AUSENCIAS)
              END-IF
           END-IF.

      * el primer motivo es el que se reporta: los siguientes no
      * cambian que el premio ya se perdio
       QUITA-ASISTENCIA.
           IF NOT EMP-SIN-ASISTENCIA(WS-EMP-POS)
              MOVE 'S' TO TAB-EMP-PIERDE-ASI(WS-EMP-POS)
              MOVE WS-MOTIVO TO TAB-EMP-MOTIVO-ASI(WS-EMP-POS)
           END-IF.

       QUITA-PUNTUALIDAD.
           IF NOT EMP-SIN-PUNTUALIDAD(WS-EMP-POS)
              MOVE 'S' TO TAB-EMP-PIERDE-PUN(WS-EMP-POS)
              MOVE WS-MOTIVO TO TAB-EMP-MOTIVO-PUN(WS-EMP-POS)
           END-IF.

      * checadas de cada empleado evaluado dentro de su periodo; la
      * compania que exige checar quita los premios al que no tiene
      * ninguna
       CUENTA-CHECADAS.
           OPEN INPUT PUNCH-FILE.
           IF WS-PUNCH-STATUS = "00"
              PERFORM UNTIL WS-PUNCH-STATUS NOT = "00"
                 READ PUNCH-FILE
                    AT END MOVE "10" TO WS-PUNCH-STATUS
                    NOT AT END
                       IF PUN-DATO-ID IS NUMERIC
                          MOVE PUN-DATO-ID TO WS-BUSCA-ID
                          PERFORM BUSCA-EMPLEADO
                             
                          IF WS-EMP-POS > ZERO
                             IF PUN-FECHA NOT <
                                    TAB-EMP-INICIO(WS-EMP-POS)
                                AND PUN-FECHA NOT >
                                    TAB-EMP-FIN(WS-EMP-POS)
                                ADD 1 TO TAB-EMP-CHECADAS(WS-EMP-POS)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PUNCH-FILE.
           MOVE 'SIN CHECADAS EN EL PERIODO' TO WS-MOTIVO.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF EMP-EVALUADO(EMP-IDX)
                 AND TAB-EMP-CHECADAS(EMP-IDX) = ZERO
                 SET WS-EMP-POS TO EMP-IDX
                 MOVE TAB-EMP-POL(EMP-IDX) TO WS-POL-POS
                 IF TAB-POL-CHECA(WS-POL-POS) = 'S'
                    PERFORM QUITA-ASISTENCIA
                    PERFORM QUITA-PUNTUALIDAD
                 END-IF
              END-IF
           END-PERFORM.

      * incidencias del periodo (RELOJIMP las deja en
      * data/INCIDENT.DAT en cada importacion); solo cuentan las que
      * caen en el periodo de la compania del empleado
       CALIFICA-INCIDENTES.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
              PERFORM UNTIL WS-INCIDENT-STATUS NOT = "00"
                 READ INCIDENT-FILE
                    AT END MOVE "10" TO WS-INCIDENT-STATUS
                    NOT AT END
                       MOVE INC-DATO-ID TO WS-BUSCA-ID
                       PERFORM BUSCA-EMPLEADO
                       IF WS-EMP-POS > ZERO
                          IF EMP-EVALUADO(WS-EMP-POS)
                             AND INC-FECHA NOT <
                                 TAB-EMP-INICIO(WS-EMP-POS)
                             AND INC-FECHA NOT >
                                 TAB-EMP-FIN(WS-EMP-POS)
                             PERFORM CALIFICA-INCIDENTE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE INCIDENT-FILE.

       CALIFICA-INCIDENTE.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
              WHEN INC-FALTA
                 MOVE 'N' TO WS-FALTA-JUSTIFICADA
                 PERFORM VARYING AUS-IDX FROM 1 BY 1
                         UNTIL AUS-IDX > WS-NUM-AUSENCIAS
                    IF TAB-AUS-POS(AUS-IDX) = WS-EMP-POS
                       AND INC-FECHA NOT < TAB-AUS-INICIO(AUS-IDX)
                       AND INC-FECHA NOT > TAB-AUS-FIN(AUS-IDX)
                       MOVE 'S' TO WS-FALTA-JUSTIFICADA
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF FALTA-ESTA-JUSTIFICADA
                    ADD 1 TO WS-NUM-FALTAS-JUST
                 ELSE
                    STRING 'FALTA EL ' INC-FECHA
                        DELIMITED BY SIZE INTO WS-MOTIVO
                    PERFORM QUITA-ASISTENCIA
                    PERFORM QUITA-PUNTUALIDAD
                 END-IF
              WHEN INC-RETARDO
                 IF INC-MINUTOS > TAB-POL-TOLER(WS-POL-POS)
                    MOVE INC-MINUTOS TO WS-MINUTOS-ED
                    STRING 'RETARDO DE' WS-MINUTOS-ED ' MIN EL '
                        INC-FECHA DELIMITED BY SIZE INTO WS-MOTIVO
                    PERFORM QUITA-PUNTUALIDAD
                 END-IF
              WHEN INC-SALIDA-TEMPRANA
                 IF INC-MINUTOS > TAB-POL-TOLER(WS-POL-POS)
                    MOVE INC-MINUTOS TO WS-MINUTOS-ED
                    STRING 'SALIDA TEMPRANA' WS-MINUTOS-ED ' MIN EL '
                        INC-FECHA DELIMITED BY SIZE INTO WS-MOTIVO
                    PERFORM QUITA-PUNTUALIDAD
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * los renglones PASI/PPUN no se cargan: PERCEPCION.DAT se
      * regraba con los premios de esta corrida
       CARGA-PERCEPCIONES.
           OPEN INPUT PERCEPCION-FILE.
           IF WS-PERCEPCION-STATUS = "00"
              PERFORM UNTIL WS-PERCEPCION-STATUS NOT = "00"
                 READ PERCEPCION-FILE
                    AT END MOVE "10" TO WS-PERCEPCION-STATUS
                    NOT AT END
                       IF PCP-CODIGO = 'PASI' OR PCP-CODIGO = 'PPUN'
                          ADD 1 TO WS-NUM-PREM-RETIRADOS
                       ELSE
                          IF WS-NUM-PERCS = 5000
                             DISPLAY "TABLA LLENA: WS-NUM-PERCS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-PERCS
                          MOVE PCP-DATO-ID TO TAB-PRC-ID(WS-NUM-PERCS)
                          MOVE PCP-CODIGO TO
                              TAB-PRC-CODIGO(WS-NUM-PERCS)
                          MOVE PCP-MONTO TO
                              TAB-PRC-MONTO(WS-NUM-PERCS)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PERCEPCION-FILE.

       CALCULA-PREMIOS.
           IF EMP-EVALUADO(EMP-IDX)
              MOVE TAB-EMP-POL(EMP-IDX) TO WS-POL-POS
              IF NOT EMP-SIN-ASISTENCIA(EMP-IDX)
                 COMPUTE TAB-EMP-PREMIO-ASI(EMP-IDX) ROUNDED =
                     TAB-EMP-BASE(EMP-IDX)
                     * TAB-POL-PCT-ASI(WS-POL-POS) / 100
                 IF TAB-EMP-PREMIO-ASI(EMP-IDX) > ZERO
                    ADD 1 TO WS-NUM-PASI
                    ADD TAB-EMP-PREMIO-ASI(EMP-IDX) TO WS-TOTAL-PASI
                 END-IF
              END-IF
              IF NOT EMP-SIN-PUNTUALIDAD(EMP-IDX)
                 COMPUTE TAB-EMP-PREMIO-PUN(EMP-IDX) ROUNDED =
                     TAB-EMP-BASE(EMP-IDX)
                     * TAB-POL-PCT-PUN(WS-POL-POS) / 100
                 IF TAB-EMP-PREMIO-PUN(EMP-IDX) > ZERO
                    ADD 1 TO WS-NUM-PPUN
                    ADD TAB-EMP-PREMIO-PUN(EMP-IDX) TO WS-TOTAL-PPUN
                 END-IF
              END-IF
           END-IF.

       REGRABA-PERCEPCIONES.
           IF WS-NUM-PASI > ZERO OR WS-NUM-PPUN > ZERO
              OR WS-NUM-PREM-RETIRADOS > ZERO
              OPEN OUTPUT PERCEPCION-NEW
              IF WS-PERCEPCION-NEW-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR data/PERCEPCION.DAT.NEW: "
                     WS-PERCEPCION-NEW-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM VARYING PRC-IDX FROM 1 BY 1
                      UNTIL PRC-IDX > WS-NUM-PERCS
                 MOVE TAB-PRC-ID(PRC-IDX) TO PCN-DATO-ID
                 MOVE TAB-PRC-CODIGO(PRC-IDX) TO PCN-CODIGO
                 MOVE TAB-PRC-MONTO(PRC-IDX) TO PCN-MONTO
                 WRITE PERCEPCION-NEW-RECORD
              END-PERFORM
              PERFORM VARYING EMP-IDX FROM 1 BY 1
                      UNTIL EMP-IDX > WS-NUM-EMPS
                 IF TAB-EMP-PREMIO-ASI(EMP-IDX) > ZERO
                    MOVE TAB-EMP-ID(EMP-IDX) TO PCN-DATO-ID
                    MOVE 'PASI' TO PCN-CODIGO
                    MOVE TAB-EMP-PREMIO-ASI(EMP-IDX) TO PCN-MONTO
                    WRITE PERCEPCION-NEW-RECORD
                 END-IF
                 IF TAB-EMP-PREMIO-PUN(EMP-IDX) > ZERO
                    MOVE TAB-EMP-ID(EMP-IDX) TO PCN-DATO-ID
                    MOVE 'PPUN' TO PCN-CODIGO
                    MOVE TAB-EMP-PREMIO-PUN(EMP-IDX) TO PCN-MONTO
                    WRITE PERCEPCION-NEW-RECORD
                 END-IF
              END-PERFORM
              CLOSE PERCEPCION-NEW
              CALL "CBL_RENAME_FILE" USING WS-RUTA-PRC-NUEVA
                  WS-RUTA-PRC-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/PERCEPCION.DAT, "
                     "RC=" RETURN-CODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      * por departamento: quien perdio cada premio y por que (el
      * excluido sale una vez, con los dos), y el total del
      * departamento
       IMPRIME-DEPARTAMENTO.
           MOVE TAB-DEP-CODIGO(DEP-IDX) TO WS-DEPTO-EN-TURNO.
           MOVE ZERO TO WS-DEP-EVALUADOS WS-DEP-EXCLUIDOS
               WS-DEP-NUM-PASI WS-DEP-NUM-PPUN WS-DEP-PASI
               WS-DEP-PPUN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DEPTO-EN-TURNO TO WS-DP-DEPTO.
           MOVE WS-DEPTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENC-DET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM IMPRIME-EMPLEADO
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-NUM-EMPS.
           MOVE 'DEPTO' TO WS-TD-TITULO.
           MOVE WS-DEP-EVALUADOS TO WS-TD-EVAL.
           MOVE WS-DEP-EXCLUIDOS TO WS-TD-EXCL.
           MOVE WS-DEP-NUM-PASI TO WS-TD-NASI.
           MOVE WS-DEP-PASI TO WS-TD-MASI.
           MOVE WS-DEP-NUM-PPUN TO WS-TD-NPUN.
           MOVE WS-DEP-PPUN TO WS-TD-MPUN.
           MOVE WS-TOTDEP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-EMPLEADO.
           IF TAB-EMP-DEPTO(EMP-IDX) = WS-DEPTO-EN-TURNO
              AND TAB-EMP-SITUACION(EMP-IDX) NOT = 'N'
              MOVE TAB-EMP-ID(EMP-IDX) TO WS-D-ID
              MOVE TAB-EMP-NOMBRE(EMP-IDX) TO WS-D-NOMBRE
              IF EMP-EXCLUIDO(EMP-IDX)
                 ADD 1 TO WS-DEP-EXCLUIDOS
                 MOVE 'EXCLUIDO' TO WS-D-PREMIO
                 MOVE TAB-EMP-MOTIVO-ASI(EMP-IDX) TO WS-D-MOTIVO
                 MOVE WS-DET-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              ELSE
                 ADD 1 TO WS-DEP-EVALUADOS
                 IF EMP-SIN-ASISTENCIA(EMP-IDX)
                    MOVE 'ASISTENCIA' TO WS-D-PREMIO
                    MOVE TAB-EMP-MOTIVO-ASI(EMP-IDX) TO WS-D-MOTIVO
                    MOVE WS-DET-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                 ELSE
                    ADD 1 TO WS-DEP-NUM-PASI
                    ADD TAB-EMP-PREMIO-ASI(EMP-IDX) TO WS-DEP-PASI
                 END-IF
                 IF EMP-SIN-PUNTUALIDAD(EMP-IDX)
                    MOVE 'PUNTUALIDAD' TO WS-D-PREMIO
                    MOVE TAB-EMP-MOTIVO-PUN(EMP-IDX) TO WS-D-MOTIVO
                    MOVE WS-DET-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                 ELSE
                    ADD 1 TO WS-DEP-NUM-PPUN
                    ADD TAB-EMP-PREMIO-PUN(EMP-IDX) TO WS-DEP-PPUN
                 END-IF
              END-IF
           END-IF.

       IMPRIME-TOTALES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL' TO WS-TD-TITULO.
           MOVE WS-NUM-EVALUADOS TO WS-TD-EVAL.
           MOVE WS-NUM-EXCLUIDOS TO WS-TD-EXCL.
           MOVE WS-NUM-PASI TO WS-TD-NASI.
           MOVE WS-TOTAL-PASI TO WS-TD-MASI.
           MOVE WS-NUM-PPUN TO WS-TD-NPUN.
           MOVE WS-TOTAL-PPUN TO WS-TD-MPUN.
           MOVE WS-TOTDEP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NUM-FALTAS-JUST > ZERO
              MOVE SPACES TO REPORT-LINE
              STRING 'FALTAS JUSTIFICADAS POR INCAPACIDAD O LICENCIA: '
                  WS-NUM-FALTAS-JUST DELIMITED BY SIZE
                  INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * cada premio queda fuera del SBC hasta el 10% del SBC del
      * periodo; el excedente integra y se declara en el bimestre
       IMPRIME-EXCEDENTES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EXCEDENTE SOBRE EL 10% DEL SBC (INTEGRA AL SBC DEL '
               TO REPORT-LINE.
           MOVE 'BIMESTRE)' TO REPORT-LINE(52:).
           WRITE REPORT-LINE.
           MOVE WS-ENC-EXC-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF EMP-EVALUADO(EMP-IDX)
                 AND TAB-EMP-SBC(EMP-IDX) > ZERO
                 COMPUTE WS-TOPE-SBC ROUNDED = TAB-EMP-SBC(EMP-IDX)
                     * TAB-EMP-DIAS(EMP-IDX) * 10 / 100
                 MOVE 'ASISTENCIA' TO WS-X-PREMIO
                 MOVE TAB-EMP-PREMIO-ASI(EMP-IDX)
                     TO WS-PREMIO-EN-TURNO
                 PERFORM IMPRIME-EXCEDENTE
                 MOVE 'PUNTUALIDAD' TO WS-X-PREMIO
                 MOVE TAB-EMP-PREMIO-PUN(EMP-IDX)
                     TO WS-PREMIO-EN-TURNO
                 PERFORM IMPRIME-EXCEDENTE
              END-IF
           END-PERFORM.
           IF WS-NUM-EXCEDENTES = ZERO
              MOVE 'NINGUN PREMIO EXCEDE EL TOPE' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       IMPRIME-EXCEDENTE.
           IF WS-PREMIO-EN-TURNO > WS-TOPE-SBC
              COMPUTE WS-EXCEDENTE = WS-PREMIO-EN-TURNO - WS-TOPE-SBC
              ADD 1 TO WS-NUM-EXCEDENTES
              MOVE TAB-EMP-ID(EMP-IDX) TO WS-X-ID
              MOVE TAB-EMP-NOMBRE(EMP-IDX) TO WS-X-NOMBRE
              MOVE WS-PREMIO-EN-TURNO TO WS-X-MONTO
              MOVE WS-TOPE-SBC TO WS-X-TOPE
              MOVE WS-EXCEDENTE TO WS-X-EXCEDENTE
              MOVE WS-EXC-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       AVISA-BITACORA.
           MOVE 'PREMASIS' TO LOG-PROGRAMA.
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'PREMIOS: ' WS-NUM-EVALUADOS ' EVALUADOS, '
               WS-NUM-PASI ' ASISTENCIA, ' WS-NUM-PPUN
               ' PUNTUALIDAD' DELIMITED BY SIZE INTO LOG-MENSAJE.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.

      * una tabla en memoria llena no se trunca en silencio: un
      * empleado de menos es un premio que nunca llega a la nomina
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
