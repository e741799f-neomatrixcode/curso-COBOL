      * FRAUDCHK: revision de fraude de nomina (empleados fantasma)
      * que auditoria interna hacia a mano una vez al ano. Corre cada
      * periodo, con la nomina ya ordenada, y cruza EMPLOYEE.DAT,
      * BANKACCT.DAT, PAYCALC.SRT, STATHIST.DAT, PUNCHES.DAT,
      * LICENCIA.DAT y la bitacora de mantenimiento MANTAUD.LOG:
      *   CL  una CLABE registrada a mas de un DATO-ID
      *   RF  RFC repetido en el maestro
      *   CU  CURP repetida en el maestro
      *   SC  pagado en el periodo sin una sola checada en
      *       PUNCHES.DAT y sin licencia que cubra el periodo (solo
      *       si hubo importacion del reloj; los asimilados no checan)
      *   PB  pagado cuando su ultima transicion en STATHIST.DAT es
      *       una baja anterior al inicio del periodo
      *   CR  pagado con la CLABE cambiada dentro de los
      *       WS-DIAS-VENTANA dias previos a la fecha de pago
      *   MO  PAGO y CLABE del mismo empleado cambiados por el mismo
      *       operador (el que capturo, si paso por autorizacion)
      * Cada hallazgo va a data/FRAUDE.DAT (ver FRAUDREC.cpy) con su
      * puntaje de riesgo y la evidencia; el reporte impreso lo saca
      * FRAUDRPT.cbl solo para un supervisor. No detiene la corrida:
      * los hallazgos quedan como advertencia en la bitacora.
      * uso: STEP02D de jobs/PAYROLL.job, despues de STEP02 SORT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL BANK-FILE ASSIGN TO "data/BANKACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT PAYCALC-FILE ASSIGN TO "data/PAYCALC.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCALC-STATUS.

           SELECT OPTIONAL STATHIST-FILE ASSIGN TO "data/STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT OPTIONAL PUNCH-FILE ASSIGN TO "data/PUNCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.

           SELECT OPTIONAL LICENCIA-FILE ASSIGN TO "data/LICENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LICENCIA-STATUS.

           SELECT OPTIONAL MANTAUD-FILE ASSIGN TO "data/MANTAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

           SELECT FRAUDE-FILE ASSIGN TO "data/FRAUDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  BANK-FILE.
           COPY BANKREC.

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

       FD  STATHIST-FILE.
           COPY STAHISRC.

       FD  PUNCH-FILE.
           COPY PUNCHREC.

       FD  LICENCIA-FILE.
           COPY LICREC.

       FD  MANTAUD-FILE.
           COPY MNTAUDRC.

       FD  FRAUDE-FILE.
           COPY FRAUDREC.

       WORKING-STORAGE SECTION.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-BANK-STATUS PIC XX VALUE SPACES.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-STATHIST-STATUS PIC XX VALUE SPACES.
           77 WS-PUNCH-STATUS PIC XX VALUE SPACES.
           77 WS-LICENCIA-STATUS PIC XX VALUE SPACES.
           77 WS-MANTAUD-STATUS PIC XX VALUE SPACES.
           77 WS-FRAUDE-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * puntaje de riesgo por prueba: lo que auditoria asigna en su
      * hoja de calculo; un empleado con varios hallazgos suma
           77 WS-PTS-CLABE PIC 9(3) VALUE 40.
           77 WS-PTS-RFC PIC 9(3) VALUE 30.
           77 WS-PTS-CURP PIC 9(3) VALUE 30.
           77 WS-PTS-SIN-CHECADAS PIC 9(3) VALUE 20.
           77 WS-PTS-PAGADO-BAJA PIC 9(3) VALUE 50.
           77 WS-PTS-CUENTA-RECIENTE PIC 9(3) VALUE 30.
           77 WS-PTS-MISMO-OPERADOR PIC 9(3) VALUE 40.
      * dias antes de la fecha de pago en que un cambio de CLABE se
      * considera sospechoso
           77 WS-DIAS-VENTANA PIC 9(3) VALUE 5.

      * periodo de la corrida (CALENDARIO): la fecha de pago es el
      * fin del periodo, el inicio es el dia siguiente al fin del
      * periodo anterior. Cada pagado se revisa contra el periodo de
      * SU COMPANIA (calendario propio en CIACAL.DAT, como en
      * PREMASIS.cbl); WS-FECHA-INICIO/WS-FECHA-PAGO quedan como la
      * ventana que cubre a todas las companias, para la lectura de
      * checadas y licencias
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-FECHA-PAGO PIC 9(8) VALUE ZERO.
           77 WS-FECHA-INICIO PIC 9(8) VALUE ZERO.
           77 WS-ENTERO-PAGO PIC 9(7) VALUE ZERO.
           77 WS-ENTERO-INICIO PIC 9(7) VALUE ZERO.
           77 WS-ENTERO-CAMBIO PIC 9(7) VALUE ZERO.
           77 WS-CIA-BUSCA PIC XX VALUE SPACES.
           77 WS-PAGO-CIA PIC 9(8) VALUE ZERO.
           77 WS-INICIO-CIA PIC 9(8) VALUE ZERO.
           77 WS-ENTERO-PAGO-CIA PIC 9(7) VALUE ZERO.
           77 WS-DIAS-CIA PIC 99 VALUE ZERO.
           COPY PERIODOS.

      * maestro de empleados: identidad para RFC/CURP duplicados
           77 WS-NUM-EMPLEADOS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX EMP-IDX2.
               10  TAB-EMP-DATO-ID  PIC 9(5).
               10  TAB-EMP-RFC      PIC X(13).
               10  TAB-EMP-CURP     PIC X(18).

           77 WS-NUM-CUENTAS PIC 9(4) VALUE ZERO.
       01  TABLA-CUENTAS.
           05  CTA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CTA-IDX CTA-IDX2.
               10  TAB-CTA-DATO-ID  PIC 9(5).
               10  TAB-CTA-CLABE    PIC X(18).

      * pagados del periodo (SALARIO mayor a cero en PAYCALC.SRT)
           77 WS-NUM-PAGADOS PIC 9(4) VALUE ZERO.
       01  TABLA-PAGADOS.
           05  PAG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PAG-IDX.
               10  TAB-PAG-DATO-ID  PIC 9(5).
               10  TAB-PAG-NETO     PIC 9(7)V99.
               10  TAB-PAG-INICIO   PIC 9(8).
               10  TAB-PAG-PAGO     PIC 9(8).
               10  TAB-PAG-ENT-PAGO PIC 9(7).
               10  TAB-PAG-REGIMEN  PIC XX.
                   88  TAB-PAG-ASIMILADO VALUE '05' '06' '07' '08'
                                               '09' '10' '11'.

      * DATO-IDs con al menos una checada dentro del periodo de su
      * COMPANIA; el extracto viene por empleado y la ventana del
      * ultimo DATO-ID buscado se conserva
           77 WS-PAG-POS PIC 9(4) VALUE ZERO.
           77 WS-ID-VENTANA PIC 9(5) VALUE ZERO.
           77 WS-NUM-CHECADAS PIC 9(4) VALUE ZERO.
           77 WS-HUBO-CHECADAS PIC X VALUE 'N'.
              88 HUBO-IMPORTACION-RELOJ VALUE 'S'.
       01  TABLA-CHECADAS.
           05  CHE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CHE-IDX.
               10  TAB-CHE-DATO-ID  PIC 9(5).

      * DATO-IDs con licencia que toca el periodo de su COMPANIA
           77 WS-NUM-LICENCIAS PIC 9(4) VALUE ZERO.
       01  TABLA-LICENCIAS.
           05  LIC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY LIC-IDX.
               10  TAB-LIC-DATO-ID  PIC 9(5).

      * ultima transicion de status de cada DATO-ID en STATHIST.DAT
           77 WS-NUM-TRANSICIONES PIC 9(4) VALUE ZERO.
       01  TABLA-TRANSICIONES.
           05  TRS-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TRS-IDX.
               10  TAB-TRS-DATO-ID  PIC 9(5).
               10  TAB-TRS-FECHA    PIC 9(8).
               10  TAB-TRS-STATUS   PIC X(3).

      * cambios de PAGO (altas incluidas) y de CLABE tomados de la
      * bitacora de mantenimiento, con el operador que los capturo
           77 WS-NUM-CAMBIOS-PAGO PIC 9(4) VALUE ZERO.
       01  TABLA-CAMBIOS-PAGO.
           05  CPG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CPG-IDX.
               10  TAB-CPG-DATO-ID  PIC 9(5).
               10  TAB-CPG-OPERADOR PIC X(8).
               10  TAB-CPG-FECHA    PIC 9(8).

           77 WS-NUM-CAMBIOS-CTA PIC 9(4) VALUE ZERO.
       01  TABLA-CAMBIOS-CTA.
           05  CCT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CCT-IDX CCT-IDX2.
               10  TAB-CCT-DATO-ID  PIC 9(5).
               10  TAB-CCT-OPERADOR PIC X(8).
               10  TAB-CCT-FECHA    PIC 9(8).
               10  TAB-CCT-REPORTADO PIC X.

           77 WS-MAESTRO-AUD PIC X(3) VALUE SPACES.
           77 WS-OPERADOR-AUD PIC X(8) VALUE SPACES.
           77 WS-ENCONTRADO PIC X VALUE 'N'.
              88 SE-ENCONTRO VALUE 'S'.
           77 WS-ID-BUSCA PIC 9(5) VALUE ZERO.
           77 WS-NETO-EDIT PIC ZZZZZZ9.99.

      * conteo de hallazgos por prueba para el resumen
           77 WS-NUM-HALLAZGOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-CL PIC 9(5) VALUE ZERO.
           77 WS-NUM-RF PIC 9(5) VALUE ZERO.
           77 WS-NUM-CU PIC 9(5) VALUE ZERO.
           77 WS-NUM-SC PIC 9(5) VALUE ZERO.
           77 WS-NUM-PB PIC 9(5) VALUE ZERO.
           77 WS-NUM-CR PIC 9(5) VALUE ZERO.
           77 WS-NUM-MO PIC 9(5) VALUE ZERO.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           CALL "CALENDARIO".
           PERFORM FIJA-PERIODO.

           PERFORM CARGA-EMPLEADOS.
           PERFORM CARGA-CUENTAS.
           PERFORM CARGA-PAGADOS.
           PERFORM FIJA-VENTANA-LECTURA.
           PERFORM CARGA-CHECADAS.
           PERFORM CARGA-LICENCIAS.
           PERFORM CARGA-TRANSICIONES.
           PERFORM CARGA-BITACORA-MANTTO.

           OPEN OUTPUT FRAUDE-FILE.
           IF WS-FRAUDE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/FRAUDE.DAT: "
                  WS-FRAUDE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM PRUEBA-CLABE-COMPARTIDA
               VARYING CTA-IDX FROM 1 BY 1
               UNTIL CTA-IDX > WS-NUM-CUENTAS.
           PERFORM PRUEBA-IDENTIDAD-DUPLICADA
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-NUM-EMPLEADOS.
           PERFORM PRUEBA-PAGADO
               VARYING PAG-IDX FROM 1 BY 1
               UNTIL PAG-IDX > WS-NUM-PAGADOS.
           PERFORM PRUEBA-MISMO-OPERADOR
               VARYING CCT-IDX FROM 1 BY 1
               UNTIL CCT-IDX > WS-NUM-CAMBIOS-CTA.
           CLOSE FRAUDE-FILE.

           PERFORM AVISA-BITACORA.
           STOP RUN.

       FIJA-PERIODO.
           MOVE PERIODO-FIN(PERIODO-ACTUAL) TO WS-FECHA-PAGO.
           COMPUTE WS-ENTERO-PAGO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PAGO).
           IF PERIODO-ACTUAL > 1
              COMPUTE WS-ENTERO-INICIO = FUNCTION INTEGER-OF-DATE
                  (PERIODO-FIN(PERIODO-ACTUAL - 1)) + 1
           ELSE
              COMPUTE WS-ENTERO-INICIO = WS-ENTERO-PAGO - 14
           END-IF.
           COMPUTE WS-FECHA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO-INICIO).

      * periodo de la COMPANIA WS-CIA-BUSCA: con calendario propio,
      * el fin de SU periodo actual y el dia siguiente al fin del
      * anterior (en el primero, 7 o 14 dias antes como el global);
      * sin renglon en el catalogo, el periodo de la corrida
       FIJA-PERIODO-CIA.
           MOVE WS-FECHA-PAGO TO WS-PAGO-CIA.
           MOVE WS-FECHA-INICIO TO WS-INICIO-CIA.
           MOVE WS-ENTERO-PAGO TO WS-ENTERO-PAGO-CIA.
           PERFORM VARYING CAL-CIA-IDX FROM 1 BY 1
                   UNTIL CAL-CIA-IDX > NUM-CIAS-CAL
              IF CAL-CIA-CODIGO(CAL-CIA-IDX) = WS-CIA-BUSCA
                 MOVE CAL-CIA-FIN(CAL-CIA-IDX,
                     CAL-CIA-ACTUAL(CAL-CIA-IDX)) TO WS-PAGO-CIA
                 COMPUTE WS-ENTERO-PAGO-CIA =
                     FUNCTION INTEGER-OF-DATE(WS-PAGO-CIA)
                 IF CAL-CIA-NUMPER(CAL-CIA-IDX) = 52
                    MOVE 7 TO WS-DIAS-CIA
                 ELSE
                    MOVE 14 TO WS-DIAS-CIA
                 END-IF
                 IF CAL-CIA-ACTUAL(CAL-CIA-IDX) > 1
                    COMPUTE WS-INICIO-CIA = FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE
                        (CAL-CIA-FIN(CAL-CIA-IDX,
                         CAL-CIA-ACTUAL(CAL-CIA-IDX) - 1)) + 1)
                 ELSE
                    COMPUTE WS-INICIO-CIA = FUNCTION DATE-OF-INTEGER
                        (WS-ENTERO-PAGO-CIA - WS-DIAS-CIA)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * checadas y licencias se leen en la ventana que cubre los
      * periodos de todas las companias pagadas; cada una se compara
      * despues contra el periodo de la COMPANIA de su empleado
       FIJA-VENTANA-LECTURA.
           PERFORM VARYING PAG-IDX FROM 1 BY 1
                   UNTIL PAG-IDX > WS-NUM-PAGADOS
              IF TAB-PAG-INICIO(PAG-IDX) < WS-FECHA-INICIO
                 MOVE TAB-PAG-INICIO(PAG-IDX) TO WS-FECHA-INICIO
              END-IF
              IF TAB-PAG-PAGO(PAG-IDX) > WS-FECHA-PAGO
                 MOVE TAB-PAG-PAGO(PAG-IDX) TO WS-FECHA-PAGO
              END-IF
           END-PERFORM.

      * deja en WS-PAG-POS el renglon de pagados de WS-ID-BUSCA
      * (cero si no cobro en el periodo)
       BUSCA-VENTANA-EMPLEADO.
           IF WS-ID-BUSCA NOT = WS-ID-VENTANA
              MOVE WS-ID-BUSCA TO WS-ID-VENTANA
              MOVE ZERO TO WS-PAG-POS
              PERFORM VARYING PAG-IDX FROM 1 BY 1
                      UNTIL PAG-IDX > WS-NUM-PAGADOS
                 IF TAB-PAG-DATO-ID(PAG-IDX) = WS-ID-BUSCA
                    SET WS-PAG-POS TO PAG-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       CARGA-EMPLEADOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-FILE: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ EMPLOYEE-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       IF WS-NUM-EMPLEADOS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-EMPLEADOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-EMPLEADOS
                       MOVE DATO-ID TO
                           TAB-EMP-DATO-ID(WS-NUM-EMPLEADOS)
                       MOVE RFC TO TAB-EMP-RFC(WS-NUM-EMPLEADOS)
                       MOVE CURP TO TAB-EMP-CURP(WS-NUM-EMPLEADOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           MOVE 'N' TO WS-EOF.

       CARGA-CUENTAS.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = "00" OR WS-BANK-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ BANK-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF WS-NUM-CUENTAS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-CUENTAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-CUENTAS
                       MOVE BNK-DATO-ID TO
                           TAB-CTA-DATO-ID(WS-NUM-CUENTAS)
                       MOVE BNK-CLABE TO TAB-CTA-CLABE(WS-NUM-CUENTAS)
                 END-READ
              END-PERFORM
              CLOSE BANK-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       CARGA-PAGADOS.
           OPEN INPUT PAYCALC-FILE.
           IF WS-PAYCALC-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PAYCALC.SRT: "
                  WS-PAYCALC-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ PAYCALC-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    IF PC-SALARIO > ZERO
                       IF WS-NUM-PAGADOS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-PAGADOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PAGADOS
                       MOVE PC-DATO-ID TO
                           TAB-PAG-DATO-ID(WS-NUM-PAGADOS)
                       MOVE PC-NET-SALARIO TO
                           TAB-PAG-NETO(WS-NUM-PAGADOS)
                       MOVE PC-TIPO-REGIMEN TO
                           TAB-PAG-REGIMEN(WS-NUM-PAGADOS)
                       MOVE PC-COMPANIA TO WS-CIA-BUSCA
                       PERFORM FIJA-PERIODO-CIA
                       MOVE WS-INICIO-CIA TO
                           TAB-PAG-INICIO(WS-NUM-PAGADOS)
                       MOVE WS-PAGO-CIA TO
                           TAB-PAG-PAGO(WS-NUM-PAGADOS)
                       MOVE WS-ENTERO-PAGO-CIA TO
                           TAB-PAG-ENT-PAGO(WS-NUM-PAGADOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYCALC-FILE.
           MOVE 'N' TO WS-EOF.

      * el extracto del reloj viene ordenado por empleado: basta
      * comparar contra el ultimo DATO-ID guardado
       CARGA-CHECADAS.
           OPEN INPUT PUNCH-FILE.
           IF WS-PUNCH-STATUS = "00" OR WS-PUNCH-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ PUNCH-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF PUN-FECHA NOT < WS-FECHA-INICIO
                          AND PUN-FECHA NOT > WS-FECHA-PAGO
                          PERFORM GUARDA-CHECADA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PUNCH-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       GUARDA-CHECADA.
           MOVE 'S' TO WS-HUBO-CHECADAS.
           MOVE PUN-DATO-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-VENTANA-EMPLEADO.
           IF WS-PAG-POS NOT = ZERO
              AND PUN-FECHA NOT < TAB-PAG-INICIO(WS-PAG-POS)
              AND PUN-FECHA NOT > TAB-PAG-PAGO(WS-PAG-POS)
              PERFORM AGREGA-CHECADA
           END-IF.

       AGREGA-CHECADA.
           IF WS-NUM-CHECADAS = ZERO
              OR TAB-CHE-DATO-ID(WS-NUM-CHECADAS) NOT = PUN-DATO-ID
              IF WS-NUM-CHECADAS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-CHECADAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CHECADAS
              MOVE PUN-DATO-ID TO TAB-CHE-DATO-ID(WS-NUM-CHECADAS)
           END-IF.

      * licencia que empezo antes del fin del periodo y cuyo retorno
      * no es anterior a su inicio
       CARGA-LICENCIAS.
           OPEN INPUT LICENCIA-FILE.
           IF WS-LICENCIA-STATUS = "00" OR WS-LICENCIA-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ LICENCIA-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF LIC-FECHA-INICIO NOT > WS-FECHA-PAGO
                          AND LIC-FECHA-RETORNO NOT < WS-FECHA-INICIO
                          PERFORM GUARDA-LICENCIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LICENCIA-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       GUARDA-LICENCIA.
           MOVE LIC-DATO-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-VENTANA-EMPLEADO.
           IF WS-PAG-POS NOT = ZERO
              AND LIC-FECHA-INICIO NOT > TAB-PAG-PAGO(WS-PAG-POS)
              AND LIC-FECHA-RETORNO NOT < TAB-PAG-INICIO(WS-PAG-POS)
              IF WS-NUM-LICENCIAS = 2000
                 DISPLAY "TABLA LLENA: WS-NUM-LICENCIAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-LICENCIAS
              MOVE LIC-DATO-ID TO TAB-LIC-DATO-ID(WS-NUM-LICENCIAS)
           END-IF.

      * el historial crece por EXTEND en orden de captura: la ultima
      * transicion de un DATO-ID es la de fecha mayor (a igual
      * fecha, la ultima capturada)
       CARGA-TRANSICIONES.
           OPEN INPUT STATHIST-FILE.
           IF WS-STATHIST-STATUS = "00" OR WS-STATHIST-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ STATHIST-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM GUARDA-TRANSICION
                 END-READ
              END-PERFORM
              CLOSE STATHIST-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       GUARDA-TRANSICION.
           PERFORM VARYING TRS-IDX FROM 1 BY 1
                   UNTIL TRS-IDX > WS-NUM-TRANSICIONES
              IF TAB-TRS-DATO-ID(TRS-IDX) = STH-DATO-ID
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF TRS-IDX > WS-NUM-TRANSICIONES
              IF WS-NUM-TRANSICIONES = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-TRANSICIONES"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-TRANSICIONES
              MOVE STH-DATO-ID TO TAB-TRS-DATO-ID(WS-NUM-TRANSICIONES)
              MOVE ZERO TO TAB-TRS-FECHA(WS-NUM-TRANSICIONES)
              MOVE WS-NUM-TRANSICIONES TO TRS-IDX
           END-IF.
           IF STH-FECHA NOT < TAB-TRS-FECHA(TRS-IDX)
              MOVE STH-FECHA TO TAB-TRS-FECHA(TRS-IDX)
              MOVE STH-STATUS-NUEVO TO TAB-TRS-STATUS(TRS-IDX)
           END-IF.

      * la bitacora mezcla los maestros; los renglones historicos
      * sin MAU-MAESTRO se reconocen por la imagen: la de empleados
      * empieza con el PAGO numerico, la de cuentas trae la CLABE de
      * 18 digitos despues del banco. Un rechazo (X) o una baja de
      * cuenta (B) no cambian nada que cobrar
       CARGA-BITACORA-MANTTO.
           OPEN INPUT MANTAUD-FILE.
           IF WS-MANTAUD-STATUS = "00" OR WS-MANTAUD-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ MANTAUD-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF MAU-TRANSACCION NOT = 'X'
                          AND MAU-TRANSACCION NOT = 'B'
                          PERFORM CLASIFICA-CAMBIO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MANTAUD-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       CLASIFICA-CAMBIO.
           MOVE MAU-MAESTRO TO WS-MAESTRO-AUD.
           IF WS-MAESTRO-AUD = SPACES
              IF MAU-DESPUES(1:7) IS NUMERIC
                 MOVE 'EMP' TO WS-MAESTRO-AUD
              ELSE
                 IF MAU-DESPUES(11:18) IS NUMERIC
                    MOVE 'BNK' TO WS-MAESTRO-AUD
                 END-IF
              END-IF
           END-IF.
           IF MAU-OPERADOR-CAPTURA NOT = SPACES
              MOVE MAU-OPERADOR-CAPTURA TO WS-OPERADOR-AUD
           ELSE
              MOVE MAU-OPERADOR TO WS-OPERADOR-AUD
           END-IF.
           IF WS-MAESTRO-AUD = 'EMP'
              AND MAU-DESPUES(1:7) IS NUMERIC
              AND MAU-DESPUES(1:7) NOT = MAU-ANTES(1:7)
              IF WS-NUM-CAMBIOS-PAGO = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-CAMBIOS-PAGO"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CAMBIOS-PAGO
              MOVE MAU-DATO-ID TO TAB-CPG-DATO-ID(WS-NUM-CAMBIOS-PAGO)
              MOVE WS-OPERADOR-AUD TO
                  TAB-CPG-OPERADOR(WS-NUM-CAMBIOS-PAGO)
              MOVE MAU-FECHA TO TAB-CPG-FECHA(WS-NUM-CAMBIOS-PAGO)
           END-IF.
           IF WS-MAESTRO-AUD = 'BNK'
              AND MAU-DESPUES(11:18) NOT = SPACES
              AND MAU-DESPUES(11:18) NOT = MAU-ANTES(11:18)
              IF WS-NUM-CAMBIOS-CTA = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-CAMBIOS-CTA"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CAMBIOS-CTA
              MOVE MAU-DATO-ID TO TAB-CCT-DATO-ID(WS-NUM-CAMBIOS-CTA)
              MOVE WS-OPERADOR-AUD TO
                  TAB-CCT-OPERADOR(WS-NUM-CAMBIOS-CTA)
              MOVE MAU-FECHA TO TAB-CCT-FECHA(WS-NUM-CAMBIOS-CTA)
              MOVE 'N' TO TAB-CCT-REPORTADO(WS-NUM-CAMBIOS-CTA)
           END-IF.

      * cada DATO-ID que comparte CLABE sale una vez, citando al
      * primer otro titular de la misma cuenta
       PRUEBA-CLABE-COMPARTIDA.
           PERFORM VARYING CTA-IDX2 FROM 1 BY 1
                   UNTIL CTA-IDX2 > WS-NUM-CUENTAS
              IF CTA-IDX2 NOT = CTA-IDX
                 AND TAB-CTA-CLABE(CTA-IDX2) = TAB-CTA-CLABE(CTA-IDX)
                 AND TAB-CTA-DATO-ID(CTA-IDX2) NOT =
                     TAB-CTA-DATO-ID(CTA-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CTA-IDX2 NOT > WS-NUM-CUENTAS
              AND TAB-CTA-CLABE(CTA-IDX) NOT = SPACES
              MOVE TAB-CTA-DATO-ID(CTA-IDX) TO FRD-DATO-ID
              MOVE 'CL' TO FRD-PRUEBA
              MOVE WS-PTS-CLABE TO FRD-PUNTOS
              MOVE SPACES TO FRD-EVIDENCIA
              STRING 'CLABE ' TAB-CTA-CLABE(CTA-IDX)
                  ' TAMBIEN DEL DATO-ID ' TAB-CTA-DATO-ID(CTA-IDX2)
                  DELIMITED BY SIZE INTO FRD-EVIDENCIA
              PERFORM ESCRIBE-HALLAZGO
              ADD 1 TO WS-NUM-CL
           END-IF.

       PRUEBA-IDENTIDAD-DUPLICADA.
           IF TAB-EMP-RFC(EMP-IDX) NOT = SPACES
              PERFORM VARYING EMP-IDX2 FROM 1 BY 1
                      UNTIL EMP-IDX2 > WS-NUM-EMPLEADOS
                 IF EMP-IDX2 NOT = EMP-IDX
                    AND TAB-EMP-RFC(EMP-IDX2) = TAB-EMP-RFC(EMP-IDX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF EMP-IDX2 NOT > WS-NUM-EMPLEADOS
                 MOVE TAB-EMP-DATO-ID(EMP-IDX) TO FRD-DATO-ID
                 MOVE 'RF' TO FRD-PRUEBA
                 MOVE WS-PTS-RFC TO FRD-PUNTOS
                 MOVE SPACES TO FRD-EVIDENCIA
                 STRING 'RFC ' TAB-EMP-RFC(EMP-IDX)
                     ' TAMBIEN DEL DATO-ID ' TAB-EMP-DATO-ID(EMP-IDX2)
                     DELIMITED BY SIZE INTO FRD-EVIDENCIA
                 PERFORM ESCRIBE-HALLAZGO
                 ADD 1 TO WS-NUM-RF
              END-IF
           END-IF.
           IF TAB-EMP-CURP(EMP-IDX) NOT = SPACES
              PERFORM VARYING EMP-IDX2 FROM 1 BY 1
                      UNTIL EMP-IDX2 > WS-NUM-EMPLEADOS
                 IF EMP-IDX2 NOT = EMP-IDX
                    AND TAB-EMP-CURP(EMP-IDX2) = TAB-EMP-CURP(EMP-IDX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF EMP-IDX2 NOT > WS-NUM-EMPLEADOS
                 MOVE TAB-EMP-DATO-ID(EMP-IDX) TO FRD-DATO-ID
                 MOVE 'CU' TO FRD-PRUEBA
                 MOVE WS-PTS-CURP TO FRD-PUNTOS
                 MOVE SPACES TO FRD-EVIDENCIA
                 STRING 'CURP ' TAB-EMP-CURP(EMP-IDX)
                     ' TAMBIEN DEL DATO-ID ' TAB-EMP-DATO-ID(EMP-IDX2)
                     DELIMITED BY SIZE INTO FRD-EVIDENCIA
                 PERFORM ESCRIBE-HALLAZGO
                 ADD 1 TO WS-NUM-CU
              END-IF
           END-IF.

      * las tres pruebas sobre quien cobra en este periodo
       PRUEBA-PAGADO.
           MOVE TAB-PAG-DATO-ID(PAG-IDX) TO WS-ID-BUSCA.
           MOVE TAB-PAG-NETO(PAG-IDX) TO WS-NETO-EDIT.
           PERFORM PRUEBA-SIN-CHECADAS.
           PERFORM PRUEBA-PAGADO-EN-BAJA.
           PERFORM PRUEBA-CUENTA-RECIENTE
               VARYING CCT-IDX FROM 1 BY 1
               UNTIL CCT-IDX > WS-NUM-CAMBIOS-CTA.

      * sin importacion del reloj en el periodo la prueba no aplica
      * (todos saldrian sin checadas); un asimilado no checa
       PRUEBA-SIN-CHECADAS.
           MOVE 'N' TO WS-ENCONTRADO.
           IF NOT HUBO-IMPORTACION-RELOJ
              OR TAB-PAG-ASIMILADO(PAG-IDX)
              MOVE 'S' TO WS-ENCONTRADO
           END-IF.
           IF NOT SE-ENCONTRO
              PERFORM VARYING CHE-IDX FROM 1 BY 1
                      UNTIL CHE-IDX > WS-NUM-CHECADAS
                 IF TAB-CHE-DATO-ID(CHE-IDX) = WS-ID-BUSCA
                    MOVE 'S' TO WS-ENCONTRADO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT SE-ENCONTRO
              PERFORM VARYING LIC-IDX FROM 1 BY 1
                      UNTIL LIC-IDX > WS-NUM-LICENCIAS
                 IF TAB-LIC-DATO-ID(LIC-IDX) = WS-ID-BUSCA
                    MOVE 'S' TO WS-ENCONTRADO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT SE-ENCONTRO
              MOVE WS-ID-BUSCA TO FRD-DATO-ID
              MOVE 'SC' TO FRD-PRUEBA
              MOVE WS-PTS-SIN-CHECADAS TO FRD-PUNTOS
              MOVE SPACES TO FRD-EVIDENCIA
              STRING 'NETO ' WS-NETO-EDIT ' SIN CHECADA NI LICENCIA '
                  TAB-PAG-INICIO(PAG-IDX) '-' TAB-PAG-PAGO(PAG-IDX)
                  DELIMITED BY SIZE INTO FRD-EVIDENCIA
              PERFORM ESCRIBE-HALLAZGO
              ADD 1 TO WS-NUM-SC
           END-IF.

      * una baja dentro del periodo puede cobrar los dias
      * trabajados; la que es anterior al inicio ya no
       PRUEBA-PAGADO-EN-BAJA.
           PERFORM VARYING TRS-IDX FROM 1 BY 1
                   UNTIL TRS-IDX > WS-NUM-TRANSICIONES
              IF TAB-TRS-DATO-ID(TRS-IDX) = WS-ID-BUSCA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF TRS-IDX NOT > WS-NUM-TRANSICIONES
              IF TAB-TRS-STATUS(TRS-IDX) = 'baj'
                 AND TAB-TRS-FECHA(TRS-IDX) < TAB-PAG-INICIO(PAG-IDX)
                 MOVE WS-ID-BUSCA TO FRD-DATO-ID
                 MOVE 'PB' TO FRD-PRUEBA
                 MOVE WS-PTS-PAGADO-BAJA TO FRD-PUNTOS
                 MOVE SPACES TO FRD-EVIDENCIA
                 STRING 'NETO ' WS-NETO-EDIT ' PAGADO CON BAJA DEL '
                     TAB-TRS-FECHA(TRS-IDX) ' EN STATHIST'
                     DELIMITED BY SIZE INTO FRD-EVIDENCIA
                 PERFORM ESCRIBE-HALLAZGO
                 ADD 1 TO WS-NUM-PB
              END-IF
           END-IF.

       PRUEBA-CUENTA-RECIENTE.
           MOVE ZERO TO WS-ENTERO-CAMBIO.
           IF TAB-CCT-DATO-ID(CCT-IDX) = WS-ID-BUSCA
              AND TAB-CCT-FECHA(CCT-IDX) NOT > TAB-PAG-PAGO(PAG-IDX)
              COMPUTE WS-ENTERO-CAMBIO =
                  FUNCTION INTEGER-OF-DATE(TAB-CCT-FECHA(CCT-IDX))
           END-IF.
           IF WS-ENTERO-CAMBIO > ZERO
              AND WS-ENTERO-CAMBIO + WS-DIAS-VENTANA
                  NOT < TAB-PAG-ENT-PAGO(PAG-IDX)
              MOVE WS-ID-BUSCA TO FRD-DATO-ID
              MOVE 'CR' TO FRD-PRUEBA
              MOVE WS-PTS-CUENTA-RECIENTE TO FRD-PUNTOS
              MOVE SPACES TO FRD-EVIDENCIA
              STRING 'CLABE CAMBIADA EL ' TAB-CCT-FECHA(CCT-IDX)
                  ' POR ' TAB-CCT-OPERADOR(CCT-IDX)
                  ' PAGO EL ' TAB-PAG-PAGO(PAG-IDX)
                  DELIMITED BY SIZE INTO FRD-EVIDENCIA
              PERFORM ESCRIBE-HALLAZGO
              ADD 1 TO WS-NUM-CR
           END-IF.

      * un hallazgo por DATO-ID: al encontrar la coincidencia se
      * marcan todos sus cambios de cuenta como ya reportados
       PRUEBA-MISMO-OPERADOR.
           PERFORM VARYING CPG-IDX FROM 1 BY 1
                   UNTIL CPG-IDX > WS-NUM-CAMBIOS-PAGO
              IF TAB-CPG-DATO-ID(CPG-IDX) = TAB-CCT-DATO-ID(CCT-IDX)
                 AND TAB-CPG-OPERADOR(CPG-IDX) =
                     TAB-CCT-OPERADOR(CCT-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CPG-IDX NOT > WS-NUM-CAMBIOS-PAGO
              AND TAB-CCT-REPORTADO(CCT-IDX) NOT = 'S'
              MOVE TAB-CCT-DATO-ID(CCT-IDX) TO FRD-DATO-ID
              MOVE 'MO' TO FRD-PRUEBA
              MOVE WS-PTS-MISMO-OPERADOR TO FRD-PUNTOS
              MOVE SPACES TO FRD-EVIDENCIA
              STRING 'OPERADOR ' TAB-CCT-OPERADOR(CCT-IDX)
                  ' CAMBIO PAGO ' TAB-CPG-FECHA(CPG-IDX)
                  ' Y CLABE ' TAB-CCT-FECHA(CCT-IDX)
                  DELIMITED BY SIZE INTO FRD-EVIDENCIA
              PERFORM ESCRIBE-HALLAZGO
              ADD 1 TO WS-NUM-MO
              PERFORM VARYING CCT-IDX2 FROM 1 BY 1
                      UNTIL CCT-IDX2 > WS-NUM-CAMBIOS-CTA
                 IF TAB-CCT-DATO-ID(CCT-IDX2) =
                     TAB-CCT-DATO-ID(CCT-IDX)
                    MOVE 'S' TO TAB-CCT-REPORTADO(CCT-IDX2)
                 END-IF
              END-PERFORM
           END-IF.

       ESCRIBE-HALLAZGO.
           MOVE WS-FECHA-HOY TO FRD-FECHA-CORRIDA.
           MOVE PERIODO-ACTUAL TO FRD-PERIODO.
           WRITE FRAUDE-RECORD.
           ADD 1 TO WS-NUM-HALLAZGOS.

      * los hallazgos son para auditoria, no detienen la nomina:
      * advertencia en la bitacora y RC 0
       AVISA-BITACORA.
           DISPLAY "FRAUDCHK: PERIODO " PERIODO-ACTUAL " DEL "
               WS-FECHA-INICIO " AL " WS-FECHA-PAGO.
           DISPLAY "   CL " WS-NUM-CL "  RF " WS-NUM-RF "  CU "
               WS-NUM-CU "  SC " WS-NUM-SC "  PB " WS-NUM-PB
               "  CR " WS-NUM-CR "  MO " WS-NUM-MO.
           IF NOT HUBO-IMPORTACION-RELOJ
              DISPLAY "   SIN CHECADAS DEL PERIODO EN "
                  "data/PUNCHES.DAT: PRUEBA SC OMITIDA"
           END-IF.
           MOVE 'FRAUDCHK' TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-HALLAZGOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              STRING WS-NUM-HALLAZGOS ' HALLAZGO(S) DE RIESGO DE '
                  'FRAUDE EN data/FRAUDE.DAT (FRAUDRPT)'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              MOVE 'REVISION DE FRAUDE SIN HALLAZGOS' TO LOG-MENSAJE
           END-IF.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que STATREP.cbl)
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
