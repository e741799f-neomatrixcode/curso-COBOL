      * ICCARGO: cargo intercompania del personal compartido. Parte
      * del personal del corporativo trabaja porcentajes fijos de su
      * tiempo para las companias operadoras y contabilidad les
      * facturaba a mano al cierre de mes. Despues de cada corrida
      * ordinaria este paso toma de data/PAYCALC.SRT a cada empleado
      * con reparto vigente en data/ICREPART.DAT (ver ICREPRC.cpy) y
      * saca de la compania que lo paga, hacia cada compania que
      * recibe su tiempo, el porcentaje de:
      *   - su SALARIO del periodo
      *   - su carga patronal (mismas tasas y regla de asimilados que
      *     ACUMULA-CARGA en CARGAPAT.cbl)
      *   - su provision de aguinaldo y prima vacacional (regla de
      *     ACUMPROV.cpy: SALARIO x 15/365 y x 3/365, nada para
      *     asimilados)
      * Salidas:
      *   - data/ICCARGO.OUT, un renglon por empleado y compania
      *     receptora (ver ICCARGRC.cpy); STEP08 lo archiva y
      *     jobs/ICEDOCTA.job arma con las generaciones del mes el
      *     estado de cuenta de cada compania receptora
      *   - data/ICCARGO.GL, el diario intercompania con el mismo
      *     formato de renglon que data/GLPOST.OUT y el catalogo de
      *     cuentas de GLPOST (data/GLMAP.DAT, ver GLMAPREC.cpy): por
      *     cada pareja de companias, en los libros de la que paga un
      *     debito a la cuenta por cobrar intercompania ('R') contra
      *     el gasto de nomina de cada departamento, la carga
      *     patronal aplicada y el gasto de provision; en los libros
      *     de la que recibe el debito al costo de personal
      *     intercompania contra la cuenta por pagar ('P'). Cada
      *     pareja cuadra por si sola en cada libro.
      * Un renglon del reparto invalido (compania receptora igual a
      * la que paga, o un empleado cuyo reparto vigente pasa de 100)
      * no se cobra: se avisa por consola y en la bitacora para que
      * se corrija el maestro, sin detener la nomina.
      * Corre como STEP04E INTERCO en jobs/PAYROLL.job.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICCARGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO "data/PAYCALC.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCALC-STATUS.

      * maestro de reparto; sin archivo no hay personal compartido y
      * las salidas quedan vacias
           SELECT OPTIONAL ICREPART-FILE ASSIGN TO "data/ICREPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICREPART-STATUS.

           SELECT PATRONAL-FILE ASSIGN TO "data/PATRONAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRONAL-STATUS.

           SELECT OPTIONAL PRIMART-FILE ASSIGN TO "data/PRIMART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMART-STATUS.

           SELECT EDOTAX-FILE ASSIGN TO "data/EDOTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDOTAX-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "data/GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT ICCARGO-FILE ASSIGN TO "data/ICCARGO.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICCARGO-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "data/ICCARGO.GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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

       FD  ICREPART-FILE.
           COPY ICREPRC.

       FD  PATRONAL-FILE.
           COPY PATRONRC.

       FD  PRIMART-FILE.
           COPY PRIMRTRC.

       FD  EDOTAX-FILE.
           COPY EDOTAXRC.

       FD  GLMAP-FILE.
           COPY GLMAPREC.

       FD  ICCARGO-FILE.
           COPY ICCARGRC.

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-ICREPART-STATUS PIC XX VALUE SPACES.
           77 WS-PATRONAL-STATUS PIC XX VALUE SPACES.
           77 WS-PRIMART-STATUS PIC XX VALUE SPACES.
           77 WS-EDOTAX-STATUS PIC XX VALUE SPACES.
           77 WS-GLMAP-STATUS PIC XX VALUE SPACES.
           77 WS-ICCARGO-STATUS PIC XX VALUE SPACES.
           77 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-AVISOS PIC 9(4) VALUE ZERO.

      * reparto vigente hoy por empleado y compania receptora: el
      * renglon de fecha efectiva mas reciente de cada pareja (mismo
      * criterio que REGISTRA-PRIMA-RIESGO en CARGAPAT.cbl)
           77 WS-NUM-REPARTOS PIC 9(4) VALUE ZERO.
       01  TABLA-REPARTOS.
           05  REPARTO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY REP-IDX.
               10  TAB-REP-ID          PIC 9(5).
               10  TAB-REP-CIA         PIC XX.
               10  TAB-REP-PCT         PIC 9(3)V99.
               10  TAB-REP-FECHA       PIC 9(8).

      * tasas de carga patronal, mismo criterio que CARGAPAT.cbl
           77 WS-PCT-PATRONAL PIC 9(3)V9999 VALUE ZERO.
           77 WS-PRIMA-RT-GENERAL PIC 9(2)V9999 VALUE ZERO.
           77 WS-PRIMA-RT PIC 9(2)V9(5) VALUE ZERO.
           77 WS-NUM-PRIMAS PIC 99 VALUE ZERO.
       01  TABLA-PRIMAS-RT.
           05  PRIMA-RT-ENTRY OCCURS 20 TIMES
                   INDEXED BY PRI-IDX.
               10  TAB-PRI-CIA         PIC XX.
               10  TAB-PRI-FECHA       PIC 9(8).
               10  TAB-PRI-PRIMA       PIC 9(2)V9(5).
           77 WS-NUM-TASAS PIC 99 VALUE ZERO.
       01  TABLA-TASAS.
           05  TASA-ENTRY OCCURS 32 TIMES
                   INDEXED BY TASA-IDX.
               10  TAB-TASA-ESTADO     PIC X(3).
               10  TAB-TASA            PIC 9(2)V9999.
               10  TAB-TASA-ASIM       PIC X.
           77 WS-TASA-EDO PIC 9(2)V9999 VALUE ZERO.

      * empleado en turno y su parte para una compania receptora
           77 WS-CARGA-EMPLEADO PIC 9(7)V99 VALUE ZERO.
           77 WS-PROV-EMPLEADO PIC 9(7)V99 VALUE ZERO.
           77 WS-PROV-AGUI PIC 9(7)V99 VALUE ZERO.
           77 WS-PROV-PRIMA PIC 9(7)V99 VALUE ZERO.
           77 WS-SUMA-PCT PIC 9(5)V99 VALUE ZERO.
           77 WS-EMP-COMPARTIDO PIC X VALUE 'N'.
              88 EMPLEADO-COMPARTIDO VALUE 'S'.
           77 WS-PARTE-SUELDO PIC 9(7)V99 VALUE ZERO.
           77 WS-PARTE-CARGA PIC 9(7)V99 VALUE ZERO.
           77 WS-PARTE-PROV PIC 9(7)V99 VALUE ZERO.

      * cargado por pareja de companias (la que paga y la que recibe)
      * y, dentro de la pareja, el sueldo por departamento de la que
      * paga (los creditos a su gasto de nomina)
           77 WS-NUM-PARES PIC 99 VALUE ZERO.
       01  TABLA-PARES.
           05  PAR-ENTRY OCCURS 81 TIMES
                   INDEXED BY PAR-IDX.
               10  TAB-PAR-PAGA        PIC XX.
               10  TAB-PAR-RECIBE      PIC XX.
               10  TAB-PAR-SUELDO      PIC 9(9)V99.
               10  TAB-PAR-CARGA       PIC 9(9)V99.
               10  TAB-PAR-PROV        PIC 9(9)V99.
               10  TAB-PAR-EMPLEADOS   PIC 9(5).
           77 WS-NUM-PAR-DEPTOS PIC 9(3) VALUE ZERO.
       01  TABLA-PAR-DEPTOS.
           05  PAR-DEPTO-ENTRY OCCURS 500 TIMES
                   INDEXED BY PDE-IDX.
               10  TAB-PDE-PAGA        PIC XX.
               10  TAB-PDE-RECIBE      PIC XX.
               10  TAB-PDE-DEPTO       PIC X(4).
               10  TAB-PDE-SUELDO      PIC 9(9)V99.

      * catalogo de cuentas en memoria (mismo arreglo que GLPOST.cbl)
           77 WS-NUM-MAPA PIC 9(3) VALUE ZERO.
       01  TABLA-MAPA.
           05  MAPA-ENTRY OCCURS 200 TIMES
                   INDEXED BY MAPA-IDX.
               10  TAB-MAPA-TIPO       PIC X.
               10  TAB-MAPA-LLAVE      PIC X(4).
               10  TAB-MAPA-CUENTA     PIC X(6).
           77 WS-CUENTA-HALLADA PIC X(6) VALUE SPACES.
      * cuentas fijas: las mismas de GLPOST.cbl para el gasto de
      * nomina generico (500100), la provision de aguinaldo/prima
      * (500300) y la carga patronal aplicada (500600); el costo de
      * personal intercompania de la compania que recibe (500700) y
      * las genericas de cobro y pago intercompania cuando el
      * catalogo no trae la pareja
           77 WS-CUENTA-GASTO-NOM   PIC X(6) VALUE '500100'.
           77 WS-CUENTA-GASTO-PRV   PIC X(6) VALUE '500300'.
           77 WS-CUENTA-CARGA-APLICADA PIC X(6) VALUE '500600'.
           77 WS-CUENTA-COSTO-IC    PIC X(6) VALUE '500700'.
           77 WS-CUENTA-CXC-IC      PIC X(6) VALUE '115000'.
           77 WS-CUENTA-CXP-IC      PIC X(6) VALUE '215000'.
           77 WS-TOTAL-PAR PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-CARGADO PIC 9(11)V99 VALUE ZERO.

       01  WS-ASIENTO-LINE.
           05  WS-A-CUENTA    PIC X(6).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-A-TIPO      PIC X(7).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-A-MONTO     PIC $Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-A-DESC      PIC X(30).

           77 WS-ED-MONTO PIC $ZZZ,ZZZ,ZZ9.99.

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
           MOVE 'ICCARGO' TO LOG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           OPEN INPUT PAYCALC-FILE.
           IF WS-PAYCALC-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PAYCALC.SRT: "
                  WS-PAYCALC-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      * las dos salidas se rehacen en cada corrida, aunque queden
      * vacias: una de la corrida anterior se archivaria como de esta
           OPEN OUTPUT ICCARGO-FILE.
           IF WS-ICCARGO-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/ICCARGO.OUT: "
                  WS-ICCARGO-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/ICCARGO.GL: "
                  WS-JOURNAL-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-REPARTOS.
           IF WS-NUM-REPARTOS > ZERO
              PERFORM CARGA-PORCENTAJES-PATRONALES
              PERFORM CARGA-PRIMAS-RIESGO
              PERFORM CARGA-TABLA-TASAS
              PERFORM CARGA-MAPA-CUENTAS
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ PAYCALC-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-STAT-LEIDOS
                       PERFORM PROCESA-EMPLEADO
                 END-READ
              END-PERFORM
           END-IF.

           MOVE 'CUENTA' TO WS-A-CUENTA.
           MOVE 'TIPO' TO WS-A-TIPO.
           MOVE SPACES TO WS-A-DESC.
           MOVE WS-ASIENTO-LINE TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           PERFORM ESCRIBE-ASIENTOS-PAR
               VARYING PAR-IDX FROM 1 BY 1
               UNTIL PAR-IDX > WS-NUM-PARES.

           CLOSE PAYCALC-FILE ICCARGO-FILE JOURNAL-FILE.

           MOVE WS-TOTAL-CARGADO TO WS-ED-MONTO.
           IF WS-NUM-REPARTOS = ZERO
              DISPLAY "ICCARGO: SIN data/ICREPART.DAT VIGENTE, NO HAY "
                  "CARGOS INTERCOMPANIA"
           ELSE
              DISPLAY "ICCARGO: " WS-STAT-PROCESADOS
                  " EMPLEADO(S) COMPARTIDO(S), CARGADO " WS-ED-MONTO
                  " ENTRE " WS-NUM-PARES " PAREJA(S) DE COMPANIAS"
              DISPLAY "ICCARGO: DETALLE EN data/ICCARGO.OUT, DIARIO "
                  "INTERCOMPANIA EN data/ICCARGO.GL"
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-AVISOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              STRING 'CARGO INTERCOMPANIA ' WS-ED-MONTO ', '
                  WS-AVISOS ' RENGLON(ES) DE REPARTO SIN COBRAR'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              STRING 'CARGO INTERCOMPANIA ' WS-ED-MONTO ' A '
                  WS-NUM-PARES ' PAREJA(S) DE COMPANIAS'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           END-IF.
           PERFORM REGISTRA-BITACORA.
           PERFORM IMPRIME-ESTADISTICAS.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

      * deja en la tabla, por empleado y compania receptora, el
      * renglon de fecha efectiva mas reciente que ya aplica hoy
       CARGA-REPARTOS.
           OPEN INPUT ICREPART-FILE.
           IF WS-ICREPART-STATUS = "00"
              PERFORM UNTIL WS-ICREPART-STATUS NOT = "00"
                 READ ICREPART-FILE
                    AT END MOVE "10" TO WS-ICREPART-STATUS
                    NOT AT END
                       IF IRP-DATO-ID IS NUMERIC
                          AND IRP-PORCENTAJE IS NUMERIC
                          AND IRP-FECHA-EFECTIVA IS NUMERIC
                          IF IRP-FECHA-EFECTIVA NOT > WS-FECHA-HOY
                             PERFORM REGISTRA-REPARTO
                          END-IF
                       ELSE
                          DISPLAY "ICCARGO: RENGLON INVALIDO EN "
                              "data/ICREPART.DAT: " ICREPART-RECORD
                          ADD 1 TO WS-AVISOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ICREPART-FILE
           END-IF.

       REGISTRA-REPARTO.
           PERFORM VARYING REP-IDX FROM 1 BY 1
                   UNTIL REP-IDX > WS-NUM-REPARTOS
              IF TAB-REP-ID(REP-IDX) = IRP-DATO-ID
                 AND TAB-REP-CIA(REP-IDX) = IRP-CIA-RECIBE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF REP-IDX > WS-NUM-REPARTOS
              IF WS-NUM-REPARTOS = 2000
                 DISPLAY "TABLA LLENA: WS-NUM-REPARTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-REPARTOS
              SET REP-IDX TO WS-NUM-REPARTOS
              MOVE IRP-DATO-ID TO TAB-REP-ID(REP-IDX)
              MOVE IRP-CIA-RECIBE TO TAB-REP-CIA(REP-IDX)
              MOVE ZERO TO TAB-REP-FECHA(REP-IDX)
           END-IF.
           IF IRP-FECHA-EFECTIVA NOT < TAB-REP-FECHA(REP-IDX)
              MOVE IRP-FECHA-EFECTIVA TO TAB-REP-FECHA(REP-IDX)
              MOVE IRP-PORCENTAJE TO TAB-REP-PCT(REP-IDX)
           END-IF.

      * mismo criterio que CARGA-PORCENTAJES-PATRONALES en CARGAPAT.cbl
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
                  "data/PATRONAL.DAT, CARGA PATRONAL QUEDA EN CERO"
           END-IF.

       CARGA-PRIMAS-RIESGO.
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
              CLOSE GLMAP-FILE
           END-IF.
           IF WS-NUM-MAPA = ZERO
              DISPLAY "ICCARGO: SIN CATALOGO data/GLMAP.DAT, TODO "
                  "POSTEA A LAS CUENTAS GENERICAS"
           END-IF.

      * busca la cuenta del tipo/llave dados; WS-CUENTA-HALLADA trae
      * la generica y se queda con ella si el catalogo no tiene el
      * renglon (mismo BUSCA-CUENTA-MAPA que GLPOST.cbl)
       BUSCA-CUENTA-MAPA.
           PERFORM VARYING MAPA-IDX FROM 1 BY 1
                   UNTIL MAPA-IDX > WS-NUM-MAPA
              IF TAB-MAPA-TIPO(MAPA-IDX) = GLM-TIPO
                 AND TAB-MAPA-LLAVE(MAPA-IDX) = GLM-LLAVE
                 MOVE TAB-MAPA-CUENTA(MAPA-IDX) TO WS-CUENTA-HALLADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * un empleado pagado: si tiene reparto vigente se valida que no
      * pase de 100 y se cobra su parte a cada compania receptora
       PROCESA-EMPLEADO.
           MOVE 'N' TO WS-EMP-COMPARTIDO.
           MOVE ZERO TO WS-SUMA-PCT.
           PERFORM VARYING REP-IDX FROM 1 BY 1
                   UNTIL REP-IDX > WS-NUM-REPARTOS
              IF TAB-REP-ID(REP-IDX) = PC-DATO-ID
                 AND TAB-REP-PCT(REP-IDX) > ZERO
                 MOVE 'S' TO WS-EMP-COMPARTIDO
                 ADD TAB-REP-PCT(REP-IDX) TO WS-SUMA-PCT
              END-IF
           END-PERFORM.
           IF EMPLEADO-COMPARTIDO
              IF WS-SUMA-PCT > 100
                 DISPLAY "ICCARGO: DATO-ID " PC-DATO-ID
                     " TIENE REPARTO VIGENTE DE " WS-SUMA-PCT
                     " POR CIENTO, NO SE COBRA"
                 ADD 1 TO WS-AVISOS
                 ADD 1 TO WS-STAT-RECHAZADOS
              ELSE
                 PERFORM CALCULA-COSTO-EMPLEADO
                 PERFORM VARYING REP-IDX FROM 1 BY 1
                         UNTIL REP-IDX > WS-NUM-REPARTOS
                    IF TAB-REP-ID(REP-IDX) = PC-DATO-ID
                       AND TAB-REP-PCT(REP-IDX) > ZERO
                       PERFORM COBRA-PARTE-EMPLEADO
                    END-IF
                 END-PERFORM
                 ADD 1 TO WS-STAT-PROCESADOS
              END-IF
           END-IF.

      * carga patronal como ACUMULA-CARGA en CARGAPAT.cbl y provision
      * como ACUMULA-PROVISION en TIPOSDEDATOS.cbl
       CALCULA-COSTO-EMPLEADO.
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
              MOVE ZERO TO WS-PROV-EMPLEADO
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
              COMPUTE WS-PROV-AGUI ROUNDED = PC-SALARIO * 15 / 365
              COMPUTE WS-PROV-PRIMA ROUNDED = PC-SALARIO * 3 / 365
              COMPUTE WS-PROV-EMPLEADO = WS-PROV-AGUI + WS-PROV-PRIMA
           END-IF.

      * la parte de una compania receptora: renglon de detalle y
      * acumulado de la pareja y del departamento que la paga
       COBRA-PARTE-EMPLEADO.
           IF TAB-REP-CIA(REP-IDX) = PC-COMPANIA
              DISPLAY "ICCARGO: DATO-ID " PC-DATO-ID
                  " REPARTIDO A SU PROPIA COMPANIA "
                  PC-COMPANIA ", ESE RENGLON NO SE COBRA"
              ADD 1 TO WS-AVISOS
           ELSE
              COMPUTE WS-PARTE-SUELDO ROUNDED =
                  PC-SALARIO * TAB-REP-PCT(REP-IDX) / 100
              COMPUTE WS-PARTE-CARGA ROUNDED =
                  WS-CARGA-EMPLEADO * TAB-REP-PCT(REP-IDX) / 100
              COMPUTE WS-PARTE-PROV ROUNDED =
                  WS-PROV-EMPLEADO * TAB-REP-PCT(REP-IDX) / 100
              MOVE TAB-REP-CIA(REP-IDX) TO ICC-CIA-RECIBE
              MOVE PC-COMPANIA TO ICC-CIA-PAGA
              MOVE PC-PERIODO-NOMINA TO ICC-PERIODO
              MOVE PC-DATO-ID TO ICC-DATO-ID
              MOVE PC-DEPARTAMENTO TO ICC-DEPARTAMENTO
              MOVE TAB-REP-PCT(REP-IDX) TO ICC-PORCENTAJE
              MOVE WS-PARTE-SUELDO TO ICC-SUELDO
              MOVE WS-PARTE-CARGA TO ICC-CARGA
              MOVE WS-PARTE-PROV TO ICC-PROVISION
              WRITE ICCARGO-RECORD
              PERFORM BUSCA-O-CREA-PAR
              ADD WS-PARTE-SUELDO TO TAB-PAR-SUELDO(PAR-IDX)
              ADD WS-PARTE-CARGA TO TAB-PAR-CARGA(PAR-IDX)
              ADD WS-PARTE-PROV TO TAB-PAR-PROV(PAR-IDX)
              ADD 1 TO TAB-PAR-EMPLEADOS(PAR-IDX)
              PERFORM BUSCA-O-CREA-PAR-DEPTO
              ADD WS-PARTE-SUELDO TO TAB-PDE-SUELDO(PDE-IDX)
              COMPUTE WS-TOTAL-CARGADO = WS-TOTAL-CARGADO
                  + WS-PARTE-SUELDO + WS-PARTE-CARGA + WS-PARTE-PROV
           END-IF.

       BUSCA-O-CREA-PAR.
           PERFORM VARYING PAR-IDX FROM 1 BY 1
                   UNTIL PAR-IDX > WS-NUM-PARES
              IF TAB-PAR-PAGA(PAR-IDX) = PC-COMPANIA
                 AND TAB-PAR-RECIBE(PAR-IDX) = TAB-REP-CIA(REP-IDX)
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
              INITIALIZE PAR-ENTRY(PAR-IDX)
              MOVE PC-COMPANIA TO TAB-PAR-PAGA(PAR-IDX)
              MOVE TAB-REP-CIA(REP-IDX) TO TAB-PAR-RECIBE(PAR-IDX)
           END-IF.

       BUSCA-O-CREA-PAR-DEPTO.
           PERFORM VARYING PDE-IDX FROM 1 BY 1
                   UNTIL PDE-IDX > WS-NUM-PAR-DEPTOS
              IF TAB-PDE-PAGA(PDE-IDX) = PC-COMPANIA
                 AND TAB-PDE-RECIBE(PDE-IDX) = TAB-REP-CIA(REP-IDX)
                 AND TAB-PDE-DEPTO(PDE-IDX) = PC-DEPARTAMENTO
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
              MOVE PC-COMPANIA TO TAB-PDE-PAGA(PDE-IDX)
              MOVE TAB-REP-CIA(REP-IDX) TO TAB-PDE-RECIBE(PDE-IDX)
              MOVE PC-DEPARTAMENTO TO TAB-PDE-DEPTO(PDE-IDX)
              MOVE ZERO TO TAB-PDE-SUELDO(PDE-IDX)
           END-IF.

      * juego de asientos de una pareja: en los libros de la que
      * paga, la cuenta por cobrar contra lo que sale de su gasto; en
      * los de la que recibe, su costo contra la cuenta por pagar
       ESCRIBE-ASIENTOS-PAR.
           COMPUTE WS-TOTAL-PAR = TAB-PAR-SUELDO(PAR-IDX)
               + TAB-PAR-CARGA(PAR-IDX) + TAB-PAR-PROV(PAR-IDX).
           MOVE 'R' TO GLM-TIPO.
           MOVE TAB-PAR-RECIBE(PAR-IDX) TO GLM-LLAVE.
           MOVE WS-CUENTA-CXC-IC TO WS-CUENTA-HALLADA.
           PERFORM BUSCA-CUENTA-MAPA.
           IF WS-CUENTA-HALLADA = WS-CUENTA-CXC-IC
              DISPLAY "ICCARGO: COMPANIA SIN CUENTA POR COBRAR EN "
                  "data/GLMAP.DAT: " TAB-PAR-RECIBE(PAR-IDX)
                  ", POSTEA A " WS-CUENTA-CXC-IC
           END-IF.
           MOVE WS-CUENTA-HALLADA TO WS-A-CUENTA.
           MOVE 'DEBITO' TO WS-A-TIPO.
           MOVE WS-TOTAL-PAR TO WS-A-MONTO.
           MOVE SPACES TO WS-A-DESC.
           STRING 'CXC IC ' TAB-PAR-RECIBE(PAR-IDX)
               ' CIA ' TAB-PAR-PAGA(PAR-IDX)
               DELIMITED BY SIZE INTO WS-A-DESC.
           MOVE WS-ASIENTO-LINE TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           PERFORM ESCRIBE-CREDITO-DEPTO
               VARYING PDE-IDX FROM 1 BY 1
               UNTIL PDE-IDX > WS-NUM-PAR-DEPTOS.
           IF TAB-PAR-CARGA(PAR-IDX) > ZERO
              MOVE WS-CUENTA-CARGA-APLICADA TO WS-A-CUENTA
              MOVE 'CREDITO' TO WS-A-TIPO
              MOVE TAB-PAR-CARGA(PAR-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'CARGO IC CARGA ' TAB-PAR-RECIBE(PAR-IDX)
                  ' CIA ' TAB-PAR-PAGA(PAR-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              MOVE WS-ASIENTO-LINE TO JOURNAL-LINE
              WRITE JOURNAL-LINE
           END-IF.
           IF TAB-PAR-PROV(PAR-IDX) > ZERO
              MOVE WS-CUENTA-GASTO-PRV TO WS-A-CUENTA
              MOVE 'CREDITO' TO WS-A-TIPO
              MOVE TAB-PAR-PROV(PAR-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'CARGO IC AGUI/PV ' TAB-PAR-RECIBE(PAR-IDX)
                  ' CIA ' TAB-PAR-PAGA(PAR-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              MOVE WS-ASIENTO-LINE TO JOURNAL-LINE
              WRITE JOURNAL-LINE
           END-IF.

           MOVE WS-CUENTA-COSTO-IC TO WS-A-CUENTA.
           MOVE 'DEBITO' TO WS-A-TIPO.
           MOVE WS-TOTAL-PAR TO WS-A-MONTO.
           MOVE SPACES TO WS-A-DESC.
           STRING 'COSTO IC DE ' TAB-PAR-PAGA(PAR-IDX)
               ' CIA ' TAB-PAR-RECIBE(PAR-IDX)
               DELIMITED BY SIZE INTO WS-A-DESC.
           MOVE WS-ASIENTO-LINE TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           MOVE 'P' TO GLM-TIPO.
           MOVE TAB-PAR-PAGA(PAR-IDX) TO GLM-LLAVE.
           MOVE WS-CUENTA-CXP-IC TO WS-CUENTA-HALLADA.
           PERFORM BUSCA-CUENTA-MAPA.
           IF WS-CUENTA-HALLADA = WS-CUENTA-CXP-IC
              DISPLAY "ICCARGO: COMPANIA SIN CUENTA POR PAGAR EN "
                  "data/GLMAP.DAT: " TAB-PAR-PAGA(PAR-IDX)
                  ", POSTEA A " WS-CUENTA-CXP-IC
           END-IF.
           MOVE WS-CUENTA-HALLADA TO WS-A-CUENTA.
           MOVE 'CREDITO' TO WS-A-TIPO.
           MOVE WS-TOTAL-PAR TO WS-A-MONTO.
           MOVE SPACES TO WS-A-DESC.
           STRING 'CXP IC ' TAB-PAR-PAGA(PAR-IDX)
               ' CIA ' TAB-PAR-RECIBE(PAR-IDX)
               DELIMITED BY SIZE INTO WS-A-DESC.
           MOVE WS-ASIENTO-LINE TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.

      * credito al gasto de nomina de un departamento de la que paga
      * por el sueldo que se le cobra a la pareja en turno
       ESCRIBE-CREDITO-DEPTO.
           IF TAB-PDE-PAGA(PDE-IDX) = TAB-PAR-PAGA(PAR-IDX)
              AND TAB-PDE-RECIBE(PDE-IDX) = TAB-PAR-RECIBE(PAR-IDX)
              MOVE 'D' TO GLM-TIPO
              MOVE TAB-PDE-DEPTO(PDE-IDX) TO GLM-LLAVE
              MOVE WS-CUENTA-GASTO-NOM TO WS-CUENTA-HALLADA
              PERFORM BUSCA-CUENTA-MAPA
              MOVE WS-CUENTA-HALLADA TO WS-A-CUENTA
              MOVE 'CREDITO' TO WS-A-TIPO
              MOVE TAB-PDE-SUELDO(PDE-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'CARGO IC NOM ' TAB-PDE-DEPTO(PDE-IDX) ' '
                  TAB-PDE-RECIBE(PDE-IDX) ' CIA '
                  TAB-PDE-PAGA(PDE-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              MOVE WS-ASIENTO-LINE TO JOURNAL-LINE
              WRITE JOURNAL-LINE
           END-IF.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'FIN DE JOB: LEIDOS=' WS-STAT-LEIDOS
               ' PROCESADOS=' WS-STAT-PROCESADOS
               ' RECHAZADOS=' WS-STAT-RECHAZADOS
               ' SEGUNDOS=' WS-STAT-SEG-TRANSCURRIDOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio: truncar
      * es dejar de cobrar; el job aborta y capacidad decide si
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
