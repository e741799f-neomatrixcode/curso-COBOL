      * AGENDA: agenda maestra de jobs. Operacion dependia de un
      * calendario de pared para saber cuando tocaba PAYROLL.job de
      * cada compania, SUA.job cada bimestre, SBC, INCIDENTES y
      * STATREP cada mes, AHORRO, BACKUP y YEAREND, y dos veces en el
      * ano se olvido uno. Con el maestro data/AGENDA.DAT (ver
      * AGENDARC.cpy: disparo y prerrequisitos de cada job) y la
      * historia data/AGENDA.HIS (ver AGHISRC.cpy) este programa
      * trabaja en tres modos, segun data/AGENDA.PRM:
      *   'P' planea el dia: decide que jobs tienen disparo en la
      *       fecha (las fechas de pago salen del calendario de cada
      *       compania que arma CALENDARIO.cbl), revisa que los
      *       prerrequisitos que no corren hoy esten cumplidos en la
      *       historia, los ordena de modo que cada prerrequisito
      *       corra antes que quien lo necesita y deja el plan en
      *       data/AGENDA.PLN para que jobs/AGENDA.job los corra. En
      *       data/AGENDA.RPT lista primero los disparos de dias
      *       anteriores que no tienen corrida cumplida ("debidos y
      *       no corridos") y despues el plan del dia
      *   'H' registra en la historia lo que paso con cada job del
      *       plan (data/AGENDA.RES, lo escribe el job al correrlos)
      *       y lo agrega al reporte
      *   'M' marca a mano como cumplido un disparo (el operador
      *       corrio el job por su cuenta), para que deje de salir en
      *       la lista de debidos y no corridos
      * COND-CODE 4 si hay debidos y no corridos o jobs bloqueados,
      * 8 si un job del plan fallo.
      * uso: jobs/AGENDA.job [MARCA ID AAAAMMDD]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "data/AGENDA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AGENDA-FILE ASSIGN TO "data/AGENDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO "data/AGENDA.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PLAN-FILE ASSIGN TO "data/AGENDA.PLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT OPTIONAL RESULT-FILE ASSIGN TO "data/AGENDA.RES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/AGENDA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-FECHA          PIC X(8).
           05  PRM-MODO           PIC X.
               88  PRM-PLANEA     VALUE 'P'.
               88  PRM-HISTORIA   VALUE 'H'.
               88  PRM-MARCA      VALUE 'M'.
      * solo en el modo 'M': el disparo que se marca
           05  PRM-ID             PIC X(8).
           05  PRM-FECHA-DEBIDO   PIC X(8).

       FD  AGENDA-FILE.
           COPY AGENDARC.

       FD  HIST-FILE.
           COPY AGHISRC.

      * plan del dia en el orden en que se corre: 'L' listo para
      * correr, 'B' bloqueado (un prerrequisito no esta cumplido),
      * 'C' bloqueado por un ciclo de prerrequisitos; PLN-PRERREQ son
      * los prerrequisitos que corren en este mismo plan, los que el
      * job revisa en data/AGENDA.RES antes de arrancarlo
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05  PLN-ID             PIC X(8).
           05  PLN-JOB            PIC X(12).
           05  PLN-ARGUMENTOS     PIC X(20).
           05  PLN-FECHA-DEBIDO   PIC 9(8).
           05  PLN-ESTADO         PIC X.
               88  PLN-LISTO      VALUE 'L'.
               88  PLN-BLOQUEADO  VALUE 'B'.
               88  PLN-CICLO      VALUE 'C'.
           05  PLN-PRERREQ        PIC X(8) OCCURS 3 TIMES.

      * lo que el job hizo con cada renglon 'L' del plan: 'C' corrio
      * (con su COND-CODE y horas), 'B' no se arranco porque un
      * prerrequisito del mismo plan no termino bien
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05  RES-ID             PIC X(8).
           05  RES-CC             PIC 9(3).
           05  RES-HORA-INICIO    PIC 9(6).
           05  RES-HORA-FIN       PIC 9(6).
           05  RES-EJECUCION      PIC X.
               88  RES-CORRIO     VALUE 'C'.
               88  RES-NO-CORRIO  VALUE 'B'.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           COPY LOGCOMM.
           COPY PERIODOS.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-AGENDA-STATUS PIC XX VALUE SPACES.
           77 WS-HIST-STATUS PIC XX VALUE SPACES.
           77 WS-PLAN-STATUS PIC XX VALUE SPACES.
           77 WS-RESULT-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-INT-HOY PIC 9(7) VALUE ZERO.
           77 WS-HORA-HOY PIC 9(6) VALUE ZERO.

      * cuantos dias hacia atras se buscan disparos sin cumplir y el
      * ultimo disparo de un prerrequisito (un job anual cabe)
           77 WS-DIAS-ATRAS PIC 9(3) VALUE 400.
           77 WS-DIA-ATRAS PIC 9(3) VALUE ZERO.

      * maestro de la agenda en memoria
           77 WS-NUM-AGENDA PIC 99 VALUE ZERO.
       01  TABLA-AGENDA.
           05  AGENDA-ENTRY OCCURS 50 TIMES
                   INDEXED BY AGD-IDX.
               10  TAB-AGD-ID          PIC X(8).
               10  TAB-AGD-JOB         PIC X(12).
               10  TAB-AGD-DISPARO     PIC X.
               10  TAB-AGD-CIA         PIC XX.
               10  TAB-AGD-MES         PIC 99.
               10  TAB-AGD-DIA         PIC 99.
               10  TAB-AGD-DESFASE     PIC 99.
               10  TAB-AGD-PARAMETROS  PIC X.
               10  TAB-AGD-ALTA        PIC 9(8).
               10  TAB-AGD-PRERREQ     PIC X(8) OCCURS 3 TIMES.
      * posicion en la tabla de cada prerrequisito (cero si no hay)
               10  TAB-AGD-PRE-POS     PIC 99 OCCURS 3 TIMES.
      * situacion del dia: 'N' sin disparo, 'Y' ya cumplido, 'L'
      * listo, 'B' bloqueado, 'C' ciclo
               10  TAB-AGD-ESTADO      PIC X.
               10  TAB-AGD-ARGUMENTOS  PIC X(20).
               10  TAB-AGD-ORDEN       PIC 99.
               10  TAB-AGD-BLOQUEO     PIC X(8).
               10  TAB-AGD-BLOQUEO-FECHA PIC 9(8).
           77 WS-AGD-POS PIC 99 VALUE ZERO.
           77 WS-PRE-POS PIC 99 VALUE ZERO.
           77 WS-PRE-IDX PIC 9 VALUE ZERO.
           77 WS-ID-BUSCADO PIC X(8) VALUE SPACES.
           77 WS-RENGLONES-MALOS PIC 9(3) VALUE ZERO.

      * historia reciente en memoria (disparos dentro de la ventana
      * de WS-DIAS-ATRAS); el ultimo renglon de un disparo manda,
      * salvo que alguno ya lo haya cumplido
           77 WS-NUM-HISTORIA PIC 9(5) VALUE ZERO.
       01  TABLA-HISTORIA.
           05  HISTORIA-ENTRY OCCURS 10000 TIMES
                   INDEXED BY HIS-IDX.
               10  TAB-HIS-ID          PIC X(8).
               10  TAB-HIS-FECHA       PIC 9(8).
               10  TAB-HIS-RESULTADO   PIC X.
               10  TAB-HIS-CC          PIC 9(3).
           77 WS-FECHA-VENTANA PIC 9(8) VALUE ZERO.
           77 WS-HIS-CUMPLIDO PIC X VALUE 'N'.
              88 DISPARO-CUMPLIDO VALUE 'S'.
           77 WS-HIS-RESULTADO PIC X VALUE SPACE.
           77 WS-HIS-CC PIC 9(3) VALUE ZERO.

      * evaluacion de un disparo: renglon WS-AGD-POS en la fecha
      * WS-FECHA-EVAL; WS-FECHA-CICLO es la fecha de la que salen
      * los argumentos (el fin de mes/bimestre que cerro, la fecha de
      * pago)
           77 WS-FECHA-EVAL PIC 9(8) VALUE ZERO.
           77 WS-INT-EVAL PIC 9(7) VALUE ZERO.
           77 WS-DEBIDO PIC X VALUE 'N'.
              88 HAY-DISPARO VALUE 'S'.
           77 WS-FECHA-CICLO PIC 9(8) VALUE ZERO.
           77 WS-FECHA-PAGO PIC 9(8) VALUE ZERO.
           77 WS-PER-IDX PIC 99 VALUE ZERO.
           77 WS-CIA-CAL-POS PIC 9 VALUE ZERO.
       01  WS-FECHA-TRABAJO.
           05  WS-FT-ANIO         PIC 9(4).
           05  WS-FT-MES          PIC 99.
           05  WS-FT-DIA          PIC 99.
       01  WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO PIC 9(8).
           77 WS-FIN-MES PIC 9(8) VALUE ZERO.
           77 WS-DIA-FIN-MES PIC 99 VALUE ZERO.
           77 WS-DIA-EFECTIVO PIC 99 VALUE ZERO.
           77 WS-BIMESTRE PIC 9 VALUE ZERO.
           77 WS-ARGUMENTOS PIC X(20) VALUE SPACES.
           77 WS-ULTIMO-DEBIDO PIC 9(8) VALUE ZERO.

      * orden del plan
           77 WS-NUM-ORDEN PIC 99 VALUE ZERO.
           77 WS-AVANCE PIC X VALUE 'N'.
              88 HUBO-AVANCE VALUE 'S'.
           77 WS-PRE-LISTOS PIC X VALUE 'N'.
              88 PRERREQUISITOS-COLOCADOS VALUE 'S'.
           77 WS-ORDEN-BUSCADO PIC 99 VALUE ZERO.
           77 WS-PLN-PRE PIC 9 VALUE ZERO.

      * resultados de la corrida (modo 'H')
           77 WS-NUM-RESULTADOS PIC 99 VALUE ZERO.
       01  TABLA-RESULTADOS.
           05  RESULTADO-ENTRY OCCURS 50 TIMES
                   INDEXED BY RES-IDX.
               10  TAB-RES-ID          PIC X(8).
               10  TAB-RES-CC          PIC 9(3).
               10  TAB-RES-INICIO      PIC 9(6).
               10  TAB-RES-FIN         PIC 9(6).
               10  TAB-RES-EJECUCION   PIC X.

      * contadores del reporte
           77 WS-NUM-EXCEPCIONES PIC 9(4) VALUE ZERO.
           77 WS-NUM-PLAN PIC 99 VALUE ZERO.
           77 WS-NUM-LISTOS PIC 99 VALUE ZERO.
           77 WS-NUM-BLOQUEADOS PIC 99 VALUE ZERO.
           77 WS-NUM-CUMPLIDOS PIC 99 VALUE ZERO.
           77 WS-NUM-TERMINADOS PIC 99 VALUE ZERO.
           77 WS-NUM-FALLIDOS PIC 99 VALUE ZERO.
           77 WS-NUM-NO-CORRIDOS PIC 99 VALUE ZERO.

       01  WS-EXCEPCION-LINE.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-E-ID        PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-E-JOB       PIC X(12).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-E-ARGUMENTOS PIC X(12).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-E-FECHA     PIC 9(8).
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-E-SITUACION PIC X(40).

       01  WS-PLAN-LINE.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-P-ORDEN     PIC Z9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-P-ID        PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-P-JOB       PIC X(12).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-P-ARGUMENTOS PIC X(12).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-P-SITUACION PIC X(50).

       01  WS-CORRIDA-LINE.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-R-ID        PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-R-JOB       PIC X(12).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-R-ARGUMENTOS PIC X(12).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-R-INICIO    PIC 99B99B99.
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-R-FIN       PIC 99B99B99.
           05  FILLER         PIC X(4) VALUE " CC=".
           05  WS-R-CC        PIC ZZ9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-R-SITUACION PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'AGENDA' TO LOG-PROGRAMA.
           PERFORM LEE-PARAMETROS.
           EVALUATE TRUE
              WHEN PRM-PLANEA
                 PERFORM PLANEA-DIA
              WHEN PRM-HISTORIA
                 PERFORM REGISTRA-HISTORIA
              WHEN PRM-MARCA
                 PERFORM MARCA-MANUAL
           END-EVALUATE.
           STOP RUN.

      * fecha de la agenda y modo, los deja el job en
      * data/AGENDA.PRM
       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END MOVE "10" TO WS-PARM-STATUS
              END-READ
           END-IF.
           IF WS-PARM-STATUS NOT = "00"
              OR PRM-FECHA IS NOT NUMERIC
              OR NOT (PRM-PLANEA OR PRM-HISTORIA OR PRM-MARCA)
              DISPLAY "ERROR: data/AGENDA.PRM SIN FECHA O MODO "
                  "VALIDOS: " WS-PARM-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PARM-FILE.
           MOVE PRM-FECHA TO WS-FECHA-HOY.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HOY) NOT = ZERO
              DISPLAY "ERROR: FECHA INVALIDA EN data/AGENDA.PRM: "
                  PRM-FECHA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOY.

      *-----------------------------------------------------------------
      * modo 'P': plan del dia
      *-----------------------------------------------------------------
       PLANEA-DIA.
      * fechas de pago de cada compania (y el quincenal corporativo)
           CALL "CALENDARIO".
           PERFORM CARGA-AGENDA.
           PERFORM CARGA-HISTORIA.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/AGENDA.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AGENDA DIARIA DE JOBS - FECHA ' WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RENGLONES-MALOS > ZERO
              MOVE SPACES TO REPORT-LINE
              STRING 'AVISO: ' WS-RENGLONES-MALOS
                  ' RENGLON(ES) INVALIDOS EN data/AGENDA.DAT, VER '
                  'LA CONSOLA' DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DEBIDOS Y NO CORRIDOS (DISPAROS DE DIAS '
               'ANTERIORES SIN CORRIDA CUMPLIDA)'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM LISTA-NO-CORRIDOS
               VARYING AGD-IDX FROM 1 BY 1
               UNTIL AGD-IDX > WS-NUM-AGENDA.
           IF WS-NUM-EXCEPCIONES = ZERO
              MOVE '  NINGUNO' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           PERFORM DETERMINA-DEBIDO-HOY
               VARYING AGD-IDX FROM 1 BY 1
               UNTIL AGD-IDX > WS-NUM-AGENDA.
           PERFORM ORDENA-PLAN.
           PERFORM ESCRIBE-PLAN.
           CLOSE REPORT-FILE.

           DISPLAY "AGENDA " WS-FECHA-HOY ": " WS-NUM-LISTOS
               " JOB(S) POR CORRER, " WS-NUM-BLOQUEADOS
               " BLOQUEADO(S), " WS-NUM-EXCEPCIONES
               " DEBIDO(S) Y NO CORRIDO(S)".
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'PLAN ' WS-FECHA-HOY ': ' WS-NUM-LISTOS
               ' POR CORRER, ' WS-NUM-BLOQUEADOS ' BLOQUEADOS, '
               WS-NUM-EXCEPCIONES ' DEBIDOS Y NO CORRIDOS'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           IF WS-NUM-EXCEPCIONES > ZERO
              OR WS-NUM-BLOQUEADOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
           END-IF.

       CARGA-AGENDA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGENDA-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/AGENDA.DAT: "
                  WS-AGENDA-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ AGENDA-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    PERFORM VALIDA-RENGLON-AGENDA
              END-READ
           END-PERFORM.
           CLOSE AGENDA-FILE.
           PERFORM RESUELVE-PRERREQUISITOS
               VARYING AGD-IDX FROM 1 BY 1
               UNTIL AGD-IDX > WS-NUM-AGENDA.

      * un renglon con disparo o parametros fuera de catalogo no
      * se agenda (y se avisa); nunca se adivina
       VALIDA-RENGLON-AGENDA.
           EVALUATE TRUE
              WHEN AGD-ID = SPACES
                 OR AGD-JOB = SPACES
                 OR NOT AGD-DISPARO-VALIDO
                 OR NOT AGD-PARAMETROS-VALIDO
                 OR AGD-FECHA-ALTA IS NOT NUMERIC
                 OR AGD-DESFASE IS NOT NUMERIC
                 ADD 1 TO WS-RENGLONES-MALOS
                 DISPLAY "AGENDA: RENGLON INVALIDO EN data/AGENDA.DAT,"
                     " NO SE AGENDA: " AGD-ID " " AGD-JOB
              WHEN (AGD-DIA-FIJO OR AGD-ANUAL)
                 AND (AGD-DIA IS NOT NUMERIC
                 OR AGD-DIA < 1 OR AGD-DIA > 31)
                 ADD 1 TO WS-RENGLONES-MALOS
                 DISPLAY "AGENDA: DIA INVALIDO, NO SE AGENDA: " AGD-ID
              WHEN AGD-ANUAL
                 AND (AGD-MES IS NOT NUMERIC
                 OR AGD-MES < 1 OR AGD-MES > 12)
                 ADD 1 TO WS-RENGLONES-MALOS
                 DISPLAY "AGENDA: MES INVALIDO, NO SE AGENDA: " AGD-ID
              WHEN OTHER
                 IF WS-NUM-AGENDA = 50
                    DISPLAY "TABLA LLENA: WS-NUM-AGENDA"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-AGENDA
                 SET AGD-IDX TO WS-NUM-AGENDA
                 MOVE AGD-ID TO TAB-AGD-ID(AGD-IDX)
                 MOVE AGD-JOB TO TAB-AGD-JOB(AGD-IDX)
                 MOVE AGD-DISPARO TO TAB-AGD-DISPARO(AGD-IDX)
                 MOVE AGD-COMPANIA TO TAB-AGD-CIA(AGD-IDX)
                 MOVE AGD-MES TO TAB-AGD-MES(AGD-IDX)
                 MOVE AGD-DIA TO TAB-AGD-DIA(AGD-IDX)
                 MOVE AGD-DESFASE TO TAB-AGD-DESFASE(AGD-IDX)
                 MOVE AGD-PARAMETROS TO TAB-AGD-PARAMETROS(AGD-IDX)
                 MOVE AGD-FECHA-ALTA TO TAB-AGD-ALTA(AGD-IDX)
                 MOVE AGD-PRERREQ(1) TO TAB-AGD-PRERREQ(AGD-IDX, 1)
                 MOVE AGD-PRERREQ(2) TO TAB-AGD-PRERREQ(AGD-IDX, 2)
                 MOVE AGD-PRERREQ(3) TO TAB-AGD-PRERREQ(AGD-IDX, 3)
                 MOVE 'N' TO TAB-AGD-ESTADO(AGD-IDX)
                 MOVE SPACES TO TAB-AGD-ARGUMENTOS(AGD-IDX)
                     TAB-AGD-BLOQUEO(AGD-IDX)
                 MOVE ZERO TO TAB-AGD-ORDEN(AGD-IDX)
                     TAB-AGD-BLOQUEO-FECHA(AGD-IDX)
           END-EVALUATE.

      * un prerrequisito que no esta en la agenda no se puede
      * revisar: se avisa y el job queda bloqueado el dia que toque
       RESUELVE-PRERREQUISITOS.
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1 UNTIL WS-PRE-IDX > 3
              MOVE ZERO TO TAB-AGD-PRE-POS(AGD-IDX, WS-PRE-IDX)
              IF TAB-AGD-PRERREQ(AGD-IDX, WS-PRE-IDX) NOT = SPACES
                 MOVE TAB-AGD-PRERREQ(AGD-IDX, WS-PRE-IDX)
                     TO WS-ID-BUSCADO
                 PERFORM BUSCA-EN-AGENDA
                 MOVE WS-AGD-POS TO
                     TAB-AGD-PRE-POS(AGD-IDX, WS-PRE-IDX)
                 IF WS-AGD-POS = ZERO
                    DISPLAY "AGENDA: PRERREQUISITO " WS-ID-BUSCADO
                        " DE " TAB-AGD-ID(AGD-IDX)
                        " NO ESTA EN data/AGENDA.DAT"
                 END-IF
              END-IF
           END-PERFORM.

       BUSCA-EN-AGENDA.
           MOVE ZERO TO WS-AGD-POS.
           PERFORM VARYING WS-PRE-POS FROM 1 BY 1
                   UNTIL WS-PRE-POS > WS-NUM-AGENDA
              IF TAB-AGD-ID(WS-PRE-POS) = WS-ID-BUSCADO
                 MOVE WS-PRE-POS TO WS-AGD-POS
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * solo los disparos dentro de la ventana: lo anterior ya no
      * se revisa
       CARGA-HISTORIA.
           COMPUTE WS-FECHA-VENTANA = FUNCTION DATE-OF-INTEGER(
               WS-INT-HOY - WS-DIAS-ATRAS).
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ HIST-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF AGH-FECHA-DEBIDO NOT < WS-FECHA-VENTANA
                          PERFORM GUARDA-HISTORIA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE HIST-FILE.

       GUARDA-HISTORIA.
           IF WS-NUM-HISTORIA = 10000
              DISPLAY "TABLA LLENA: WS-NUM-HISTORIA"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-HISTORIA.
           MOVE AGH-ID TO TAB-HIS-ID(WS-NUM-HISTORIA).
           MOVE AGH-FECHA-DEBIDO TO TAB-HIS-FECHA(WS-NUM-HISTORIA).
           MOVE AGH-RESULTADO TO TAB-HIS-RESULTADO(WS-NUM-HISTORIA).
           MOVE AGH-CC TO TAB-HIS-CC(WS-NUM-HISTORIA).

      * situacion de un disparo (WS-ID-BUSCADO en WS-FECHA-EVAL):
      * cumplido si algun renglon es 'T' o 'M'; si no, el ultimo
      * resultado registrado (espacio si nunca se intento)
       BUSCA-EN-HISTORIA.
           MOVE 'N' TO WS-HIS-CUMPLIDO.
           MOVE SPACE TO WS-HIS-RESULTADO.
           MOVE ZERO TO WS-HIS-CC.
           PERFORM VARYING HIS-IDX FROM 1 BY 1
                   UNTIL HIS-IDX > WS-NUM-HISTORIA
              IF TAB-HIS-ID(HIS-IDX) = WS-ID-BUSCADO
                 AND TAB-HIS-FECHA(HIS-IDX) = WS-FECHA-EVAL
                 MOVE TAB-HIS-RESULTADO(HIS-IDX) TO WS-HIS-RESULTADO
                 MOVE TAB-HIS-CC(HIS-IDX) TO WS-HIS-CC
                 IF TAB-HIS-RESULTADO(HIS-IDX) = 'T'
                    OR TAB-HIS-RESULTADO(HIS-IDX) = 'M'
                    MOVE 'S' TO WS-HIS-CUMPLIDO
                 END-IF
              END-IF
           END-PERFORM.

      * disparos de dias anteriores del renglon AGD-IDX sin corrida
      * cumplida, del mas reciente hacia atras
       LISTA-NO-CORRIDOS.
           SET WS-AGD-POS TO AGD-IDX.
           MOVE TAB-AGD-ID(AGD-IDX) TO WS-ID-BUSCADO.
           PERFORM VARYING WS-DIA-ATRAS FROM 1 BY 1
                   UNTIL WS-DIA-ATRAS > WS-DIAS-ATRAS
              COMPUTE WS-FECHA-EVAL = FUNCTION DATE-OF-INTEGER(
                  WS-INT-HOY - WS-DIA-ATRAS)
              IF WS-FECHA-EVAL < TAB-AGD-ALTA(AGD-IDX)
                 EXIT PERFORM
              END-IF
              PERFORM EVALUA-DISPARO
              IF HAY-DISPARO
                 PERFORM BUSCA-EN-HISTORIA
                 IF NOT DISPARO-CUMPLIDO
                    PERFORM ESCRIBE-EXCEPCION
                 END-IF
              END-IF
           END-PERFORM.

       ESCRIBE-EXCEPCION.
           ADD 1 TO WS-NUM-EXCEPCIONES.
           PERFORM ARMA-ARGUMENTOS.
           MOVE TAB-AGD-ID(AGD-IDX) TO WS-E-ID.
           MOVE TAB-AGD-JOB(AGD-IDX) TO WS-E-JOB.
           MOVE WS-ARGUMENTOS TO WS-E-ARGUMENTOS.
           MOVE WS-FECHA-EVAL TO WS-E-FECHA.
           MOVE SPACES TO WS-E-SITUACION.
           EVALUATE WS-HIS-RESULTADO
              WHEN 'F'
                 STRING 'FALLO, COND-CODE ' WS-HIS-CC
                     DELIMITED BY SIZE INTO WS-E-SITUACION
              WHEN 'B'
                 MOVE 'BLOQUEADO POR PRERREQUISITO'
                     TO WS-E-SITUACION
              WHEN OTHER
                 MOVE 'NO SE CORRIO' TO WS-E-SITUACION
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-EXCEPCION-LINE.

      * disparo de hoy: si ya tiene corrida cumplida (re-arranque del
      * mismo dia) no se vuelve a correr
       DETERMINA-DEBIDO-HOY.
           SET WS-AGD-POS TO AGD-IDX.
           MOVE WS-FECHA-HOY TO WS-FECHA-EVAL.
           PERFORM EVALUA-DISPARO.
           IF HAY-DISPARO
              PERFORM ARMA-ARGUMENTOS
              MOVE WS-ARGUMENTOS TO TAB-AGD-ARGUMENTOS(AGD-IDX)
              MOVE TAB-AGD-ID(AGD-IDX) TO WS-ID-BUSCADO
              PERFORM BUSCA-EN-HISTORIA
              IF DISPARO-CUMPLIDO
                 MOVE 'Y' TO TAB-AGD-ESTADO(AGD-IDX)
              ELSE
                 MOVE 'L' TO TAB-AGD-ESTADO(AGD-IDX)
              END-IF
           END-IF.

      * orden del plan: pasada tras pasada se coloca cada job cuyos
      * prerrequisitos del mismo dia ya quedaron colocados; lo que
      * no se puede colocar es un ciclo de prerrequisitos
       ORDENA-PLAN.
           MOVE 'S' TO WS-AVANCE.
           PERFORM UNTIL NOT HUBO-AVANCE
              MOVE 'N' TO WS-AVANCE
              PERFORM COLOCA-SI-PUEDE
                  VARYING AGD-IDX FROM 1 BY 1
                  UNTIL AGD-IDX > WS-NUM-AGENDA
           END-PERFORM.
           PERFORM VARYING AGD-IDX FROM 1 BY 1
                   UNTIL AGD-IDX > WS-NUM-AGENDA
              IF TAB-AGD-ESTADO(AGD-IDX) = 'L'
                 AND TAB-AGD-ORDEN(AGD-IDX) = ZERO
                 MOVE 'C' TO TAB-AGD-ESTADO(AGD-IDX)
                 ADD 1 TO WS-NUM-ORDEN
                 MOVE WS-NUM-ORDEN TO TAB-AGD-ORDEN(AGD-IDX)
              END-IF
           END-PERFORM.

       COLOCA-SI-PUEDE.
           IF TAB-AGD-ESTADO(AGD-IDX) = 'L'
              AND TAB-AGD-ORDEN(AGD-IDX) = ZERO
              MOVE 'S' TO WS-PRE-LISTOS
              PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                      UNTIL WS-PRE-IDX > 3
                 MOVE TAB-AGD-PRE-POS(AGD-IDX, WS-PRE-IDX)
                     TO WS-PRE-POS
                 IF WS-PRE-POS > ZERO
                    IF TAB-AGD-ESTADO(WS-PRE-POS) = 'L'
                       AND TAB-AGD-ORDEN(WS-PRE-POS) = ZERO
                       MOVE 'N' TO WS-PRE-LISTOS
                    END-IF
                 END-IF
              END-PERFORM
              IF PRERREQUISITOS-COLOCADOS
                 ADD 1 TO WS-NUM-ORDEN
                 MOVE WS-NUM-ORDEN TO TAB-AGD-ORDEN(AGD-IDX)
                 MOVE 'S' TO WS-AVANCE
              END-IF
           END-IF.

      * en el orden del plan: cada job revisa sus prerrequisitos; uno
      * que hoy no corre tiene que tener cumplido su ultimo disparo,
      * uno que hoy corre tiene que poder correr (si quedo bloqueado
      * el que lo necesita tambien)
       ESCRIBE-PLAN.
           OPEN OUTPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/AGENDA.PLN: "
                  WS-PLAN-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PLAN DEL DIA ' WS-FECHA-HOY
               ' (EN EL ORDEN EN QUE SE CORRE)'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ORDEN-BUSCADO FROM 1 BY 1
                   UNTIL WS-ORDEN-BUSCADO > WS-NUM-ORDEN
              PERFORM VARYING AGD-IDX FROM 1 BY 1
                      UNTIL AGD-IDX > WS-NUM-AGENDA
                 IF TAB-AGD-ORDEN(AGD-IDX) = WS-ORDEN-BUSCADO
                    PERFORM REVISA-PRERREQUISITOS
                    PERFORM ESCRIBE-RENGLON-PLAN
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING AGD-IDX FROM 1 BY 1
                   UNTIL AGD-IDX > WS-NUM-AGENDA
              IF TAB-AGD-ESTADO(AGD-IDX) = 'Y'
                 ADD 1 TO WS-NUM-CUMPLIDOS
                 MOVE ZERO TO WS-P-ORDEN
                 MOVE TAB-AGD-ID(AGD-IDX) TO WS-P-ID
                 MOVE TAB-AGD-JOB(AGD-IDX) TO WS-P-JOB
                 MOVE TAB-AGD-ARGUMENTOS(AGD-IDX) TO WS-P-ARGUMENTOS
                 MOVE 'YA CUMPLIDO HOY, NO SE VUELVE A CORRER'
                     TO WS-P-SITUACION
                 WRITE REPORT-LINE FROM WS-PLAN-LINE
              END-IF
           END-PERFORM.
           IF WS-NUM-ORDEN = ZERO
              AND WS-NUM-CUMPLIDOS = ZERO
              MOVE '  NINGUN JOB TIENE DISPARO HOY' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE PLAN-FILE.

       REVISA-PRERREQUISITOS.
           IF TAB-AGD-ESTADO(AGD-IDX) = 'L'
              PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                      UNTIL WS-PRE-IDX > 3
                      OR TAB-AGD-ESTADO(AGD-IDX) NOT = 'L'
                 IF TAB-AGD-PRERREQ(AGD-IDX, WS-PRE-IDX) NOT = SPACES
                    PERFORM REVISA-UN-PRERREQUISITO
                 END-IF
              END-PERFORM
           END-IF.

       REVISA-UN-PRERREQUISITO.
           MOVE TAB-AGD-PRE-POS(AGD-IDX, WS-PRE-IDX) TO WS-PRE-POS.
           EVALUATE TRUE
              WHEN WS-PRE-POS = ZERO
                 MOVE 'B' TO TAB-AGD-ESTADO(AGD-IDX)
                 MOVE TAB-AGD-PRERREQ(AGD-IDX, WS-PRE-IDX)
                     TO TAB-AGD-BLOQUEO(AGD-IDX)
              WHEN TAB-AGD-ESTADO(WS-PRE-POS) = 'Y'
                 CONTINUE
              WHEN TAB-AGD-ESTADO(WS-PRE-POS) = 'B'
                 OR TAB-AGD-ESTADO(WS-PRE-POS) = 'C'
                 MOVE 'B' TO TAB-AGD-ESTADO(AGD-IDX)
                 MOVE TAB-AGD-ID(WS-PRE-POS) TO
                     TAB-AGD-BLOQUEO(AGD-IDX)
                 MOVE WS-FECHA-HOY TO TAB-AGD-BLOQUEO-FECHA(AGD-IDX)
              WHEN TAB-AGD-ESTADO(WS-PRE-POS) = 'L'
                 CONTINUE
              WHEN OTHER
                 MOVE WS-PRE-POS TO WS-AGD-POS
                 PERFORM BUSCA-ULTIMO-DEBIDO
                 IF WS-ULTIMO-DEBIDO > ZERO
                    MOVE WS-ULTIMO-DEBIDO TO WS-FECHA-EVAL
                    MOVE TAB-AGD-ID(WS-PRE-POS) TO WS-ID-BUSCADO
                    PERFORM BUSCA-EN-HISTORIA
                    IF NOT DISPARO-CUMPLIDO
                       MOVE 'B' TO TAB-AGD-ESTADO(AGD-IDX)
                       MOVE TAB-AGD-ID(WS-PRE-POS) TO
                           TAB-AGD-BLOQUEO(AGD-IDX)
                       MOVE WS-ULTIMO-DEBIDO TO
                           TAB-AGD-BLOQUEO-FECHA(AGD-IDX)
                    END-IF
                 END-IF
           END-EVALUATE.

      * ultimo disparo del renglon WS-AGD-POS antes de hoy, dentro de
      * la ventana (cero si no tuvo)
       BUSCA-ULTIMO-DEBIDO.
           MOVE ZERO TO WS-ULTIMO-DEBIDO.
           PERFORM VARYING WS-DIA-ATRAS FROM 1 BY 1
                   UNTIL WS-DIA-ATRAS > WS-DIAS-ATRAS
              COMPUTE WS-FECHA-EVAL = FUNCTION DATE-OF-INTEGER(
                  WS-INT-HOY - WS-DIA-ATRAS)
              IF WS-FECHA-EVAL < TAB-AGD-ALTA(WS-AGD-POS)
                 EXIT PERFORM
              END-IF
              PERFORM EVALUA-DISPARO
              IF HAY-DISPARO
                 MOVE WS-FECHA-EVAL TO WS-ULTIMO-DEBIDO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       ESCRIBE-RENGLON-PLAN.
           ADD 1 TO WS-NUM-PLAN.
           MOVE TAB-AGD-ID(AGD-IDX) TO PLN-ID.
           MOVE TAB-AGD-JOB(AGD-IDX) TO PLN-JOB.
           MOVE TAB-AGD-ARGUMENTOS(AGD-IDX) TO PLN-ARGUMENTOS.
           MOVE WS-FECHA-HOY TO PLN-FECHA-DEBIDO.
           MOVE TAB-AGD-ESTADO(AGD-IDX) TO PLN-ESTADO.
           MOVE SPACES TO PLN-PRERREQ(1) PLN-PRERREQ(2)
               PLN-PRERREQ(3).
           MOVE ZERO TO WS-PLN-PRE.
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1 UNTIL WS-PRE-IDX > 3
              MOVE TAB-AGD-PRE-POS(AGD-IDX, WS-PRE-IDX) TO WS-PRE-POS
              IF WS-PRE-POS > ZERO
                 IF TAB-AGD-ESTADO(WS-PRE-POS) = 'L'
                    ADD 1 TO WS-PLN-PRE
                    MOVE TAB-AGD-ID(WS-PRE-POS) TO
                        PLN-PRERREQ(WS-PLN-PRE)
                 END-IF
              END-IF
           END-PERFORM.
           WRITE PLAN-RECORD.

           MOVE TAB-AGD-ORDEN(AGD-IDX) TO WS-P-ORDEN.
           MOVE TAB-AGD-ID(AGD-IDX) TO WS-P-ID.
           MOVE TAB-AGD-JOB(AGD-IDX) TO WS-P-JOB.
           MOVE TAB-AGD-ARGUMENTOS(AGD-IDX) TO WS-P-ARGUMENTOS.
           MOVE SPACES TO WS-P-SITUACION.
           EVALUATE TAB-AGD-ESTADO(AGD-IDX)
              WHEN 'L'
                 ADD 1 TO WS-NUM-LISTOS
                 IF WS-PLN-PRE > ZERO
                    MOVE 'LISTO, DESPUES DE SUS PRERREQUISITOS'
                        TO WS-P-SITUACION
                 ELSE
                    MOVE 'LISTO' TO WS-P-SITUACION
                 END-IF
              WHEN 'B'
                 ADD 1 TO WS-NUM-BLOQUEADOS
                 IF TAB-AGD-BLOQUEO-FECHA(AGD-IDX) = ZERO
                    STRING 'BLOQUEADO: ' TAB-AGD-BLOQUEO(AGD-IDX)
                        ' NO ESTA EN LA AGENDA'
                        DELIMITED BY SIZE INTO WS-P-SITUACION
                 ELSE
                    STRING 'BLOQUEADO: ' TAB-AGD-BLOQUEO(AGD-IDX)
                        ' SIN CUMPLIR DEL '
                        TAB-AGD-BLOQUEO-FECHA(AGD-IDX)
                        DELIMITED BY SIZE INTO WS-P-SITUACION
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-NUM-BLOQUEADOS
                 MOVE 'BLOQUEADO: CICLO DE PRERREQUISITOS'
                     TO WS-P-SITUACION
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-PLAN-LINE.

      *-----------------------------------------------------------------
      * disparos
      *-----------------------------------------------------------------
      * tiene disparo el renglon WS-AGD-POS en WS-FECHA-EVAL? deja la
      * fecha del ciclo en WS-FECHA-CICLO
       EVALUA-DISPARO.
           MOVE 'N' TO WS-DEBIDO.
           MOVE WS-FECHA-EVAL TO WS-FECHA-CICLO.
           COMPUTE WS-INT-EVAL =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-EVAL).
           IF WS-FECHA-EVAL < TAB-AGD-ALTA(WS-AGD-POS)
              MOVE 'N' TO WS-DEBIDO
           ELSE
              EVALUATE TAB-AGD-DISPARO(WS-AGD-POS)
                 WHEN 'T'
                    MOVE 'S' TO WS-DEBIDO
                 WHEN 'D'
                 WHEN 'A'
                    PERFORM EVALUA-DIA-FIJO
                 WHEN 'M'
                 WHEN 'B'
                    PERFORM EVALUA-FIN-DE-MES
                 WHEN 'P'
                    PERFORM EVALUA-FECHA-PAGO
              END-EVALUATE
           END-IF.

      * dia fijo del mes (y mes fijo si es anual); el dia 31 en un
      * mes de 30 cae en el 30
       EVALUA-DIA-FIJO.
           MOVE WS-FECHA-EVAL TO WS-FECHA-TRABAJO-N.
           PERFORM CALCULA-FIN-DE-MES.
           MOVE TAB-AGD-DIA(WS-AGD-POS) TO WS-DIA-EFECTIVO.
           IF WS-DIA-EFECTIVO > WS-DIA-FIN-MES
              MOVE WS-DIA-FIN-MES TO WS-DIA-EFECTIVO
           END-IF.
           MOVE WS-FECHA-EVAL TO WS-FECHA-TRABAJO-N.
           IF WS-FT-DIA = WS-DIA-EFECTIVO
              IF TAB-AGD-DISPARO(WS-AGD-POS) = 'D'
                 OR WS-FT-MES = TAB-AGD-MES(WS-AGD-POS)
                 MOVE 'S' TO WS-DEBIDO
              END-IF
           END-IF.

      * fin de mes (o de bimestre: mes par) DESFASE dias antes de la
      * fecha evaluada
       EVALUA-FIN-DE-MES.
           COMPUTE WS-FECHA-CICLO = FUNCTION DATE-OF-INTEGER(
               WS-INT-EVAL - TAB-AGD-DESFASE(WS-AGD-POS)).
           MOVE WS-FECHA-CICLO TO WS-FECHA-TRABAJO-N.
           PERFORM CALCULA-FIN-DE-MES.
           IF WS-FECHA-CICLO = WS-FIN-MES
              IF TAB-AGD-DISPARO(WS-AGD-POS) = 'M'
                 OR FUNCTION MOD(WS-FT-MES, 2) = ZERO
                 MOVE 'S' TO WS-DEBIDO
              END-IF
           END-IF.

      * fecha de pago DESFASE dias despues de la fecha evaluada, en
      * el calendario de la compania del renglon (el corporativo si
      * no tiene uno propio)
       EVALUA-FECHA-PAGO.
           COMPUTE WS-FECHA-PAGO = FUNCTION DATE-OF-INTEGER(
               WS-INT-EVAL + TAB-AGD-DESFASE(WS-AGD-POS)).
           MOVE WS-FECHA-PAGO TO WS-FECHA-CICLO.
           MOVE ZERO TO WS-CIA-CAL-POS.
           IF TAB-AGD-CIA(WS-AGD-POS) NOT = SPACES
              PERFORM VARYING CAL-CIA-IDX FROM 1 BY 1
                      UNTIL CAL-CIA-IDX > NUM-CIAS-CAL
                 IF CAL-CIA-CODIGO(CAL-CIA-IDX) =
                     TAB-AGD-CIA(WS-AGD-POS)
                    SET WS-CIA-CAL-POS TO CAL-CIA-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CIA-CAL-POS > ZERO
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                      UNTIL WS-PER-IDX > CAL-CIA-NUMPER(WS-CIA-CAL-POS)
                 IF CAL-CIA-FIN(WS-CIA-CAL-POS, WS-PER-IDX) =
                     WS-FECHA-PAGO
                    MOVE 'S' TO WS-DEBIDO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                      UNTIL WS-PER-IDX > 26
                 IF PERIODO-FIN(WS-PER-IDX) = WS-FECHA-PAGO
                    MOVE 'S' TO WS-DEBIDO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

      * ultimo dia del mes de WS-FECHA-TRABAJO: el dia anterior al
      * primero del mes siguiente
       CALCULA-FIN-DE-MES.
           MOVE 01 TO WS-FT-DIA.
           IF WS-FT-MES = 12
              ADD 1 TO WS-FT-ANIO
              MOVE 01 TO WS-FT-MES
           ELSE
              ADD 1 TO WS-FT-MES
           END-IF.
           COMPUTE WS-FIN-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-TRABAJO-N) - 1).
           MOVE WS-FIN-MES(7:2) TO WS-DIA-FIN-MES.
           MOVE WS-FIN-MES TO WS-FECHA-TRABAJO-N.

      * argumentos del job del renglon WS-AGD-POS para el ciclo
      * WS-FECHA-CICLO
       ARMA-ARGUMENTOS.
           MOVE SPACES TO WS-ARGUMENTOS.
           MOVE WS-FECHA-CICLO TO WS-FECHA-TRABAJO-N.
           EVALUATE TAB-AGD-PARAMETROS(WS-AGD-POS)
              WHEN 'C'
                 MOVE TAB-AGD-CIA(WS-AGD-POS) TO WS-ARGUMENTOS
              WHEN 'M'
                 STRING WS-FT-MES ' ' WS-FT-ANIO
                     DELIMITED BY SIZE INTO WS-ARGUMENTOS
              WHEN 'B'
                 COMPUTE WS-BIMESTRE = (WS-FT-MES + 1) / 2
                 STRING WS-BIMESTRE ' ' WS-FT-ANIO
                     DELIMITED BY SIZE INTO WS-ARGUMENTOS
           END-EVALUATE.

      *-----------------------------------------------------------------
      * modo 'H': historia de la corrida
      *-----------------------------------------------------------------
       REGISTRA-HISTORIA.
           PERFORM CARGA-RESULTADOS.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/AGENDA.PLN: "
                  WS-PLAN-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
              AND WS-HIST-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/AGENDA.HIS: "
                  WS-HIST-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RESULTADO DE LA CORRIDA' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ PLAN-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    PERFORM REGISTRA-RENGLON-PLAN
              END-READ
           END-PERFORM.
           IF WS-NUM-PLAN = ZERO
              MOVE '  NINGUN JOB EN EL PLAN' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE PLAN-FILE HIST-FILE REPORT-FILE.

           DISPLAY "AGENDA " WS-FECHA-HOY ": " WS-NUM-TERMINADOS
               " TERMINADO(S), " WS-NUM-FALLIDOS " FALLIDO(S), "
               WS-NUM-NO-CORRIDOS " NO CORRIDO(S)".
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'CORRIDA ' WS-FECHA-HOY ': ' WS-NUM-TERMINADOS
               ' TERMINADOS, ' WS-NUM-FALLIDOS ' FALLIDOS, '
               WS-NUM-NO-CORRIDOS ' NO CORRIDOS'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           EVALUATE TRUE
              WHEN WS-NUM-FALLIDOS > ZERO
                 MOVE 'E' TO LOG-SEVERIDAD
                 PERFORM REGISTRA-BITACORA
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NUM-NO-CORRIDOS > ZERO
                 MOVE 'W' TO LOG-SEVERIDAD
                 PERFORM REGISTRA-BITACORA
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'I' TO LOG-SEVERIDAD
                 PERFORM REGISTRA-BITACORA
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       CARGA-RESULTADOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ RESULT-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF WS-NUM-RESULTADOS = 50
                          DISPLAY "TABLA LLENA: WS-NUM-RESULTADOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-RESULTADOS
                       SET RES-IDX TO WS-NUM-RESULTADOS
                       MOVE RES-ID TO TAB-RES-ID(RES-IDX)
                       MOVE RES-CC TO TAB-RES-CC(RES-IDX)
                       MOVE RES-HORA-INICIO TO TAB-RES-INICIO(RES-IDX)
                       MOVE RES-HORA-FIN TO TAB-RES-FIN(RES-IDX)
                       MOVE RES-EJECUCION TO
                           TAB-RES-EJECUCION(RES-IDX)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE RESULT-FILE.

      * un renglon del plan sin resultado es un job que no se
      * arranco (bloqueado, o la corrida se interrumpio antes)
       REGISTRA-RENGLON-PLAN.
           ADD 1 TO WS-NUM-PLAN.
           MOVE PLN-ID TO AGH-ID.
           MOVE PLN-JOB TO AGH-JOB.
           MOVE PLN-ARGUMENTOS TO AGH-ARGUMENTOS.
           MOVE PLN-FECHA-DEBIDO TO AGH-FECHA-DEBIDO.
           MOVE WS-FECHA-HOY TO AGH-FECHA-CORRIDA.
           MOVE ZERO TO AGH-HORA-INICIO AGH-HORA-FIN AGH-CC.
           MOVE 'B' TO AGH-RESULTADO.
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > WS-NUM-RESULTADOS
              IF TAB-RES-ID(RES-IDX) = PLN-ID
                 AND TAB-RES-EJECUCION(RES-IDX) = 'C'
                 MOVE TAB-RES-INICIO(RES-IDX) TO AGH-HORA-INICIO
                 MOVE TAB-RES-FIN(RES-IDX) TO AGH-HORA-FIN
                 MOVE TAB-RES-CC(RES-IDX) TO AGH-CC
                 IF TAB-RES-CC(RES-IDX) > 4
                    MOVE 'F' TO AGH-RESULTADO
                 ELSE
                    MOVE 'T' TO AGH-RESULTADO
                 END-IF
              END-IF
           END-PERFORM.
           WRITE AGENDA-HIST-RECORD.

           MOVE AGH-ID TO WS-R-ID.
           MOVE AGH-JOB TO WS-R-JOB.
           MOVE AGH-ARGUMENTOS TO WS-R-ARGUMENTOS.
           MOVE AGH-HORA-INICIO TO WS-R-INICIO.
           MOVE AGH-HORA-FIN TO WS-R-FIN.
           MOVE AGH-CC TO WS-R-CC.
           EVALUATE TRUE
              WHEN AGH-TERMINADO
                 ADD 1 TO WS-NUM-TERMINADOS
                 MOVE 'TERMINADO' TO WS-R-SITUACION
              WHEN AGH-FALLO
                 ADD 1 TO WS-NUM-FALLIDOS
                 MOVE 'FALLO' TO WS-R-SITUACION
              WHEN OTHER
                 ADD 1 TO WS-NUM-NO-CORRIDOS
                 MOVE 'NO SE CORRIO (BLOQUEADO)' TO WS-R-SITUACION
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-CORRIDA-LINE.

      *-----------------------------------------------------------------
      * modo 'M': marca manual de un disparo cumplido
      *-----------------------------------------------------------------
      * solo se marca un disparo que existio: el renglon esta en la
      * agenda y tenia disparo esa fecha
       MARCA-MANUAL.
           CALL "CALENDARIO".
           PERFORM CARGA-AGENDA.
           MOVE PRM-ID TO WS-ID-BUSCADO.
           PERFORM BUSCA-EN-AGENDA.
           IF WS-AGD-POS = ZERO
              DISPLAY "AGENDA: " PRM-ID " NO ESTA EN data/AGENDA.DAT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF PRM-FECHA-DEBIDO IS NOT NUMERIC
              DISPLAY "AGENDA: FECHA INVALIDA: " PRM-FECHA-DEBIDO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PRM-FECHA-DEBIDO TO WS-FECHA-EVAL.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-EVAL) NOT = ZERO
              DISPLAY "AGENDA: FECHA INVALIDA: " PRM-FECHA-DEBIDO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM EVALUA-DISPARO.
           IF NOT HAY-DISPARO
              DISPLAY "AGENDA: " PRM-ID " NO TENIA DISPARO EL "
                  PRM-FECHA-DEBIDO ", NO SE MARCA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ARMA-ARGUMENTOS.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
              AND WS-HIST-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/AGENDA.HIS: "
                  WS-HIST-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE TAB-AGD-ID(WS-AGD-POS) TO AGH-ID.
           MOVE TAB-AGD-JOB(WS-AGD-POS) TO AGH-JOB.
           MOVE WS-ARGUMENTOS TO AGH-ARGUMENTOS.
           MOVE WS-FECHA-EVAL TO AGH-FECHA-DEBIDO.
           MOVE WS-FECHA-HOY TO AGH-FECHA-CORRIDA.
           MOVE WS-HORA-HOY TO AGH-HORA-INICIO AGH-HORA-FIN.
           MOVE ZERO TO AGH-CC.
           MOVE 'M' TO AGH-RESULTADO.
           WRITE AGENDA-HIST-RECORD.
           CLOSE HIST-FILE.
           DISPLAY "AGENDA: " AGH-ID " DEL " AGH-FECHA-DEBIDO
               " MARCADO COMO CORRIDO A MANO".
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'MARCA MANUAL ' AGH-ID ' ' AGH-JOB ' DEL '
               AGH-FECHA-DEBIDO DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           MOVE ZERO TO RETURN-CODE.

      * una tabla en memoria llena no se trunca en silencio: un job
      * que no se evalua es un job que se olvida
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
