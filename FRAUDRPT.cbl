      * FRAUDRPT: impresion del reporte de riesgo de fraude de nomina
      * que deja FRAUDCHK.cbl en data/FRAUDE.DAT (ver FRAUDREC.cpy).
      * La evidencia (CLABEs, RFC/CURP, operadores) es informacion
      * de auditoria: el reporte solo lo imprime un operador
      * supervisor (nivel 2 de data/OPERADOR.DAT), firmado con el
      * mismo circuito que EMPMANTTO.cbl. Un intento de un operador
      * sin nivel queda como advertencia en la bitacora con su id.
      * data/FRAUDE.RPT lleva cada hallazgo con su puntaje y su
      * evidencia, y despues el riesgo acumulado por empleado (ALTO
      * desde WS-UMBRAL-ALTO puntos, MEDIO desde WS-UMBRAL-MEDIO).
      * uso: jobs/FRAUDE.job (interactivo), despues de la nomina
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT FRAUDE-FILE ASSIGN TO "data/FRAUDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/FRAUDE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  FRAUDE-FILE.
           COPY FRAUDREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-OPERADOR-STATUS PIC XX VALUE SPACES.
           77 WS-FRAUDE-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-OPR-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-OPERADORES VALUE 'S'.

      * firma del operador (mismo circuito que EMPMANTTO.cbl)
           77 WS-ID-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-PASSWORD-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-OPERADOR-FIRMADO PIC X(8) VALUE SPACES.
           77 WS-NIVEL-FIRMADO PIC 9 VALUE ZERO.
              88 OPERADOR-ES-SUPERVISOR VALUE 2.
           77 WS-FIRMA-OK PIC X VALUE 'N'.
              88 FIRMA-ACEPTADA VALUE 'S'.
           77 WS-INTENTOS PIC 9 VALUE ZERO.

      * niveles de riesgo del acumulado por empleado
           77 WS-UMBRAL-ALTO PIC 9(4) VALUE 60.
           77 WS-UMBRAL-MEDIO PIC 9(4) VALUE 30.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-NUM-HALLAZGOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-ALTO PIC 9(5) VALUE ZERO.
           77 WS-FECHA-CORRIDA PIC 9(8) VALUE ZERO.
           77 WS-PERIODO PIC 99 VALUE ZERO.

      * acumulado por empleado en orden de aparicion (alta-o-busca
      * como STATREP.cbl)
           77 WS-NUM-RIESGOS PIC 9(4) VALUE ZERO.
       01  TABLA-RIESGOS.
           05  RSG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RSG-IDX.
               10  TAB-RSG-DATO-ID  PIC 9(5).
               10  TAB-RSG-PUNTOS   PIC 9(4).
               10  TAB-RSG-HALLAZGOS PIC 9(3).
               10  TAB-RSG-NOMBRE   PIC X(30).

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(36) VALUE
               'RIESGO DE FRAUDE DE NOMINA PERIODO '.
           05  WS-T-PERIODO PIC 99.
           05  FILLER      PIC X(9) VALUE ' CORRIDA '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-IMPRESO-LINE.
           05  FILLER      PIC X(14) VALUE 'IMPRESO POR   '.
           05  WS-I-OPERADOR PIC X(8).
           05  FILLER      PIC X(4) VALUE ' EL '.
           05  WS-I-FECHA  PIC 9(8).

       01  WS-ENCAB-LINE.
           05  FILLER      PIC X(40) VALUE
               'DATO-ID PRUEBA PUNTOS EVIDENCIA         '.

       01  WS-DETALLE-LINE.
           05  WS-D-ID     PIC 9(5).
           05  FILLER      PIC X(4) VALUE SPACES.
           05  WS-D-PRUEBA PIC XX.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  WS-D-PUNTOS PIC ZZ9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-D-EVIDENCIA PIC X(60).

       01  WS-ENCAB-RIESGO.
           05  FILLER      PIC X(40) VALUE
               'DATO-ID NOMBRE                        HA'.
           05  FILLER      PIC X(24) VALUE
               'LLAZGOS PUNTOS  RIESGO  '.

       01  WS-RIESGO-LINE.
           05  WS-R-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-R-NOMBRE PIC X(30).
           05  FILLER      PIC X(4) VALUE SPACES.
           05  WS-R-HALLAZGOS PIC ZZ9.
           05  FILLER      PIC X(5) VALUE SPACES.
           05  WS-R-PUNTOS PIC ZZZ9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-R-NIVEL  PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE 'FRAUDRPT' TO LOG-PROGRAMA.
           PERFORM FIRMA-OPERADOR.
           IF NOT FIRMA-ACEPTADA
              DISPLAY "FIRMA RECHAZADA, EL PROGRAMA TERMINA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT OPERADOR-ES-SUPERVISOR
              DISPLAY "EL REPORTE DE FRAUDE REQUIERE NIVEL "
                  "SUPERVISOR"
              MOVE 'W' TO LOG-SEVERIDAD
              MOVE SPACES TO LOG-MENSAJE
              STRING 'INTENTO DE IMPRIMIR EL REPORTE DE FRAUDE SIN '
                  'NIVEL SUPERVISOR: ' WS-OPERADOR-FIRMADO
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM LLAMA-BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT FRAUDE-FILE.
           IF WS-FRAUDE-STATUS NOT = "00"
              DISPLAY "FRAUDRPT: SIN data/FRAUDE.DAT, CORRA "
                  "FRAUDCHK PRIMERO: " WS-FRAUDE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM IMPRIME-HALLAZGOS.
           CLOSE FRAUDE-FILE.
           PERFORM PONE-NOMBRES.
           PERFORM IMPRIME-RIESGOS.
           CLOSE REPORT-FILE.

           DISPLAY "FRAUDRPT: " WS-NUM-HALLAZGOS " HALLAZGO(S), "
               WS-NUM-ALTO " EMPLEADO(S) DE RIESGO ALTO EN "
               "data/FRAUDE.RPT".
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'REPORTE DE FRAUDE IMPRESO POR ' WS-OPERADOR-FIRMADO
               ' HALLAZGOS ' WS-NUM-HALLAZGOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM LLAMA-BITACORA.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

      * firma del operador contra data/OPERADOR.DAT: tres intentos
      * (mismo circuito que EMPMANTTO.cbl)
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

      * el encabezado toma periodo y fecha del primer hallazgo; sin
      * hallazgos el reporte lo dice en vez de salir vacio
       IMPRIME-HALLAZGOS.
           READ FRAUDE-FILE
              AT END MOVE 'S' TO WS-EOF
              NOT AT END
                 MOVE FRD-PERIODO TO WS-PERIODO
                 MOVE FRD-FECHA-CORRIDA TO WS-FECHA-CORRIDA
           END-READ.
           MOVE WS-PERIODO TO WS-T-PERIODO.
           MOVE WS-FECHA-CORRIDA TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPERADOR-FIRMADO TO WS-I-OPERADOR.
           MOVE WS-FECHA-HOY TO WS-I-FECHA.
           MOVE WS-IMPRESO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NO-HAY-MAS-REGISTROS
              MOVE 'SIN HALLAZGOS EN LA ULTIMA REVISION' TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE WS-ENCAB-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              PERFORM IMPRIME-HALLAZGO
              READ FRAUDE-FILE
                 AT END MOVE 'S' TO WS-EOF
              END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       IMPRIME-HALLAZGO.
           ADD 1 TO WS-NUM-HALLAZGOS.
           MOVE FRD-DATO-ID TO WS-D-ID.
           MOVE FRD-PRUEBA TO WS-D-PRUEBA.
           MOVE FRD-PUNTOS TO WS-D-PUNTOS.
           MOVE FRD-EVIDENCIA TO WS-D-EVIDENCIA.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING RSG-IDX FROM 1 BY 1
                   UNTIL RSG-IDX > WS-NUM-RIESGOS
              IF TAB-RSG-DATO-ID(RSG-IDX) = FRD-DATO-ID
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF RSG-IDX > WS-NUM-RIESGOS
              IF WS-NUM-RIESGOS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-RIESGOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-RIESGOS
              MOVE FRD-DATO-ID TO TAB-RSG-DATO-ID(WS-NUM-RIESGOS)
              MOVE ZERO TO TAB-RSG-PUNTOS(WS-NUM-RIESGOS)
              MOVE ZERO TO TAB-RSG-HALLAZGOS(WS-NUM-RIESGOS)
              MOVE SPACES TO TAB-RSG-NOMBRE(WS-NUM-RIESGOS)
              MOVE WS-NUM-RIESGOS TO RSG-IDX
           END-IF.
           ADD FRD-PUNTOS TO TAB-RSG-PUNTOS(RSG-IDX).
           ADD 1 TO TAB-RSG-HALLAZGOS(RSG-IDX).

      * nombre del maestro para cada empleado con hallazgos; un
      * DATO-ID que ya no esta en el maestro se queda en blanco
       PONE-NOMBRES.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ EMPLOYEE-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM VARYING RSG-IDX FROM 1 BY 1
                               UNTIL RSG-IDX > WS-NUM-RIESGOS
                          IF TAB-RSG-DATO-ID(RSG-IDX) = DATO-ID
                             AND EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                             AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                             MOVE NOMBRE TO TAB-RSG-NOMBRE(RSG-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       IMPRIME-RIESGOS.
           IF WS-NUM-RIESGOS > ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'RIESGO ACUMULADO POR EMPLEADO' TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-ENCAB-RIESGO TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM IMPRIME-RIESGO
                  VARYING RSG-IDX FROM 1 BY 1
                  UNTIL RSG-IDX > WS-NUM-RIESGOS
           END-IF.

       IMPRIME-RIESGO.
           MOVE TAB-RSG-DATO-ID(RSG-IDX) TO WS-R-ID.
           MOVE TAB-RSG-NOMBRE(RSG-IDX) TO WS-R-NOMBRE.
           MOVE TAB-RSG-HALLAZGOS(RSG-IDX) TO WS-R-HALLAZGOS.
           MOVE TAB-RSG-PUNTOS(RSG-IDX) TO WS-R-PUNTOS.
           IF TAB-RSG-PUNTOS(RSG-IDX) NOT < WS-UMBRAL-ALTO
              MOVE 'ALTO ' TO WS-R-NIVEL
              ADD 1 TO WS-NUM-ALTO
           ELSE
              IF TAB-RSG-PUNTOS(RSG-IDX) NOT < WS-UMBRAL-MEDIO
                 MOVE 'MEDIO' TO WS-R-NIVEL
              ELSE
                 MOVE 'BAJO ' TO WS-R-NIVEL
              END-IF
           END-IF.
           MOVE WS-RIESGO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       LLAMA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que STATREP.cbl)
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
