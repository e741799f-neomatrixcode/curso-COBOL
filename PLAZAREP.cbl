      * PLAZAREP: reporte mensual del control de plazas. Finanzas
      * autoriza plazas por compania, departamento y grado en
      * data/PLAZAS.DAT (ver PLAZAREC.cpy) y EMPMANTTO/EMPBATCH mueven
      * a sus ocupantes; este programa saca en data/PLAZAREP.RPT, por
      * COMPANIA/DEPARTAMENTO, las plazas autorizadas, ocupadas,
      * vacantes y congeladas, mas los empleados activos o en
      * licencia del maestro que no ocupan ninguna plaza (altas o
      * transferencias que un supervisor autorizo sin plaza: la
      * sobre-contratacion que antes se veia hasta que la varianza de
      * DEPTBUD se disparaba). Despues lista cada plaza autorizada
      * vacante con la fecha desde la que esta libre y los dias que
      * lleva vacante a la fecha de corte (la del dia de la corrida).
      * Empleados sin plaza dejan aviso en la bitacora y RC 4.
      * uso: jobs/PLAZAS.job al cierre de cada mes
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAZAREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZA-FILE ASSIGN TO "data/PLAZAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZA-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/PLAZAREP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAZA-FILE.
           COPY PLAZAREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-PLAZA-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * fecha de corte (la de la corrida) y su dia entero para los
      * dias de vacancia
           77 WS-FECHA-CORTE PIC 9(8) VALUE ZERO.
           77 WS-ENTERO-CORTE PIC 9(7) VALUE ZERO.
           77 WS-ENTERO-VACANTE PIC 9(7) VALUE ZERO.
           77 WS-DIAS-VACANTE PIC 9(5) VALUE ZERO.

      * plazas del maestro en memoria: el reporte de vacantes sale en
      * el orden del archivo, y el cruce contra el maestro de
      * empleados busca aqui a cada ocupante
           77 WS-NUM-PLAZAS PIC 9(4) VALUE ZERO.
       01  TABLA-PLAZAS.
           05  PLZ-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PLZ-IDX.
               10  TAB-PLZ-NUMERO       PIC 9(5).
               10  TAB-PLZ-CIA          PIC XX.
               10  TAB-PLZ-DEPTO        PIC X(4).
               10  TAB-PLZ-GRADO        PIC X(2).
               10  TAB-PLZ-STATUS       PIC X.
               10  TAB-PLZ-DATO-ID      PIC 9(5).
               10  TAB-PLZ-FECHA-VAC    PIC 9(8).

      * acumulado por COMPANIA/DEPARTAMENTO (alta-o-busca como
      * STATREP.cbl)
           77 WS-NUM-GRUPOS PIC 9(3) VALUE ZERO.
       01  TABLA-GRUPOS.
           05  GRUPO-ENTRY OCCURS 200 TIMES
                   INDEXED BY GRP-IDX.
               10  TAB-GRP-CIA         PIC XX.
               10  TAB-GRP-DEPTO       PIC X(4).
               10  TAB-GRP-AUTORIZADAS PIC 9(4).
               10  TAB-GRP-OCUPADAS    PIC 9(4).
               10  TAB-GRP-VACANTES    PIC 9(4).
               10  TAB-GRP-CONGELADAS  PIC 9(4).
               10  TAB-GRP-SIN-PLAZA   PIC 9(4).

           77 WS-CIA-GRUPO PIC XX VALUE SPACES.
           77 WS-DEPTO-GRUPO PIC X(4) VALUE SPACES.
           77 WS-TIENE-PLAZA PIC X VALUE 'N'.
              88 EMPLEADO-CON-PLAZA VALUE 'S'.
           77 WS-TOT-AUTORIZADAS PIC 9(5) VALUE ZERO.
           77 WS-TOT-OCUPADAS PIC 9(5) VALUE ZERO.
           77 WS-TOT-VACANTES PIC 9(5) VALUE ZERO.
           77 WS-TOT-CONGELADAS PIC 9(5) VALUE ZERO.
           77 WS-TOT-SIN-PLAZA PIC 9(5) VALUE ZERO.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(30) VALUE
               'CONTROL DE PLAZAS AL CORTE    '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-ENCAB-LINE.
           05  FILLER      PIC X(40) VALUE
               'CIA DEPTO  AUTORIZ OCUPADAS VACANTES CON'.
           05  FILLER      PIC X(16) VALUE
               'GEL. SIN PLAZA  '.

       01  WS-DETALLE-LINE.
           05  WS-D-CIA    PIC XX.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-DEPTO  PIC X(4).
           05  FILLER      PIC X(4) VALUE SPACES.
           05  WS-D-AUT    PIC ZZZ9.
           05  FILLER      PIC X(5) VALUE SPACES.
           05  WS-D-OCU    PIC ZZZ9.
           05  FILLER      PIC X(5) VALUE SPACES.
           05  WS-D-VAC    PIC ZZZ9.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  WS-D-CONG   PIC ZZZ9.
           05  FILLER      PIC X(6) VALUE SPACES.
           05  WS-D-SIN    PIC ZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER      PIC X(9) VALUE 'TOTAL    '.
           05  WS-G-AUT    PIC ZZZZ9.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  WS-G-OCU    PIC ZZZZ9.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  WS-G-VAC    PIC ZZZZ9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-G-CONG   PIC ZZZZ9.
           05  FILLER      PIC X(5) VALUE SPACES.
           05  WS-G-SIN    PIC ZZZZ9.

       01  WS-VACANTE-LINE.
           05  FILLER      PIC X(6) VALUE 'PLAZA '.
           05  WS-V-PLAZA  PIC 9(5).
           05  FILLER      PIC X(5) VALUE ' CIA '.
           05  WS-V-CIA    PIC XX.
           05  FILLER      PIC X(7) VALUE ' DEPTO '.
           05  WS-V-DEPTO  PIC X(4).
           05  FILLER      PIC X(7) VALUE ' GRADO '.
           05  WS-V-GRADO  PIC X(2).
           05  FILLER      PIC X(15) VALUE ' VACANTE DESDE '.
           05  WS-V-FECHA  PIC 9(8).
           05  FILLER      PIC X(6) VALUE ' DIAS '.
           05  WS-V-DIAS   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORTE.
           COMPUTE WS-ENTERO-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE).

           PERFORM CARGA-PLAZAS.
           PERFORM CRUZA-MAESTRO.
           PERFORM IMPRIME-REPORTE.
           PERFORM AVISA-BITACORA.
           STOP RUN.

      * cada plaza cuenta en su grupo: autorizada o congelada segun
      * su status, ocupada si tiene ocupante (aunque este congelada)
      * y vacante solo si esta autorizada y sin ocupante
       CARGA-PLAZAS.
           OPEN INPUT PLAZA-FILE.
           IF WS-PLAZA-STATUS NOT = "00"
              DISPLAY "PLAZAREP: SIN MAESTRO DE PLAZAS "
                  "data/PLAZAS.DAT: " WS-PLAZA-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ PLAZA-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    PERFORM ACUMULA-PLAZA
              END-READ
           END-PERFORM.
           CLOSE PLAZA-FILE.
           MOVE 'N' TO WS-EOF.

       ACUMULA-PLAZA.
           IF WS-NUM-PLAZAS = 2000
              DISPLAY "TABLA LLENA: WS-NUM-PLAZAS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-PLAZAS.
           MOVE PLZ-NUMERO TO TAB-PLZ-NUMERO(WS-NUM-PLAZAS).
           MOVE PLZ-COMPANIA TO TAB-PLZ-CIA(WS-NUM-PLAZAS).
           MOVE PLZ-DEPARTAMENTO TO TAB-PLZ-DEPTO(WS-NUM-PLAZAS).
           MOVE PLZ-JOB-GRADE TO TAB-PLZ-GRADO(WS-NUM-PLAZAS).
           MOVE PLZ-STATUS TO TAB-PLZ-STATUS(WS-NUM-PLAZAS).
           MOVE PLZ-DATO-ID TO TAB-PLZ-DATO-ID(WS-NUM-PLAZAS).
           MOVE PLZ-FECHA-VACANTE TO TAB-PLZ-FECHA-VAC(WS-NUM-PLAZAS).
           MOVE PLZ-COMPANIA TO WS-CIA-GRUPO.
           MOVE PLZ-DEPARTAMENTO TO WS-DEPTO-GRUPO.
           PERFORM BUSCA-O-CREA-GRUPO.
           IF PLZ-CONGELADA
              ADD 1 TO TAB-GRP-CONGELADAS(GRP-IDX)
              ADD 1 TO WS-TOT-CONGELADAS
           ELSE
              ADD 1 TO TAB-GRP-AUTORIZADAS(GRP-IDX)
              ADD 1 TO WS-TOT-AUTORIZADAS
              IF PLZ-VACANTE
                 ADD 1 TO TAB-GRP-VACANTES(GRP-IDX)
                 ADD 1 TO WS-TOT-VACANTES
              END-IF
           END-IF.
           IF NOT PLZ-VACANTE
              ADD 1 TO TAB-GRP-OCUPADAS(GRP-IDX)
              ADD 1 TO WS-TOT-OCUPADAS
           END-IF.

       BUSCA-O-CREA-GRUPO.
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > WS-NUM-GRUPOS
              IF TAB-GRP-CIA(GRP-IDX) = WS-CIA-GRUPO
                 AND TAB-GRP-DEPTO(GRP-IDX) = WS-DEPTO-GRUPO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF GRP-IDX > WS-NUM-GRUPOS
              IF WS-NUM-GRUPOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-GRUPOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-GRUPOS
              MOVE WS-CIA-GRUPO TO TAB-GRP-CIA(WS-NUM-GRUPOS)
              MOVE WS-DEPTO-GRUPO TO TAB-GRP-DEPTO(WS-NUM-GRUPOS)
              MOVE ZERO TO TAB-GRP-AUTORIZADAS(WS-NUM-GRUPOS)
              MOVE ZERO TO TAB-GRP-OCUPADAS(WS-NUM-GRUPOS)
              MOVE ZERO TO TAB-GRP-VACANTES(WS-NUM-GRUPOS)
              MOVE ZERO TO TAB-GRP-CONGELADAS(WS-NUM-GRUPOS)
              MOVE ZERO TO TAB-GRP-SIN-PLAZA(WS-NUM-GRUPOS)
              MOVE WS-NUM-GRUPOS TO GRP-IDX
           END-IF.

      * todo empleado act/lic del maestro que no ocupa ninguna plaza
      * cuenta como sin plaza en su COMPANIA/DEPARTAMENTO
       CRUZA-MAESTRO.
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
                       AND NOT BAJA
                       PERFORM VERIFICA-PLAZA-EMPLEADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           MOVE 'N' TO WS-EOF.

       VERIFICA-PLAZA-EMPLEADO.
           MOVE 'N' TO WS-TIENE-PLAZA.
           PERFORM VARYING PLZ-IDX FROM 1 BY 1
                   UNTIL PLZ-IDX > WS-NUM-PLAZAS
              IF TAB-PLZ-DATO-ID(PLZ-IDX) = DATO-ID
                 MOVE 'S' TO WS-TIENE-PLAZA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT EMPLEADO-CON-PLAZA
              MOVE COMPANIA TO WS-CIA-GRUPO
              MOVE DEPARTAMENTO TO WS-DEPTO-GRUPO
              PERFORM BUSCA-O-CREA-GRUPO
              ADD 1 TO TAB-GRP-SIN-PLAZA(GRP-IDX)
              ADD 1 TO WS-TOT-SIN-PLAZA
           END-IF.

       IMPRIME-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FECHA-CORTE TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENCAB-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM IMPRIME-GRUPO
               VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-NUM-GRUPOS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-AUTORIZADAS TO WS-G-AUT.
           MOVE WS-TOT-OCUPADAS TO WS-G-OCU.
           MOVE WS-TOT-VACANTES TO WS-G-VAC.
           MOVE WS-TOT-CONGELADAS TO WS-G-CONG.
           MOVE WS-TOT-SIN-PLAZA TO WS-G-SIN.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PLAZAS AUTORIZADAS VACANTES' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM IMPRIME-VACANTE
               VARYING PLZ-IDX FROM 1 BY 1
               UNTIL PLZ-IDX > WS-NUM-PLAZAS.
           CLOSE REPORT-FILE.
           DISPLAY "PLAZAREP: " WS-TOT-VACANTES " VACANTE(S), "
               WS-TOT-SIN-PLAZA " EMPLEADO(S) SIN PLAZA EN "
               "data/PLAZAREP.RPT".

       IMPRIME-GRUPO.
           MOVE TAB-GRP-CIA(GRP-IDX) TO WS-D-CIA.
           MOVE TAB-GRP-DEPTO(GRP-IDX) TO WS-D-DEPTO.
           MOVE TAB-GRP-AUTORIZADAS(GRP-IDX) TO WS-D-AUT.
           MOVE TAB-GRP-OCUPADAS(GRP-IDX) TO WS-D-OCU.
           MOVE TAB-GRP-VACANTES(GRP-IDX) TO WS-D-VAC.
           MOVE TAB-GRP-CONGELADAS(GRP-IDX) TO WS-D-CONG.
           MOVE TAB-GRP-SIN-PLAZA(GRP-IDX) TO WS-D-SIN.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * una plaza autorizada sin ocupante, con los dias que lleva
      * vacante; una fecha en cero o posterior al corte sale en cero
       IMPRIME-VACANTE.
           IF TAB-PLZ-STATUS(PLZ-IDX) = 'A'
              AND TAB-PLZ-DATO-ID(PLZ-IDX) = ZERO
              MOVE TAB-PLZ-NUMERO(PLZ-IDX) TO WS-V-PLAZA
              MOVE TAB-PLZ-CIA(PLZ-IDX) TO WS-V-CIA
              MOVE TAB-PLZ-DEPTO(PLZ-IDX) TO WS-V-DEPTO
              MOVE TAB-PLZ-GRADO(PLZ-IDX) TO WS-V-GRADO
              MOVE TAB-PLZ-FECHA-VAC(PLZ-IDX) TO WS-V-FECHA
              MOVE ZERO TO WS-DIAS-VACANTE
              IF TAB-PLZ-FECHA-VAC(PLZ-IDX) NOT = ZERO
                 AND TAB-PLZ-FECHA-VAC(PLZ-IDX) NOT > WS-FECHA-CORTE
                 COMPUTE WS-ENTERO-VACANTE = FUNCTION
                     INTEGER-OF-DATE(TAB-PLZ-FECHA-VAC(PLZ-IDX))
                 COMPUTE WS-DIAS-VACANTE =
                     WS-ENTERO-CORTE - WS-ENTERO-VACANTE
              END-IF
              MOVE WS-DIAS-VACANTE TO WS-V-DIAS
              MOVE WS-VACANTE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * empleados sin plaza son sobre-contratacion autorizada a mano:
      * aviso en la bitacora y RC 4 para que finanzas lo revise
       AVISA-BITACORA.
           MOVE 'PLAZAREP' TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-TOT-SIN-PLAZA > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              STRING WS-TOT-SIN-PLAZA ' EMPLEADO(S) ACTIVOS SIN '
                  'PLAZA AUTORIZADA, VER data/PLAZAREP.RPT'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              STRING 'PLAZAS AUTORIZADAS ' WS-TOT-AUTORIZADAS
                  ' OCUPADAS ' WS-TOT-OCUPADAS ' VACANTES '
                  WS-TOT-VACANTES
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           END-IF.
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
