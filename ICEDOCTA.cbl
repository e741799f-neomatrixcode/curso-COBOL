      * ICEDOCTA: estado de cuenta mensual del cargo intercompania de
      * personal, uno por compania receptora, que respalda la
      * factura intercompania del mes. jobs/ICEDOCTA.job concatena
      * las generaciones de ICCARGO.OUT archivadas en el mes (el
      * segmento AAAAMMDD del nombre, como jobs/ISRMENS.job) en
      * data/ICEDOCTA.IN; aqui se ordenan por compania receptora,
      * compania que paga, periodo y DATO-ID y se imprime en
      * data/ICEDOCTA.RPT, para cada compania receptora:
      *   - por cada compania que le cobra, el detalle por periodo y
      *     empleado (departamento, porcentaje, sueldo, carga
      *     patronal, provision y total) y el total a facturar, que
      *     es lo que ICCARGO.cbl posteo a la cuenta por pagar
      *     intercompania de esa pareja en los periodos del mes
      *   - el total de la compania receptora
      * COND-CODE 8 si el mes no trae cargos.
      * uso: jobs/ICEDOCTA.job [AAAAMM]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICEDOCTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * mes del estado de cuenta (AAAAMM), lo deja el job
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/ICEDOCTA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK ASSIGN TO "data/ICEDOCTA.WRK".

           SELECT CARGO-FILE ASSIGN TO "data/ICEDOCTA.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGO-STATUS.

           SELECT CARGO-SORTED ASSIGN TO "data/ICEDOCTA.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/ICEDOCTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MES            PIC X(6).

      * mismo layout que ICCARGRC.cpy, solo con las llaves nombradas
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-CIA-RECIBE     PIC XX.
           05  SRT-CIA-PAGA       PIC XX.
           05  SRT-PERIODO        PIC 99.
           05  SRT-DATO-ID        PIC 9(5).
           05  FILLER             PIC X(36).

       FD  CARGO-FILE.
       01  CARGO-LINE PIC X(47).

       FD  CARGO-SORTED.
           COPY ICCARGRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-CARGO-STATUS PIC XX VALUE SPACES.
           77 WS-SORTED-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-MES PIC X(6) VALUE SPACES.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-CIA-RECIBE-ACT PIC XX VALUE SPACES.
           77 WS-CIA-PAGA-ACT PIC XX VALUE SPACES.
           77 WS-NUM-RECEPTORAS PIC 99 VALUE ZERO.
           77 WS-TOTAL-RENGLON PIC 9(9)V99 VALUE ZERO.

      * acumulados del corte por compania que paga, por compania
      * receptora y del mes
       01  WS-TOTALES-PAGA.
           05  WS-TP-SUELDO        PIC 9(11)V99 VALUE ZERO.
           05  WS-TP-CARGA         PIC 9(11)V99 VALUE ZERO.
           05  WS-TP-PROV          PIC 9(11)V99 VALUE ZERO.
           05  WS-TP-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTALES-RECIBE.
           05  WS-TR-SUELDO        PIC 9(11)V99 VALUE ZERO.
           05  WS-TR-CARGA         PIC 9(11)V99 VALUE ZERO.
           05  WS-TR-PROV          PIC 9(11)V99 VALUE ZERO.
           05  WS-TR-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTALES-GENERALES.
           05  WS-GT-SUELDO        PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-CARGA         PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-PROV          PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-TOTAL         PIC 9(11)V99 VALUE ZERO.

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
           05  FILLER      PIC X(43) VALUE
               'ESTADO DE CUENTA INTERCOMPANIA PERSONAL MES'.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-T-MES    PIC X(6).
           05  FILLER      PIC X(6) VALUE '  AL: '.
           05  WS-T-FECHA  PIC 9(8).
       01  WS-RECIBE-LINE.
           05  FILLER      PIC X(20) VALUE 'COMPANIA RECEPTORA: '.
           05  WS-R-CIA    PIC XX.
       01  WS-PAGA-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  FILLER      PIC X(32) VALUE
               'CARGOS DE LA COMPANIA QUE PAGA: '.
           05  WS-P-CIA    PIC XX.
       01  WS-ENCABEZADO-LINE.
           05  FILLER      PIC X(28) VALUE
               '  PER DATO-ID DEPTO     PCT'.
           05  FILLER      PIC X(16) VALUE '         SUELDO '.
           05  FILLER      PIC X(16) VALUE '          CARGA '.
           05  FILLER      PIC X(16) VALUE '      PROVISION '.
           05  FILLER      PIC X(16) VALUE '          TOTAL '.
       01  WS-DETALLE-LINE.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-D-PERIODO PIC 99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-D-DEPTO  PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-PCT    PIC ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-SUELDO PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-CARGA  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-PROV   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-S-CONCEPTO PIC X(26).
           05  WS-S-SUELDO PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-S-CARGA  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-S-PROV   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-S-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.

           77 WS-ED-MONTO PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'ICEDOCTA' TO LOG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM LEE-MES-ESTADO.

           OPEN INPUT CARGO-FILE.
           IF WS-CARGO-STATUS NOT = "00"
              DISPLAY "ICEDOCTA: SIN CARGOS DEL MES "
                  "data/ICEDOCTA.IN: " WS-CARGO-STATUS
                  "; CORRA jobs/ICEDOCTA.job"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CARGO-FILE.

      * el propio verbo SORT abre/lee/escribe CARGO-FILE y
      * CARGO-SORTED (USING/GIVING); el resultado se valida con
      * SORT-RETURN, como en PAYSORT.cbl
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CIA-RECIBE
               ON ASCENDING KEY SRT-CIA-PAGA
               ON ASCENDING KEY SRT-PERIODO
               ON ASCENDING KEY SRT-DATO-ID
               USING CARGO-FILE
               GIVING CARGO-SORTED.
           IF SORT-RETURN NOT = ZERO
              DISPLAY "ERROR EN SORT, SORT-RETURN: " SORT-RETURN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CARGO-SORTED.
           IF WS-SORTED-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/ICEDOCTA.SRT: "
                  WS-SORTED-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/ICEDOCTA.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-MES TO WS-T-MES.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ CARGO-SORTED
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-STAT-LEIDOS
                    PERFORM PROCESA-CARGO
              END-READ
           END-PERFORM.
           IF WS-STAT-PROCESADOS > ZERO
              PERFORM CIERRA-COMPANIA-PAGA
              PERFORM CIERRA-COMPANIA-RECIBE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'TOTAL DEL MES' TO WS-S-CONCEPTO
              MOVE WS-GT-SUELDO TO WS-S-SUELDO
              MOVE WS-GT-CARGA TO WS-S-CARGA
              MOVE WS-GT-PROV TO WS-S-PROV
              MOVE WS-GT-TOTAL TO WS-S-TOTAL
              MOVE WS-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE '  SIN CARGOS INTERCOMPANIA EN EL MES'
                  TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE CARGO-SORTED REPORT-FILE.

           MOVE WS-GT-TOTAL TO WS-ED-MONTO.
           DISPLAY "ICEDOCTA: MES " WS-MES ", " WS-NUM-RECEPTORAS
               " COMPANIA(S) RECEPTORA(S), TOTAL " WS-ED-MONTO
               "; VER data/ICEDOCTA.RPT".
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'ESTADO DE CUENTA IC MES ' WS-MES ' TOTAL '
               WS-ED-MONTO DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           PERFORM IMPRIME-ESTADISTICAS.
           IF WS-STAT-PROCESADOS = ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      * el mes viene del job en data/ICEDOCTA.PRM; sin archivo es el
      * mes en curso
       LEE-MES-ESTADO.
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

      * un renglon de cargo: cortes por compania receptora y por
      * compania que paga, luego el detalle
       PROCESA-CARGO.
           IF ICC-SUELDO NOT NUMERIC OR ICC-CARGA NOT NUMERIC
              OR ICC-PROVISION NOT NUMERIC
              DISPLAY "ICEDOCTA: RENGLON INVALIDO, SE OMITE: "
                  ICCARGO-RECORD
              ADD 1 TO WS-STAT-RECHAZADOS
           ELSE
              IF WS-STAT-PROCESADOS = ZERO
                 PERFORM ABRE-COMPANIA-RECIBE
                 PERFORM ABRE-COMPANIA-PAGA
              ELSE
                 IF ICC-CIA-RECIBE NOT = WS-CIA-RECIBE-ACT
                    PERFORM CIERRA-COMPANIA-PAGA
                    PERFORM CIERRA-COMPANIA-RECIBE
                    PERFORM ABRE-COMPANIA-RECIBE
                    PERFORM ABRE-COMPANIA-PAGA
                 ELSE
                    IF ICC-CIA-PAGA NOT = WS-CIA-PAGA-ACT
                       PERFORM CIERRA-COMPANIA-PAGA
                       PERFORM ABRE-COMPANIA-PAGA
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO WS-STAT-PROCESADOS
              COMPUTE WS-TOTAL-RENGLON =
                  ICC-SUELDO + ICC-CARGA + ICC-PROVISION
              MOVE ICC-PERIODO TO WS-D-PERIODO
              MOVE ICC-DATO-ID TO WS-D-ID
              MOVE ICC-DEPARTAMENTO TO WS-D-DEPTO
              MOVE ICC-PORCENTAJE TO WS-D-PCT
              MOVE ICC-SUELDO TO WS-D-SUELDO
              MOVE ICC-CARGA TO WS-D-CARGA
              MOVE ICC-PROVISION TO WS-D-PROV
              MOVE WS-TOTAL-RENGLON TO WS-D-TOTAL
              MOVE WS-DETALLE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              ADD ICC-SUELDO TO WS-TP-SUELDO
              ADD ICC-CARGA TO WS-TP-CARGA
              ADD ICC-PROVISION TO WS-TP-PROV
              ADD WS-TOTAL-RENGLON TO WS-TP-TOTAL
           END-IF.

       ABRE-COMPANIA-RECIBE.
           MOVE ICC-CIA-RECIBE TO WS-CIA-RECIBE-ACT.
           ADD 1 TO WS-NUM-RECEPTORAS.
           INITIALIZE WS-TOTALES-RECIBE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ICC-CIA-RECIBE TO WS-R-CIA.
           MOVE WS-RECIBE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       ABRE-COMPANIA-PAGA.
           MOVE ICC-CIA-PAGA TO WS-CIA-PAGA-ACT.
           INITIALIZE WS-TOTALES-PAGA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ICC-CIA-PAGA TO WS-P-CIA.
           MOVE WS-PAGA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENCABEZADO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * el total a facturar de la pareja: lo que ICCARGO posteo a
      * la cuenta por pagar intercompania en los periodos del mes
       CIERRA-COMPANIA-PAGA.
           MOVE SPACES TO WS-S-CONCEPTO.
           STRING 'A FACTURAR ' WS-CIA-PAGA-ACT ' A '
               WS-CIA-RECIBE-ACT DELIMITED BY SIZE INTO WS-S-CONCEPTO.
           MOVE WS-TP-SUELDO TO WS-S-SUELDO.
           MOVE WS-TP-CARGA TO WS-S-CARGA.
           MOVE WS-TP-PROV TO WS-S-PROV.
           MOVE WS-TP-TOTAL TO WS-S-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-TP-SUELDO TO WS-TR-SUELDO.
           ADD WS-TP-CARGA TO WS-TR-CARGA.
           ADD WS-TP-PROV TO WS-TR-PROV.
           ADD WS-TP-TOTAL TO WS-TR-TOTAL.

       CIERRA-COMPANIA-RECIBE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-S-CONCEPTO.
           STRING 'TOTAL COMPANIA ' WS-CIA-RECIBE-ACT
               DELIMITED BY SIZE INTO WS-S-CONCEPTO.
           MOVE WS-TR-SUELDO TO WS-S-SUELDO.
           MOVE WS-TR-CARGA TO WS-S-CARGA.
           MOVE WS-TR-PROV TO WS-S-PROV.
           MOVE WS-TR-TOTAL TO WS-S-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-TR-SUELDO TO WS-GT-SUELDO.
           ADD WS-TR-CARGA TO WS-GT-CARGA.
           ADD WS-TR-PROV TO WS-GT-PROV.
           ADD WS-TR-TOTAL TO WS-GT-TOTAL.

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

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA; si el modulo no esta disponible el
      * mensaje al menos sale por consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
