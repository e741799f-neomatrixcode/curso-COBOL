      * cada sindicato -el mismo monto que BANKDISP manda a la CLABE
      * de la seccion en el lote de dispersion-, para adjuntar a la
      * remesa. Corre como STEP04D UNION en jobs/PAYROLL.job.
      * Cada seccion deja ademas su cargo SIND por compania en
      * data/OBLCARGO.DAT (ver OBLCARRC.cpy) para el calendario de
      * vencimientos; la compania del empleado sale de la base ISR
      * de la misma corrida (data/ISRBASE.OUT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINDREM.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIONLOC-STATUS.

           SELECT OPTIONAL ISRBASE-FILE ASSIGN TO "data/ISRBASE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISRBASE-STATUS.

           SELECT OPTIONAL OBLCARGO-FILE ASSIGN TO "data/OBLCARGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLCARGO-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/SINDREM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  UNIONLOC-FILE.
           COPY UNLOCREC.

       FD  ISRBASE-FILE.
           COPY ISRBASRC.

       FD  OBLCARGO-FILE.
           COPY OBLCARRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

           77 WS-SINDICATO-STATUS PIC XX VALUE SPACES.
           77 WS-UNIONLOC-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-ISRBASE-STATUS PIC XX VALUE SPACES.
           77 WS-OBLCARGO-STATUS PIC XX VALUE SPACES.
           77 WS-OBLCARGO-ABIERTO PIC X VALUE 'N'.
              88 OBLCARGO-ABIERTO VALUE 'S'.
           77 WS-FECHA-CORRIDA PIC 9(8) VALUE ZERO.
           77 WS-DED-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-DEDCALC VALUE 'S'.

                   INDEXED BY CUO-IDX.
               10  TAB-CUO-ID         PIC 9(5).
               10  TAB-CUO-LOCAL      PIC X(4).
               10  TAB-CUO-CIA        PIC XX.
               10  TAB-CUO-MONTO      PIC 9(7)V99.

      * COMPANIA de cada empleado pagado en la corrida
           77 WS-NUM-PAGADOS PIC 9(4) VALUE ZERO.
       01  TABLA-PAGADOS.
           05  PAGADO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PAG-IDX.
               10  TAB-PAG-ID         PIC 9(5).
               10  TAB-PAG-CIA        PIC XX.

      * subtotal de la seccion en turno por COMPANIA, un cargo SIND
      * por renglon
           77 WS-NUM-CIAS-SECCION PIC 99 VALUE ZERO.
       01  TABLA-CIAS-SECCION.
           05  CIS-ENTRY OCCURS 20 TIMES
                   INDEXED BY CIS-IDX.
               10  TAB-CIS-CIA        PIC XX.
               10  TAB-CIS-MONTO      PIC 9(9)V99.

           77 WS-NUM-AFILIADOS PIC 9(4) VALUE ZERO.
       01  TABLA-AFILIADOS.
           05  AFILIADO-ENTRY OCCURS 5000 TIMES

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA.
           PERFORM CARGA-TABLA-PAGADOS.
           PERFORM CARGA-TABLA-AFILIADOS.
           PERFORM CARGA-TABLA-LOCALES.
           PERFORM CARGA-CUOTAS-RETENIDAS.

           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND OBLCARGO-FILE.
           IF WS-OBLCARGO-STATUS = "00" OR WS-OBLCARGO-STATUS = "05"
              MOVE 'S' TO WS-OBLCARGO-ABIERTO
           ELSE
              DISPLAY "SINDREM: ADVERTENCIA, NO SE PUDO ABRIR "
                  "data/OBLCARGO.DAT: " WS-OBLCARGO-STATUS
                  "; LA REMESA NO ENTRA AL CALENDARIO"
           END-IF.
           MOVE 'REMESA DE CUOTAS SINDICALES DEL PERIODO'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           IF OBLCARGO-ABIERTO
              CLOSE OBLCARGO-FILE
           END-IF.

           DISPLAY "SINDREM: " WS-NUM-CUOTAS
               " CUOTA(S) RETENIDAS EN data/SINDREM.RPT".
           PERFORM AVISA-BITACORA.
           STOP RUN.

      * la base ISR de la corrida trae un renglon por empleado
      * pagado con su COMPANIA; sin ella la cuota sale sin compania
       CARGA-TABLA-PAGADOS.
           OPEN INPUT ISRBASE-FILE.
           IF WS-ISRBASE-STATUS = "00"
              PERFORM UNTIL WS-ISRBASE-STATUS NOT = "00"
                 READ ISRBASE-FILE
                    AT END MOVE "10" TO WS-ISRBASE-STATUS
                    NOT AT END
                       IF WS-NUM-PAGADOS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-PAGADOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PAGADOS
                       MOVE ISB-DATO-ID TO TAB-PAG-ID(WS-NUM-PAGADOS)
                       MOVE ISB-COMPANIA TO
                           TAB-PAG-CIA(WS-NUM-PAGADOS)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ISRBASE-FILE.

       CARGA-TABLA-AFILIADOS.
           OPEN INPUT SINDICATO-FILE.
           IF WS-SINDICATO-STATUS = "00"
           MOVE DC-DATO-ID TO TAB-CUO-ID(WS-NUM-CUOTAS).
           MOVE DC-MONTO TO TAB-CUO-MONTO(WS-NUM-CUOTAS).
           MOVE SPACES TO TAB-CUO-LOCAL(WS-NUM-CUOTAS).
           MOVE SPACES TO TAB-CUO-CIA(WS-NUM-CUOTAS).
           PERFORM VARYING PAG-IDX FROM 1 BY 1
                   UNTIL PAG-IDX > WS-NUM-PAGADOS
              IF TAB-PAG-ID(PAG-IDX) = DC-DATO-ID
                 MOVE TAB-PAG-CIA(PAG-IDX) TO
                     TAB-CUO-CIA(WS-NUM-CUOTAS)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING AFI-IDX FROM 1 BY 1
                   UNTIL AFI-IDX > WS-NUM-AFILIADOS
              IF TAB-AFI-ID(AFI-IDX) = DC-DATO-ID
           MOVE WS-SECCION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SUBTOTAL WS-NUM-EN-SECCION.
           MOVE ZERO TO WS-NUM-CIAS-SECCION.
           PERFORM IMPRIME-CUOTA-SECCION
               VARYING CUO-IDX FROM 1 BY 1
               UNTIL CUO-IDX > WS-NUM-CUOTAS.
           MOVE WS-SUBTOT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-SUBTOTAL TO WS-TOTAL.
           PERFORM ESCRIBE-CARGO-SECCION
               VARYING CIS-IDX FROM 1 BY 1
               UNTIL CIS-IDX > WS-NUM-CIAS-SECCION.

       IMPRIME-CUOTA-SECCION.
           IF TAB-CUO-LOCAL(CUO-IDX) = TAB-LOC-CODIGO(LOC-IDX)
              WRITE REPORT-LINE
              ADD TAB-CUO-MONTO(CUO-IDX) TO WS-SUBTOTAL
              ADD 1 TO WS-NUM-EN-SECCION
              PERFORM SUMA-CUOTA-A-CIA
           END-IF.

       SUMA-CUOTA-A-CIA.
           PERFORM VARYING CIS-IDX FROM 1 BY 1
                   UNTIL CIS-IDX > WS-NUM-CIAS-SECCION
              IF TAB-CIS-CIA(CIS-IDX) = TAB-CUO-CIA(CUO-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CIS-IDX > WS-NUM-CIAS-SECCION
              IF WS-NUM-CIAS-SECCION = 20
                 DISPLAY "TABLA LLENA: WS-NUM-CIAS-SECCION"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CIAS-SECCION
              SET CIS-IDX TO WS-NUM-CIAS-SECCION
              MOVE TAB-CUO-CIA(CUO-IDX) TO TAB-CIS-CIA(CIS-IDX)
              MOVE ZERO TO TAB-CIS-MONTO(CIS-IDX)
           END-IF.
           ADD TAB-CUO-MONTO(CUO-IDX) TO TAB-CIS-MONTO(CIS-IDX).

      * cargo SIND de la compania para la seccion: se vence a los
      * dias de la corrida que fija data/OBLIGA.DAT
       ESCRIBE-CARGO-SECCION.
           IF OBLCARGO-ABIERTO AND TAB-CIS-MONTO(CIS-IDX) > ZERO
              MOVE 'SIND' TO OCG-TIPO
              MOVE TAB-CIS-CIA(CIS-IDX) TO OCG-COMPANIA
              MOVE TAB-LOC-CODIGO(LOC-IDX) TO OCG-CLAVE
              MOVE WS-FECHA-CORRIDA(1:6) TO OCG-PERIODO
              MOVE WS-FECHA-CORRIDA TO OCG-CORRIDA
              MOVE TAB-CIS-MONTO(CIS-IDX) TO OCG-MONTO
              MOVE 'SINDREM.RPT' TO OCG-REPORTE
              MOVE WS-FECHA-CORRIDA TO OCG-FECHA-GEN
              WRITE OBLCARGO-RECORD
           END-IF.

       AVISA-BITACORA.
