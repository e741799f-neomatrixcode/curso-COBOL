      * El calculo del SALARIO es el mismo de CALCULA-Y-ESCRIBE-
      * SALARIO en TIPOSDEDATOS.cbl (tarifa por grado de PAYRATE.DAT,
      * tiempo extra a 1.5 arriba de 40 horas).
      * Cada delta anota ademas el recibo del periodo corregido en
      * data/CFDICORR.DAT (ver CFDICORR.cpy): si ya estaba timbrado,
      * CFDICANC.cbl pide su cancelacion ligada al recibo que trae
      * el ajuste.
      * uso: jobs/RETRO.job AAAAMMDD  (la fecha de la generacion
      * archivada del periodo a corregir)
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

      * recibos timbrados que el delta cambia (EXTEND, OPTIONAL)
           SELECT OPTIONAL CORR-FILE ASSIGN TO "data/CFDICORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETROIN-FILE.
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

      * segunda descripcion de registro sobre el mismo buffer: las
      * etiquetas HDR/TRL (21/27 posiciones, ver LBLREC.cpy) son mas
       FD  RETRO-FILE.
           COPY RETROREC.

       FD  CORR-FILE.
           COPY CFDICORR.

       WORKING-STORAGE SECTION.
           77 WS-RETROIN-STATUS PIC XX VALUE SPACES.
           77 WS-RETROBASE-STATUS PIC XX VALUE SPACES.
           77 WS-PAYRATE-STATUS PIC XX VALUE SPACES.
           77 WS-RETRO-STATUS PIC XX VALUE SPACES.
           77 WS-CORR-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-BASE-EOF PIC X VALUE 'N'.
                   INDEXED BY TARIFA-IDX2.
               10  TAB-GRADO      PIC X(2).
               10  TAB-TARIFA     PIC 9(5)V99.
               10  TAB-TARIFA-MAX PIC 9(5)V99.

      * SALARIO pagado por la generacion archivada, por DATO-ID
           77 WS-NUM-BASE PIC 9(4) VALUE ZERO.
                   INDEXED BY BASE-IDX.
               10  TAB-BASE-ID       PIC 9(5).
               10  TAB-BASE-SALARIO  PIC 9(7)V99.
               10  TAB-BASE-COMPANIA PIC X(2).
               10  TAB-BASE-PERIODO  PIC 99.
           77 WS-BASE-COMPANIA PIC X(2) VALUE SPACES.
           77 WS-BASE-PERIODO PIC 99 VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

           77 WS-FECHA-PERIODO PIC 9(8) VALUE ZERO.
           77 WS-SALARIO-CORRECTO PIC 9(7)V99 VALUE ZERO.
              STOP RUN
           END-IF.

           OPEN EXTEND CORR-FILE.
           IF WS-CORR-STATUS NOT = "00"
              AND WS-CORR-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/CFDICORR.DAT: "
                  WS-CORR-STATUS
              CLOSE RETROIN-FILE RETRO-FILE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           PERFORM CARGA-TABLA-TARIFAS.
           PERFORM CARGA-TABLA-BASE.
           IF WS-NUM-BASE = ZERO
              DISPLAY "ERROR: data/RETROBASE.DAT VACIO O AUSENTE; "
                  "CORRA jobs/RETRO.job CON LA FECHA DEL PERIODO"
              CLOSE RETROIN-FILE RETRO-FILE CORR-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LEE-RETROIN.
           PERFORM CALCULA-DELTA UNTIL NO-HAY-MAS-REGISTROS.

           CLOSE RETROIN-FILE RETRO-FILE CORR-FILE.
           DISPLAY "RETROCALC: " WS-NUM-DELTAS
               " DELTA(S) EMITIDO(S) A data/RETRO.DAT".
           PERFORM IMPRIME-ESTADISTICAS.
                           TAB-GRADO(WS-NUM-TARIFAS)
                       MOVE PR-TARIFA TO
                           TAB-TARIFA(WS-NUM-TARIFAS)
                       IF PR-TARIFA-MAXIMA IS NUMERIC
                          MOVE PR-TARIFA-MAXIMA TO
                              TAB-TARIFA-MAX(WS-NUM-TARIFAS)
                       ELSE
                          MOVE ZERO TO TAB-TARIFA-MAX(WS-NUM-TARIFAS)
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
                           TAB-BASE-ID(WS-NUM-BASE)
                       MOVE PC-SALARIO TO
                           TAB-BASE-SALARIO(WS-NUM-BASE)
                       MOVE PC-COMPANIA TO
                           TAB-BASE-COMPANIA(WS-NUM-BASE)
                       MOVE PC-PERIODO-NOMINA TO
                           TAB-BASE-PERIODO(WS-NUM-BASE)
                 END-READ
              END-PERFORM
              CLOSE RETROBASE-FILE
                 MOVE WS-FECHA-PERIODO TO RET-FECHA-PERIODO
                 MOVE WS-DELTA TO RET-DELTA
                 WRITE RETRO-RECORD
                 PERFORM REGISTRA-CORRECCION-CFDI
                 ADD 1 TO WS-NUM-DELTAS
                 MOVE WS-DELTA TO WS-DELTA-EDIT
                 DISPLAY "RETROCALC: DATO-ID " DATO-ID
           PERFORM VARYING TARIFA-IDX2 FROM 1 BY 1
                   UNTIL TARIFA-IDX2 > WS-NUM-TARIFAS
              IF TAB-GRADO(TARIFA-IDX2) = JOB-GRADE
                 IF TAB-TARIFA-MAX(TARIFA-IDX2) = ZERO
                    OR PAGO < TAB-TARIFA(TARIFA-IDX2)
                    MOVE TAB-TARIFA(TARIFA-IDX2) TO PAGO
                 ELSE
                    IF PAGO > TAB-TARIFA-MAX(TARIFA-IDX2)
                       MOVE TAB-TARIFA-MAX(TARIFA-IDX2) TO PAGO
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
                 MOVE 'S' TO WS-BASE-ENCONTRADA
                 MOVE TAB-BASE-SALARIO(BASE-IDX) TO
                     WS-SALARIO-PAGADO
                 MOVE TAB-BASE-COMPANIA(BASE-IDX) TO
                     WS-BASE-COMPANIA
                 MOVE TAB-BASE-PERIODO(BASE-IDX) TO
                     WS-BASE-PERIODO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * el recibo del periodo corregido (COMPANIA y periodo de la
      * generacion archivada, ejercicio del ano de su fecha) queda
      * anotado para su cancelacion
       REGISTRA-CORRECCION-CFDI.
           MOVE WS-BASE-COMPANIA TO COR-COMPANIA.
           MOVE WS-FECHA-PERIODO(1:4) TO COR-EJERCICIO.
           MOVE WS-BASE-PERIODO TO COR-PERIODO.
           MOVE DATO-ID TO COR-DATO-ID.
           MOVE 'R' TO COR-ORIGEN.
           MOVE WS-FECHA-HOY TO COR-FECHA.
           WRITE CFDI-CORR-RECORD.

       LEE-RETROIN.
           READ RETROIN-FILE
               AT END MOVE 'S' TO WS-EOF
