      * = todos) y rango de DATO-ID. El resultado queda en
      * data/REPRINT.RPT; no toca los archivos vivos de data/ ni el
      * YTD vigente.
      * Cada renglon lleva el folio fiscal (UUID) vigente del recibo
      * segun la bitacora de folios data/CFDIUUID.DAT, buscado en el
      * ejercicio que jobs/REPRINT.job toma de la fecha del nombre
      * de la generacion y deja en data/REPRINT.PRM.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/REPRINT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAYCALC-FILE ASSIGN TO "data/REPRINT.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCALC-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      * UUID-FILE: bitacora de folios fiscales (ver CFDIUUID.cpy)
           SELECT OPTIONAL UUID-FILE ASSIGN TO "data/CFDIUUID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UUID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-EJERCICIO      PIC X(4).

       FD  PAYCALC-FILE.
           COPY EMPREC
               REPLACING EMPLOYEE-RECORD BY PAYCALC-RECORD
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

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       FD  UUID-FILE.
           COPY CFDIUUID.

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-FILTRO-DEPTO PIC X(4) VALUE SPACES.
           77 WS-FILTRO-ID-DESDE PIC 9(5) VALUE ZERO.
           77 WS-FILTRO-ID-HASTA PIC 9(5) VALUE 99999.
      * ejercicio de la generacion (ano de la fecha de su nombre);
      * los folios de otros anos repiten periodo y DATO-ID
           77 WS-EJERCICIO PIC 9(4) VALUE ZERO.

      * folios fiscales timbrados en memoria (solo los 'tim' del
      * ejercicio), mismo patron que TABLA-FOLIOS en PAYSTUB.cbl
           77 WS-UUID-STATUS PIC XX VALUE SPACES.
           77 WS-UUID-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-UUID VALUE 'S'.
           77 WS-NUM-FOLIOS PIC 9(5) VALUE ZERO.
       01  TABLA-FOLIOS.
           05  FOLIO-ENTRY OCCURS 20000 TIMES
                   INDEXED BY FOL-IDX.
               10  TAB-FOL-COMPANIA  PIC X(2).
               10  TAB-FOL-EJERCICIO PIC 9(4).
               10  TAB-FOL-PERIODO   PIC 99.
               10  TAB-FOL-ID        PIC 9(5).
               10  TAB-FOL-UUID      PIC X(36).

      * quiebre de control por estado, mismo idioma que PAYREG.cbl
           77 WS-TOTAL-SALARIO PIC 9(9)V99 VALUE ZERO.
           05  WS-D-DEPTO  PIC X(4).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-D-NETO   PIC $Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-UUID   PIC X(36).

       01  WS-SUBTOTAL-LINE.
           05  FILLER      PIC X(11) VALUE '  SUBTOTAL '.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           PERFORM LEE-EJERCICIO.
           DISPLAY "FILTRO MX-ESTADO (BLANCO=TODOS): "
               WITH NO ADVANCING.
           ACCEPT WS-FILTRO-ESTADO.
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM CARGA-TABLA-FOLIOS.

           PERFORM LEE-PAYCALC.
      * el encabezado toma el numero de periodo del primer registro
               " RENGLON(ES) EN data/REPRINT.RPT".
           STOP RUN.

      * el ejercicio viene del job en data/REPRINT.PRM; sin archivo
      * (o sin ano valido en el) se pide por consola
       LEE-EJERCICIO.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    IF PRM-EJERCICIO IS NUMERIC
                       MOVE PRM-EJERCICIO TO WS-EJERCICIO
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.
           IF WS-EJERCICIO = ZERO
              DISPLAY "EJERCICIO DE LA GENERACION (AAAA): "
                  WITH NO ADVANCING
              ACCEPT WS-EJERCICIO
           END-IF.

      * aplica los filtros y, para lo que pasa, el mismo quiebre de
      * control por estado de PAYREG.cbl
       REIMPRIME-DETALLE.
           MOVE PC-MX-ESTADO TO WS-D-EDO.
           MOVE PC-DEPARTAMENTO TO WS-D-DEPTO.
           MOVE PC-NET-SALARIO TO WS-D-NETO.
           PERFORM BUSCA-FOLIO-FISCAL.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD PC-SALARIO TO WS-TOTAL-SALARIO.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SUBTOTAL-ESTADO.

      * carga los folios timbrados de la bitacora; un recibo con
      * varios 'tim' (re-emision por correccion) se queda con el
      * ultimo, que es el vigente
       CARGA-TABLA-FOLIOS.
           OPEN INPUT UUID-FILE.
           IF WS-UUID-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-UUID
                 READ UUID-FILE
                    AT END MOVE 'S' TO WS-UUID-EOF
                    NOT AT END
                       IF UUI-TIMBRADO
                          AND UUI-EJERCICIO = WS-EJERCICIO
                          IF WS-NUM-FOLIOS = 20000
                             DISPLAY "TABLA LLENA: WS-NUM-FOLIOS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-FOLIOS
                          MOVE UUI-COMPANIA TO
                              TAB-FOL-COMPANIA(WS-NUM-FOLIOS)
                          MOVE UUI-EJERCICIO TO
                              TAB-FOL-EJERCICIO(WS-NUM-FOLIOS)
                          MOVE UUI-PERIODO TO
                              TAB-FOL-PERIODO(WS-NUM-FOLIOS)
                          MOVE UUI-DATO-ID TO
                              TAB-FOL-ID(WS-NUM-FOLIOS)
                          MOVE UUI-UUID TO
                              TAB-FOL-UUID(WS-NUM-FOLIOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UUID-FILE
           END-IF.

       BUSCA-FOLIO-FISCAL.
           MOVE 'SIN TIMBRAR' TO WS-D-UUID.
           PERFORM VARYING FOL-IDX FROM 1 BY 1
                   UNTIL FOL-IDX > WS-NUM-FOLIOS
              IF TAB-FOL-COMPANIA(FOL-IDX) = PC-COMPANIA
                 AND TAB-FOL-EJERCICIO(FOL-IDX) = WS-EJERCICIO
                 AND TAB-FOL-PERIODO(FOL-IDX) = PC-PERIODO-NOMINA
                 AND TAB-FOL-ID(FOL-IDX) = PC-DATO-ID
                 MOVE TAB-FOL-UUID(FOL-IDX) TO WS-D-UUID
              END-IF
           END-PERFORM.

       LEE-PAYCALC.
           READ PAYCALC-FILE
               AT END MOVE 'S' TO WS-EOF
           END-READ.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que PAYSTUB.cbl)
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
