      * Corre despues de STEP02 SORT (ver jobs/PAYROLL.job); carga
      * DEDCALC.OUT y YTD.DAT.NEW a tablas en memoria con el mismo
      * patron que TABLA-YTD en PAYREG.cbl.
      * El folio fiscal (UUID) del recibo sale de la bitacora de
      * folios data/CFDIUUID.DAT (CFDIRESP.cbl); el talon que se
      * imprime antes de que el PAC responda lo marca pendiente.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTUB.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRORRATA-STATUS.

      * UUID-FILE: bitacora de folios fiscales (ver CFDIUUID.cpy);
      * el talon imprime el UUID timbrado del recibo
           SELECT OPTIONAL UUID-FILE ASSIGN TO "data/CFDIUUID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UUID-STATUS.

           SELECT STUB-FILE ASSIGN TO "data/PAYSTUB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUB-STATUS.
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

       FD  DEDCALC-FILE.
           COPY DEDCALRC.
       FD  PRORRATA-FILE.
           COPY PRORAREC.

       FD  UUID-FILE.
           COPY CFDIUUID.

       FD  STUB-FILE.
       01  STUB-LINE PIC X(80).

      * calendario propio (CIACAL.DAT) la tasa del talon es la del
      * fin de SU periodo, la misma que usara BANKDISP
           77 WS-FECHA-PAGO-CIA PIC 9(8) VALUE ZERO.
           77 WS-CIA-FECHA PIC X(2) VALUE SPACES.

      * calendario para la fecha de pago (CALL)
           COPY PERIODOS.
               10  TAB-PRT-DIAS       PIC 99.
               10  TAB-PRT-PERIODO    PIC 99.

      * folios fiscales timbrados en memoria (solo los 'tim' del
      * ejercicio en curso de cada COMPANIA), por COMPANIA, ejercicio,
      * periodo de SU calendario y DATO-ID
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

      * estadisticas de fin de job (mismo patron que TIPOSDEDATOS.cbl);
      * PAYSTUB solo imprime, no rechaza registros
      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           05  FILLER      PIC X(24) VALUE 'SALARIO NETO ......... '.
           05  WS-N-SAL    PIC $Z,ZZZ,ZZ9.99.

       01  WS-UUID-LINE.
           05  FILLER      PIC X(24) VALUE 'FOLIO FISCAL (UUID) .. '.
           05  WS-U-UUID   PIC X(36).

       01  WS-FONDO-LINE.
           05  FILLER      PIC X(13) VALUE 'FONDO AHORRO '.
           05  FILLER      PIC X(5) VALUE 'EMP: '.
           PERFORM CARGA-TABLA-PRESTAMOS.
           PERFORM CARGA-TABLA-PRORRATA.
           CALL "CALENDARIO".
           PERFORM CARGA-TABLA-FOLIOS.
           PERFORM CARGA-TABLA-MONEDAS.
           PERFORM CARGA-TABLA-TASAS.

           MOVE WS-NETO-LINE TO STUB-LINE.
           WRITE STUB-LINE.

           PERFORM IMPRIME-FOLIO-FISCAL.

           PERFORM IMPRIME-DIVISA-EMPLEADO.

           PERFORM IMPRIME-YTD-EMPLEADO.
              END-IF
           END-PERFORM.

      * carga los folios timbrados de la bitacora; un recibo con
      * varios 'tim' (re-emision por correccion) se queda con el
      * ultimo, que es el vigente. Solo entran los del ejercicio de la
      * fecha de pago en curso de su COMPANIA: los de anos anteriores
      * repiten periodo y DATO-ID
       CARGA-TABLA-FOLIOS.
           OPEN INPUT UUID-FILE.
           IF WS-UUID-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-UUID
                 READ UUID-FILE
                    AT END MOVE 'S' TO WS-UUID-EOF
                    NOT AT END
                       MOVE UUI-COMPANIA TO WS-CIA-FECHA
                       PERFORM BUSCA-FECHA-PAGO-CIA
                       IF UUI-TIMBRADO
                          AND UUI-EJERCICIO = WS-FECHA-PAGO-CIA(1:4)
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

      * UUID del recibo del empleado en turno; el talon que sale en
      * la corrida, antes de la respuesta del PAC, lo marca pendiente
       IMPRIME-FOLIO-FISCAL.
           MOVE 'PENDIENTE DE TIMBRADO' TO WS-U-UUID.
           MOVE PC-COMPANIA TO WS-CIA-FECHA.
           PERFORM BUSCA-FECHA-PAGO-CIA.
           PERFORM VARYING FOL-IDX FROM 1 BY 1
                   UNTIL FOL-IDX > WS-NUM-FOLIOS
              IF TAB-FOL-COMPANIA(FOL-IDX) = PC-COMPANIA
                 AND TAB-FOL-EJERCICIO(FOL-IDX) =
                     WS-FECHA-PAGO-CIA(1:4)
                 AND TAB-FOL-PERIODO(FOL-IDX) = PC-PERIODO-NOMINA
                 AND TAB-FOL-ID(FOL-IDX) = PC-DATO-ID
                 MOVE TAB-FOL-UUID(FOL-IDX) TO WS-U-UUID
              END-IF
           END-PERFORM.
           MOVE WS-UUID-LINE TO STUB-LINE.
           WRITE STUB-LINE.

      * carga moneda de pago por empleado y tasas efectivas (si hay)
       CARGA-TABLA-MONEDAS.
           OPEN INPUT MONEDA-FILE.
              END-IF
           END-IF.

      * fecha de pago del periodo de la compania WS-CIA-FECHA (misma
      * resolucion que BUSCA-FECHA-PAGO-CIA en BANKDISP.cbl)
       BUSCA-FECHA-PAGO-CIA.
           MOVE PERIODO-FIN(PERIODO-ACTUAL) TO WS-FECHA-PAGO-CIA.
           PERFORM VARYING CAL-CIA-IDX FROM 1 BY 1
                   UNTIL CAL-CIA-IDX > NUM-CIAS-CAL
              IF CAL-CIA-CODIGO(CAL-CIA-IDX) = WS-CIA-FECHA
                 MOVE CAL-CIA-FIN(CAL-CIA-IDX,
                     CAL-CIA-ACTUAL(CAL-CIA-IDX)) TO
                     WS-FECHA-PAGO-CIA
