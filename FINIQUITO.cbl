      *     regraba en cero; el proporcional desde cero solo queda
      *     para el caso sin archivo o sin renglon (arranque del
      *     ledger, ingresos nuevos)
      * Baja por defuncion (causa 'D'): el finiquito, el fondo de
      * ahorro (AHOPAGO.cbl con el DATO-ID), el ultimo salario y el
      * seguro de vida ya no se pagan al empleado sino a sus
      * beneficiarios designados (ver BENEFREC.cpy). El programa se
      * niega a liquidar si la designacion no existe o no suma
      * 100%, calcula los proporcionales a la fecha de defuncion y
      * deja el renglon en data/DEFUNCION.DAT (ver DEFUNREC.cpy) con
      * el seguro capturado; DEFREPAR.cbl reparte el pago en la
      * corrida off-cycle (ver jobs/DEFUNCION.job).
      * La causa se captura con el catalogo de bajas del IMSS ('D'
      * sigue siendo defuncion, igual que '4') y queda con el ultimo
      * dia laborado en data/BAJAIMSS.DAT (ver BAJIMSRC.cpy), de
      * donde IDSEMOV.cbl arma el aviso de baja del IDSE.
      * El orden operativo importa: FINIQUITO y jobs/OFFCYCLE.job se
      * corren ANTES de dar de baja en EMPMANTTO (un empleado ya en
      * 'baj' se salta en la corrida); la baja se captura despues del
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESTAMO-OUT-STATUS.

      * designacion de beneficiarios y registro de defunciones por
      * liquidar (solo en baja por defuncion)
           SELECT OPTIONAL BENEFIC-FILE ASSIGN TO "data/BENEFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIC-STATUS.

           SELECT OPTIONAL DEFUNCION-FILE
               ASSIGN TO "data/DEFUNCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFUNCION-STATUS.

      * causa y fecha de la baja para el aviso IDSE (EXTEND)
           SELECT OPTIONAL BAJAIMSS-FILE
               ASSIGN TO "data/BAJAIMSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAJAIMSS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/FINIQUITO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
                         PRE-ABONO BY PREO-ABONO
                         PRE-SALDO BY PREO-SALDO.

       FD  BENEFIC-FILE.
           COPY BENEFREC.

       FD  DEFUNCION-FILE.
           COPY DEFUNREC.

       FD  BAJAIMSS-FILE.
           COPY BAJIMSRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.

           77 WS-ID-BAJA PIC 9(5) VALUE ZERO.
      * causa de la baja, catalogo del IMSS (ver BAJIMSRC.cpy); 'D'
      * es defuncion como el '4'. Una causa fuera del catalogo queda
      * como '6' (otra)
           77 WS-CAUSA-BAJA PIC X VALUE SPACE.
              88 BAJA-POR-DEFUNCION VALUE 'D' '4'.
              88 CAUSA-BAJA-VALIDA VALUE '1' THRU '9' 'A' 'D'.
           77 WS-CAUSA-IMSS PIC X VALUE SPACE.
           77 WS-BAJAIMSS-STATUS PIC XX VALUE SPACES.
           77 WS-FECHA-DEFUNCION PIC 9(8) VALUE ZERO.
           77 WS-SEGURO-VIDA PIC 9(7)V99 VALUE ZERO.
           77 WS-BENEFIC-STATUS PIC XX VALUE SPACES.
           77 WS-DEFUNCION-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-BENEFICIARIOS PIC 99 VALUE ZERO.
           77 WS-TOTAL-PORCENTAJE PIC 9(4)V99 VALUE ZERO.
           77 WS-PORCENTAJE-EDIT PIC ZZZ9.99.
           77 WS-EMP-ENCONTRADO PIC X VALUE 'N'.
              88 EMPLEADO-ENCONTRADO VALUE 'S'.

                   INDEXED BY TARIFA-IDX2.
               10  TAB-GRADO      PIC X(2).
               10  TAB-TARIFA     PIC 9(5)V99.
               10  TAB-TARIFA-MAX PIC 9(5)V99.

      * copia de los campos del empleado a liquidar (el buffer del FD
      * se pisa al seguir leyendo)
           77 WS-EMP-NOMBRE PIC X(30) VALUE SPACES.
           77 WS-EMP-INGRESO PIC 9(8) VALUE ZERO.
           77 WS-EMP-STATUS PIC X(3) VALUE SPACES.
           77 WS-EMP-REGIMEN PIC XX VALUE SPACES.
              88 EMP-ASIMILADO VALUE '05' '06' '07' '08' '09' '10'
                                     '11'.

      * componentes del finiquito
           77 WS-FECHA-BAJA PIC 9(8) VALUE ZERO.
           05  FILLER      PIC X(24) VALUE 'TOTAL FINIQUITO ...... '.
           05  WS-TT-MONTO PIC $Z,ZZZ,ZZ9.99-.

       01  WS-DEFUNCION-LINE.
           05  FILLER      PIC X(24) VALUE 'BAJA POR DEFUNCION EL  '.
           05  WS-D-FECHA  PIC 9(8).
           05  FILLER      PIC X(40) VALUE
               '; SE PAGA A LOS BENEFICIARIOS DESIGNADOS'.

       01  WS-SEGURO-LINE.
           05  FILLER      PIC X(24) VALUE 'SEGURO DE VIDA ....... '.
           05  WS-S-MONTO  PIC $Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(30) VALUE
               '  (SE SUMA AL REPARTO)'.

       01  WS-FIRMA-LINE.
           05  FILLER      PIC X(34) VALUE
               '  _____________________________   '.
               '_____________________________'.

       01  WS-FIRMA-NOMBRES.
           05  WS-F-FIRMANTE PIC X(34) VALUE
               '  EMPLEADO                        '.
           05  FILLER      PIC X(31) VALUE
               'SUPERVISOR DE NOMINA'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-BAJA.
           DISPLAY "DATO-ID A LIQUIDAR: " WITH NO ADVANCING.
           ACCEPT WS-ID-BAJA.
           DISPLAY "CAUSA DE LA BAJA (1 TERMINO DE CONTRATO, "
               "2 SEPARACION VOLUNTARIA, 3 ABANDONO, 5 CLAUSURA, "
               "6 OTRA, 7 AUSENTISMO, 8 RESCISION, 9 JUBILACION, "
               "A PENSION, D DEFUNCION): " WITH NO ADVANCING.
           ACCEPT WS-CAUSA-BAJA.
           EVALUATE TRUE
              WHEN BAJA-POR-DEFUNCION
                 MOVE '4' TO WS-CAUSA-IMSS
              WHEN CAUSA-BAJA-VALIDA
                 MOVE WS-CAUSA-BAJA TO WS-CAUSA-IMSS
              WHEN OTHER
                 DISPLAY "CAUSA " WS-CAUSA-BAJA " FUERA DEL CATALOGO "
                     "DEL IMSS, SE REGISTRA COMO 6 (OTRA)"
                 MOVE '6' TO WS-CAUSA-IMSS
           END-EVALUATE.
           IF BAJA-POR-DEFUNCION
              DISPLAY "FECHA DE DEFUNCION (AAAAMMDD): "
                  WITH NO ADVANCING
              ACCEPT WS-FECHA-DEFUNCION
              DISPLAY "SEGURO DE VIDA A PAGAR (0 SI NO APLICA): "
                  WITH NO ADVANCING
              ACCEPT WS-SEGURO-VIDA
      * los proporcionales corren hasta el dia de la defuncion, no
      * hasta el dia en que se captura la liquidacion
              IF WS-FECHA-DEFUNCION > ZERO
                 AND WS-FECHA-DEFUNCION < WS-FECHA-BAJA
                 MOVE WS-FECHA-DEFUNCION TO WS-FECHA-BAJA
              ELSE
                 MOVE WS-FECHA-BAJA TO WS-FECHA-DEFUNCION
              END-IF
           END-IF.

           PERFORM CARGA-TABLA-TARIFAS.
           PERFORM BUSCA-EMPLEADO.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      * sin designacion completa no hay a quien pagar: se detiene
      * ANTES de tocar la provision o el prestamo
           IF BAJA-POR-DEFUNCION
              PERFORM VERIFICA-DESIGNACION
              IF WS-NUM-BENEFICIARIOS = ZERO
                 OR WS-TOTAL-PORCENTAJE NOT = 100
                 MOVE WS-TOTAL-PORCENTAJE TO WS-PORCENTAJE-EDIT
                 DISPLAY "LA DESIGNACION DE BENEFICIARIOS DEL DATO-ID "
                     WS-ID-BAJA " TIENE " WS-NUM-BENEFICIARIOS
                     " BENEFICIARIO(S) Y SUMA " WS-PORCENTAJE-EDIT
                     "%; CAPTURELA EN BENMANTTO ANTES DE LIQUIDAR"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM CALCULA-COMPONENTES.
           PERFORM DESCUENTA-PROVISION.

           PERFORM IMPRIME-LIQUIDACION.
           PERFORM RUTEA-PAGO-OFFCYCLE.
           PERFORM REGISTRA-CAUSA-BAJA.
           IF BAJA-POR-DEFUNCION
              PERFORM REGISTRA-DEFUNCION
           END-IF.

           DISPLAY "FINIQUITO: ESTADO EN data/FINIQUITO.RPT; EL PAGO "
               "SALE CON jobs/OFFCYCLE.job Y DESPUES SE CAPTURA LA "
               "BAJA EN EMPMANTTO".
           STOP RUN.

      * cuenta los beneficiarios designados del empleado y suma sus
      * porcentajes (ver BENEFREC.cpy)
       VERIFICA-DESIGNACION.
           OPEN INPUT BENEFIC-FILE.
           IF WS-BENEFIC-STATUS = "00"
              PERFORM UNTIL WS-BENEFIC-STATUS NOT = "00"
                 READ BENEFIC-FILE
                    AT END MOVE "10" TO WS-BENEFIC-STATUS
                    NOT AT END
                       IF BEN-DATO-ID = WS-ID-BAJA
                          ADD 1 TO WS-NUM-BENEFICIARIOS
                          ADD BEN-PORCENTAJE TO WS-TOTAL-PORCENTAJE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BENEFIC-FILE
           END-IF.

      * causa y ultimo dia laborado para el aviso de baja del IDSE;
      * el finiquito ya quedo calculado, un error aqui solo se avisa
       REGISTRA-CAUSA-BAJA.
           OPEN EXTEND BAJAIMSS-FILE.
           IF WS-BAJAIMSS-STATUS = "00" OR WS-BAJAIMSS-STATUS = "05"
              MOVE WS-ID-BAJA TO BJI-DATO-ID
              MOVE WS-FECHA-BAJA TO BJI-FECHA-BAJA
              MOVE WS-CAUSA-IMSS TO BJI-CAUSA
              MOVE FUNCTION CURRENT-DATE(1:8) TO BJI-FECHA-CAPTURA
              WRITE BAJAIMSS-RECORD
              CLOSE BAJAIMSS-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/BAJAIMSS.DAT: "
                  WS-BAJAIMSS-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.

      * el renglon que DEFREPAR.cbl toma en la corrida off-cycle
      * para repartir el neto mas el seguro entre los beneficiarios
       REGISTRA-DEFUNCION.
           OPEN EXTEND DEFUNCION-FILE.
           IF WS-DEFUNCION-STATUS = "00" OR WS-DEFUNCION-STATUS = "05"
              MOVE WS-ID-BAJA TO DEF-DATO-ID
              MOVE WS-FECHA-DEFUNCION TO DEF-FECHA-DEFUNCION
              MOVE WS-SEGURO-VIDA TO DEF-SEGURO
              MOVE 'P' TO DEF-STATUS
              MOVE ZERO TO DEF-FECHA-LIQUIDA
              WRITE DEFUNCION-RECORD
              CLOSE DEFUNCION-FILE
              DISPLAY "FINIQUITO: DEFUNCION REGISTRADA EN "
                  "data/DEFUNCION.DAT, EL PAGO SE REPARTE ENTRE "
                  WS-NUM-BENEFICIARIOS " BENEFICIARIO(S)"
           ELSE
              DISPLAY "ERROR AL ABRIR data/DEFUNCION.DAT: "
                  WS-DEFUNCION-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       CARGA-TABLA-TARIFAS.
           OPEN INPUT PAY-RATE-FILE.
           IF WS-PAYRATE-STATUS = "00"
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
                          MOVE NOMBRE TO WS-EMP-NOMBRE
                          MOVE FECHA-INGRESO TO WS-EMP-INGRESO
                          MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS
                          MOVE TIPO-REGIMEN TO WS-EMP-REGIMEN
                       END-IF
                 END-READ
              END-PERFORM
           PERFORM VARYING TARIFA-IDX2 FROM 1 BY 1
                   UNTIL TARIFA-IDX2 > WS-NUM-TARIFAS
              IF TAB-GRADO(TARIFA-IDX2) = WS-EMP-GRADO
                 IF TAB-TARIFA-MAX(TARIFA-IDX2) = ZERO
                    OR WS-EMP-PAGO < TAB-TARIFA(TARIFA-IDX2)
                    MOVE TAB-TARIFA(TARIFA-IDX2) TO WS-EMP-PAGO
                 ELSE
                    IF WS-EMP-PAGO > TAB-TARIFA-MAX(TARIFA-IDX2)
                       MOVE TAB-TARIFA-MAX(TARIFA-IDX2) TO WS-EMP-PAGO
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
      * lo vacia y deja el renglon), y recalcular desde cero en ese
      * caso era pagar un segundo aguinaldo casi completo a cualquier
      * baja entre el pago de diciembre y el cierre del ejercicio
      * un asimilado a salarios no devenga aguinaldo ni prima
      * vacacional; sin renglon no hay proporcionales que pagar, y un
      * saldo que quedo de cuando cotizaba como sueldos se respeta
           IF PROVISION-ENCONTRADA
              MOVE WS-PROV-AGUI TO WS-AGUINALDO
              MOVE WS-PROV-PRIMA TO WS-PRIMA-VAC
           ELSE
              IF EMP-ASIMILADO
                 MOVE ZERO TO WS-AGUINALDO
                 MOVE ZERO TO WS-PRIMA-VAC
              END-IF
           END-IF.

       REGRABA-RENGLON-PROVISION.
           MOVE WS-EMP-INGRESO TO WS-I-FECHA.
           MOVE WS-INGRESO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF BAJA-POR-DEFUNCION
              MOVE WS-FECHA-DEFUNCION TO WS-D-FECHA
              MOVE WS-DEFUNCION-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE 'PAGO DEL PERIODO ..... ' TO WS-C-DESC.
           MOVE WS-PAGO-PERIODO TO WS-C-MONTO.
           MOVE WS-TOTAL-FINIQUITO TO WS-TT-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF BAJA-POR-DEFUNCION
              MOVE WS-SEGURO-VIDA TO WS-S-MONTO
              MOVE WS-SEGURO-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE '  POR LOS BENEFICIARIOS' TO WS-F-FIRMANTE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
