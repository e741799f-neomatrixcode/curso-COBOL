      * EFECONC: control de sobres de pago en efectivo, el
      * equivalente de CHKCONC.cbl para el registro de sobres
      * data/SOBREREG.DAT (ver SOBREC.cpy). Importa la hoja de
      * movimientos que regresa cada cajero de sitio
      * (data/SOBREMOV.DAT: numero de sobre, 'E' entregado contra
      * firma o 'D' devuelto a tesoreria sin reclamar, y la fecha),
      * marca cada sobre 'ent' o 'dev' con esa fecha (regrabado .NEW
      * + rename, como CHKCONC) y deja en data/EFECONC.RPT:
      *   - los sobres que siguen en la caja del sitio, con sus dias
      *     desde la emision; los que pasan SIT-DIAS-RECLAMO del sitio
      *     (data/SITIOEFE.DAT) salen VENCIDOS para que el cajero los
      *     devuelva y registre la devolucion
      *   - los devueltos sin reclamar, neto que se le sigue debiendo
      *     al empleado hasta que lo cobre en tesoreria (movimiento
      *     'E' sobre un sobre 'dev')
      *   - los movimientos rechazados (sobre inexistente, entrega ya
      *     registrada que se quiere devolver, clave invalida)
      * Un movimiento que ya estaba aplicado no se vuelve a contar:
      * la hoja se puede reprocesar completa.
      * uso: jobs/EFECONC.job cuando llegan las hojas de los sitios
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFECONC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOBREMOV-FILE ASSIGN TO "data/SOBREMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOBREMOV-STATUS.

           SELECT OPTIONAL SITIO-FILE ASSIGN TO "data/SITIOEFE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITIO-STATUS.

           SELECT SOBREREG-FILE ASSIGN TO "data/SOBREREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOBREREG-STATUS.

           SELECT SOBREREG-FILE-NEW
               ASSIGN TO "data/SOBREREG.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOBREREG-NEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/EFECONC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * hoja del cajero: numero de sobre, movimiento y fecha
       FD  SOBREMOV-FILE.
       01  SOBREMOV-RECORD.
           05  SMV-NUMERO         PIC 9(6).
           05  SMV-MOVIMIENTO     PIC X.
               88  SMV-ENTREGA    VALUE 'E'.
               88  SMV-DEVOLUCION VALUE 'D'.
           05  SMV-FECHA          PIC 9(8).

       FD  SITIO-FILE.
           COPY SITEFERC.

       FD  SOBREREG-FILE.
           COPY SOBREC.

       FD  SOBREREG-FILE-NEW.
           COPY SOBREC
               REPLACING SOBRE-RECORD BY NEW-SOBRE-RECORD
                         SOB-NUMERO BY NSOB-NUMERO
                         SOB-DATO-ID BY NSOB-DATO-ID
                         SOB-SITIO BY NSOB-SITIO
                         SOB-PERIODO BY NSOB-PERIODO
                         SOB-MONTO BY NSOB-MONTO
                         SOB-REDONDEO BY NSOB-REDONDEO
                         SOB-FECHA BY NSOB-FECHA
                         SOB-STATUS BY NSOB-STATUS
                         SOB-EMITIDO BY NSOB-EMITIDO
                         SOB-ENTREGADO BY NSOB-ENTREGADO
                         SOB-DEVUELTO BY NSOB-DEVUELTO
                         SOB-FECHA-MOV BY NSOB-FECHA-MOV.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-SOBREMOV-STATUS PIC XX VALUE SPACES.
           77 WS-SITIO-STATUS PIC XX VALUE SPACES.
           77 WS-SOBREREG-STATUS PIC XX VALUE SPACES.
           77 WS-SOBREREG-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-SOB-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-SOBRES VALUE 'S'.

      * movimientos de la hoja en memoria, en el orden del archivo;
      * TM-APLICADO dice si encontro su sobre
           77 WS-NUM-MOVS PIC 9(5) VALUE ZERO.
       01  TABLA-MOVIMIENTOS.
           05  MOV-ENTRY OCCURS 10000 TIMES
                   INDEXED BY MOV-IDX.
               10  TM-NUMERO        PIC 9(6).
               10  TM-MOVIMIENTO    PIC X.
               10  TM-FECHA         PIC 9(8).
               10  TM-APLICADO      PIC X.

      * dias de guarda de cada sitio
           77 WS-NUM-SITIOS PIC 9(3) VALUE ZERO.
       01  TABLA-SITIOS.
           05  SITIO-ENTRY OCCURS 100 TIMES
                   INDEXED BY SIT-IDX.
               10  TS-SITIO         PIC X(4).
               10  TS-DIAS-RECLAMO  PIC 9(3).
      * un sitio que ya no esta en el catalogo guarda 10 dias
           77 WS-DIAS-RECLAMO PIC 9(3) VALUE ZERO.
           77 WS-DIAS-OMISION PIC 9(3) VALUE 10.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-HOY-ENT PIC S9(9) VALUE ZERO.
           77 WS-EMISION-ENT PIC S9(9) VALUE ZERO.
           77 WS-DIAS-EN-CAJA PIC S9(5) VALUE ZERO.
           77 WS-NUM-ENTREGADOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-DEVUELTOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-EN-CAJA PIC 9(5) VALUE ZERO.
           77 WS-NUM-VENCIDOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-POR-PAGAR PIC 9(5) VALUE ZERO.
           77 WS-NUM-RECHAZOS PIC 9(5) VALUE ZERO.
           77 WS-MONTO-EN-CAJA PIC 9(9)V99 VALUE ZERO.
           77 WS-MONTO-VENCIDO PIC 9(9)V99 VALUE ZERO.
           77 WS-MONTO-POR-PAGAR PIC 9(9)V99 VALUE ZERO.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/SOBREREG.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/SOBREREG.DAT.NEW".

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(38) VALUE
               'CONTROL DE SOBRES DE EFECTIVO AL      '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-DETALLE-LINE.
           05  FILLER      PIC X(6) VALUE 'SOBRE '.
           05  WS-D-NUMERO PIC 9(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-SITIO  PIC X(4).
           05  FILLER      PIC X(4) VALUE ' ID '.
           05  WS-D-ID     PIC 9(5).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-MONTO  PIC $ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-ESTADO PIC X(36).

       01  WS-DIAS-TEXTO.
           05  FILLER      PIC X(8) VALUE 'EN CAJA '.
           05  WS-DT-DIAS  PIC ZZZZ9.
           05  FILLER      PIC X(6) VALUE ' DIAS '.
           05  WS-DT-NOTA  PIC X(17).

       01  WS-RECHAZO-LINE.
           05  FILLER      PIC X(17) VALUE 'MOVIMIENTO SOBRE '.
           05  WS-R-NUMERO PIC 9(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-R-MOV    PIC X.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-R-FECHA  PIC 9(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-R-MOTIVO PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TL-ETIQUETA PIC X(34).
           05  WS-TL-CONTEO PIC ZZ,ZZ9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-TL-MONTO PIC $ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           COMPUTE WS-HOY-ENT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

           PERFORM CARGA-MOVIMIENTOS.
           PERFORM CARGA-TABLA-SITIOS.

           OPEN INPUT SOBREREG-FILE.
           IF WS-SOBREREG-STATUS NOT = "00"
              DISPLAY "EFECONC: SIN REGISTRO data/SOBREREG.DAT: "
                  WS-SOBREREG-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SOBREREG-FILE-NEW.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL NO-HAY-MAS-SOBRES
              READ SOBREREG-FILE
                 AT END MOVE 'S' TO WS-SOB-EOF
                 NOT AT END PERFORM CONCILIA-SOBRE
              END-READ
           END-PERFORM.

           PERFORM REPORTA-RECHAZOS.
           PERFORM IMPRIME-TOTALES.

           CLOSE SOBREREG-FILE SOBREREG-FILE-NEW REPORT-FILE.
           CALL "CBL_RENAME_FILE" USING WS-RUTA-NUEVA WS-RUTA-VIEJA.
           IF RETURN-CODE NOT = 0
              DISPLAY "ERROR AL REEMPLAZAR data/SOBREREG.DAT, RC="
                  RETURN-CODE
           END-IF.

           DISPLAY "EFECONC: " WS-NUM-ENTREGADOS " ENTREGADO(S), "
               WS-NUM-DEVUELTOS " DEVUELTO(S), " WS-NUM-EN-CAJA
               " EN CAJA (" WS-NUM-VENCIDOS " VENCIDO(S)); VER "
               "data/EFECONC.RPT".
           PERFORM AVISA-BITACORA.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

       CARGA-MOVIMIENTOS.
           OPEN INPUT SOBREMOV-FILE.
           IF WS-SOBREMOV-STATUS = "00"
              PERFORM UNTIL WS-SOBREMOV-STATUS NOT = "00"
                 READ SOBREMOV-FILE
                    AT END MOVE "10" TO WS-SOBREMOV-STATUS
                    NOT AT END
                       IF WS-NUM-MOVS = 10000
                          DISPLAY "TABLA LLENA: WS-NUM-MOVS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-MOVS
                       MOVE SMV-NUMERO TO TM-NUMERO(WS-NUM-MOVS)
                       MOVE SMV-MOVIMIENTO TO
                           TM-MOVIMIENTO(WS-NUM-MOVS)
                       MOVE SMV-FECHA TO TM-FECHA(WS-NUM-MOVS)
                       MOVE 'N' TO TM-APLICADO(WS-NUM-MOVS)
                 END-READ
              END-PERFORM
              CLOSE SOBREMOV-FILE
           END-IF.

       CARGA-TABLA-SITIOS.
           OPEN INPUT SITIO-FILE.
           IF WS-SITIO-STATUS = "00"
              PERFORM UNTIL WS-SITIO-STATUS NOT = "00"
                 READ SITIO-FILE
                    AT END MOVE "10" TO WS-SITIO-STATUS
                    NOT AT END
                       IF WS-NUM-SITIOS = 100
                          DISPLAY "TABLA LLENA: WS-NUM-SITIOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-SITIOS
                       MOVE SIT-SITIO TO TS-SITIO(WS-NUM-SITIOS)
                       MOVE SIT-DIAS-RECLAMO TO
                           TS-DIAS-RECLAMO(WS-NUM-SITIOS)
                 END-READ
              END-PERFORM
              CLOSE SITIO-FILE
           END-IF.

      * aplica en orden de la hoja los movimientos del sobre y lo
      * reporta segun como quedo; los movimientos validos que no
      * cambian nada (ya aplicados en una corrida anterior) se
      * toman como aplicados
       CONCILIA-SOBRE.
           MOVE SOBRE-RECORD TO NEW-SOBRE-RECORD.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-NUM-MOVS
              IF TM-NUMERO(MOV-IDX) = NSOB-NUMERO
                 PERFORM APLICA-MOVIMIENTO
              END-IF
           END-PERFORM.
           WRITE NEW-SOBRE-RECORD.
           MOVE NSOB-NUMERO TO WS-D-NUMERO.
           MOVE NSOB-SITIO TO WS-D-SITIO.
           MOVE NSOB-DATO-ID TO WS-D-ID.
           MOVE NSOB-MONTO TO WS-D-MONTO.
           EVALUATE TRUE
              WHEN NSOB-EMITIDO
                 PERFORM ENVEJECE-SOBRE
              WHEN NSOB-DEVUELTO
                 MOVE 'DEVUELTO, NETO POR PAGAR' TO WS-D-ESTADO
                 ADD 1 TO WS-NUM-POR-PAGAR
                 ADD NSOB-MONTO TO WS-MONTO-POR-PAGAR
                 MOVE WS-DETALLE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       APLICA-MOVIMIENTO.
           MOVE 'S' TO TM-APLICADO(MOV-IDX).
           EVALUATE TRUE
              WHEN TM-MOVIMIENTO(MOV-IDX) = 'E'
                 AND NOT NSOB-ENTREGADO
                 MOVE 'ent' TO NSOB-STATUS
                 MOVE TM-FECHA(MOV-IDX) TO NSOB-FECHA-MOV
                 ADD 1 TO WS-NUM-ENTREGADOS
              WHEN TM-MOVIMIENTO(MOV-IDX) = 'D' AND NSOB-EMITIDO
                 MOVE 'dev' TO NSOB-STATUS
                 MOVE TM-FECHA(MOV-IDX) TO NSOB-FECHA-MOV
                 ADD 1 TO WS-NUM-DEVUELTOS
      * una devolucion anterior a la entrega ya registrada es la
      * historia del sobre (se devolvio y luego se cobro); una
      * posterior no puede ser: el sobre ya se entrego
              WHEN TM-MOVIMIENTO(MOV-IDX) = 'D' AND NSOB-ENTREGADO
                 IF TM-FECHA(MOV-IDX) > NSOB-FECHA-MOV
                    MOVE 'R' TO TM-APLICADO(MOV-IDX)
                 END-IF
              WHEN TM-MOVIMIENTO(MOV-IDX) = 'E'
                 OR TM-MOVIMIENTO(MOV-IDX) = 'D'
                 CONTINUE
              WHEN OTHER
                 MOVE 'R' TO TM-APLICADO(MOV-IDX)
           END-EVALUATE.

      * sobre todavia en la caja del sitio: dias desde la emision
      * contra la guarda del sitio
       ENVEJECE-SOBRE.
           ADD 1 TO WS-NUM-EN-CAJA.
           ADD NSOB-MONTO TO WS-MONTO-EN-CAJA.
           MOVE WS-DIAS-OMISION TO WS-DIAS-RECLAMO.
           PERFORM VARYING SIT-IDX FROM 1 BY 1
                   UNTIL SIT-IDX > WS-NUM-SITIOS
              IF TS-SITIO(SIT-IDX) = NSOB-SITIO
                 MOVE TS-DIAS-RECLAMO(SIT-IDX) TO WS-DIAS-RECLAMO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           COMPUTE WS-EMISION-ENT =
               FUNCTION INTEGER-OF-DATE(NSOB-FECHA).
           COMPUTE WS-DIAS-EN-CAJA = WS-HOY-ENT - WS-EMISION-ENT.
           MOVE WS-DIAS-EN-CAJA TO WS-DT-DIAS.
           IF WS-DIAS-EN-CAJA > WS-DIAS-RECLAMO
              MOVE 'VENCIDO, DEVOLVER' TO WS-DT-NOTA
              ADD 1 TO WS-NUM-VENCIDOS
              ADD NSOB-MONTO TO WS-MONTO-VENCIDO
           ELSE
              MOVE SPACES TO WS-DT-NOTA
           END-IF.
           MOVE WS-DIAS-TEXTO TO WS-D-ESTADO.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * movimientos de la hoja sin sobre en el registro o que no
      * proceden: no se aplican y se listan para que el cajero los
      * aclare
       REPORTA-RECHAZOS.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-NUM-MOVS
              IF TM-APLICADO(MOV-IDX) NOT = 'S'
                 IF WS-NUM-RECHAZOS = ZERO
                    MOVE SPACES TO REPORT-LINE
                    WRITE REPORT-LINE
                    MOVE 'MOVIMIENTOS RECHAZADOS' TO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
                 ADD 1 TO WS-NUM-RECHAZOS
                 MOVE TM-NUMERO(MOV-IDX) TO WS-R-NUMERO
                 MOVE TM-MOVIMIENTO(MOV-IDX) TO WS-R-MOV
                 MOVE TM-FECHA(MOV-IDX) TO WS-R-FECHA
                 EVALUATE TRUE
                    WHEN TM-APLICADO(MOV-IDX) = 'N'
                       MOVE 'SOBRE NO EXISTE EN EL REGISTRO'
                           TO WS-R-MOTIVO
                    WHEN TM-MOVIMIENTO(MOV-IDX) = 'D'
                       MOVE 'DEVOLUCION DE UN SOBRE YA ENTREGADO'
                           TO WS-R-MOTIVO
                    WHEN OTHER
                       MOVE 'MOVIMIENTO NO ES E NI D' TO WS-R-MOTIVO
                 END-EVALUATE
                 MOVE WS-RECHAZO-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM.

       IMPRIME-TOTALES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EN CAJA DE LOS SITIOS' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-EN-CAJA TO WS-TL-CONTEO.
           MOVE WS-MONTO-EN-CAJA TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  DE ELLOS VENCIDOS POR DEVOLVER' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-VENCIDOS TO WS-TL-CONTEO.
           MOVE WS-MONTO-VENCIDO TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEVUELTOS, NETO POR PAGAR' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-POR-PAGAR TO WS-TL-CONTEO.
           MOVE WS-MONTO-POR-PAGAR TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       AVISA-BITACORA.
           MOVE 'EFECONC' TO LOG-PROGRAMA.
           IF WS-NUM-VENCIDOS > ZERO OR WS-NUM-RECHAZOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'SOBRES: ' WS-NUM-ENTREGADOS ' ENTREGADOS, '
               WS-NUM-DEVUELTOS ' DEVUELTOS, ' WS-NUM-VENCIDOS
               ' VENCIDOS, ' WS-NUM-RECHAZOS ' RECHAZOS'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que DEPTROLL.cbl)
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
