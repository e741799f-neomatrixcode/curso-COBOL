      * FONCARGA: carga de la cedula mensual de descuentos FONACOT.
      * Los creditos FONACOT se tecleaban a mano como renglones
      * planos de DEDUCCION.DAT desde la cedula impresa; este
      * programa lee el archivo de la cedula tal como lo manda el
      * FONACOT (data/FONCEDULA.DAT, ver FONCEDRC.cpy), valida cada
      * renglon contra el maestro de empleados -DATO-ID existente,
      * RFC igual al del maestro, credito y retencion presentes, sin
      * creditos repetidos- y deja los buenos en el maestro de
      * creditos del mes data/FONCRED.DAT (ver FONCRRC.cpy) con la
      * COMPANIA del trabajador. Recargar la cedula del mismo mes
      * SUSTITUYE los creditos de ese mes; el maestro conserva
      * ademas el mes anterior (su pago e incidencias pueden estar
      * pendientes de FONPAGO.cbl) y descarta lo mas viejo. Un
      * trabajador dado de baja se carga con aviso: no se le
      * descuenta nada y el cierre del mes lo regresa al FONACOT
      * como incidencia de baja. El resultado queda en
      * data/FONCARGA.RPT: cargados, rechazados con su motivo y
      * avisos. La corrida reparte la retencion mensual entre los
      * periodos del mes (ver INSERTA-DESCUENTO-FONACOT en
      * TIPOSDEDATOS.cbl).
      * uso: jobs/FONCARGA.job cuando llega la cedula del mes
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONCARGA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEDULA-FILE ASSIGN TO "data/FONCEDULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEDULA-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL FONCRED-FILE ASSIGN TO "data/FONCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONCRED-STATUS.

           SELECT FONCRED-NEW ASSIGN TO "data/FONCRED.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONCRED-NEW-STATUS.

           SELECT OPTIONAL FONBAJA-FILE ASSIGN TO "data/FONBAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONBAJA-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/FONCARGA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CEDULA-FILE.
           COPY FONCEDRC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  FONCRED-FILE.
           COPY FONCRRC.

       FD  FONCRED-NEW.
           COPY FONCRRC
               REPLACING FONCRED-RECORD BY FONCRED-NEW-RECORD
                         FCR-MES BY NCR-MES
                         FCR-DATO-ID BY NCR-DATO-ID
                         FCR-NUM-CREDITO BY NCR-NUM-CREDITO
                         FCR-RETENCION BY NCR-RETENCION
                         FCR-COMPANIA BY NCR-COMPANIA
                         FCR-RFC BY NCR-RFC.

       FD  FONBAJA-FILE.
           COPY FONBAJRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-CEDULA-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-FONCRED-STATUS PIC XX VALUE SPACES.
           77 WS-FONCRED-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-FONBAJA-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * maestro en memoria para validar el renglon de la cedula
           77 WS-NUM-EMPS PIC 9(4) VALUE ZERO.
           77 WS-EMP-POS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID       PIC 9(5).
               10  TAB-EMP-STATUS   PIC X(3).
               10  TAB-EMP-RFC      PIC X(13).
               10  TAB-EMP-COMPANIA PIC XX.

      * creditos ya reportados como baja por EMPMANTTO
           77 WS-NUM-BAJAS PIC 9(4) VALUE ZERO.
       01  TABLA-BAJAS.
           05  BAJA-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BAJ-IDX.
               10  TAB-BAJ-ID       PIC 9(5).
               10  TAB-BAJ-CREDITO  PIC X(10).

      * maestro de creditos completo en memoria: los meses que se
      * conservan mas los creditos de la cedula que se esta cargando
           77 WS-NUM-CREDITOS PIC 9(4) VALUE ZERO.
       01  TABLA-CREDITOS.
           05  CRED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CR-IDX.
               10  TC-MES           PIC 9(6).
               10  TC-DATO-ID       PIC 9(5).
               10  TC-NUM-CREDITO   PIC X(10).
               10  TC-RETENCION     PIC 9(7)V99.
               10  TC-COMPANIA      PIC XX.
               10  TC-RFC           PIC X(13).

      * mes de la cedula (lo dicta el primer renglon) y el mes
      * anterior, que es lo mas viejo que se conserva
       01  WS-MES-CEDULA PIC 9(6) VALUE ZERO.
       01  WS-MES-CEDULA-R REDEFINES WS-MES-CEDULA.
           05  WS-MC-ANIO      PIC 9(4).
           05  WS-MC-MES       PIC 99.
       01  WS-MES-ANTERIOR PIC 9(6) VALUE ZERO.

           77 WS-NUM-CARGADOS PIC 9(4) VALUE ZERO.
           77 WS-NUM-RECHAZADOS PIC 9(4) VALUE ZERO.
           77 WS-NUM-AVISOS PIC 9(4) VALUE ZERO.
           77 WS-NUM-SUSTITUIDOS PIC 9(4) VALUE ZERO.
           77 WS-NUM-DESCARTADOS PIC 9(4) VALUE ZERO.
           77 WS-TOTAL-RETENCION PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           77 WS-MOTIVO PIC X(30) VALUE SPACES.
           77 WS-AVISO PIC X(30) VALUE SPACES.
           77 WS-DUPLICADO PIC X VALUE 'N'.
              88 CREDITO-DUPLICADO VALUE 'S'.

           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/FONCRED.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/FONCRED.DAT.NEW".

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       01  WS-RESULTADO-LINE.
           05  WS-R-ACCION    PIC X(11).
           05  WS-R-ID        PIC 9(5).
           05  FILLER         PIC X VALUE SPACE.
           05  WS-R-CREDITO   PIC X(10).
           05  FILLER         PIC X VALUE SPACE.
           05  WS-R-RETENCION PIC $Z,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-R-MOTIVO    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           PERFORM CARGA-MAESTRO.
           PERFORM CARGA-BAJAS-REPORTADAS.

           OPEN INPUT CEDULA-FILE.
           IF WS-CEDULA-STATUS NOT = "00"
              DISPLAY "FONCARGA: SIN CEDULA data/FONCEDULA.DAT "
                  "(STATUS " WS-CEDULA-STATUS "), NADA QUE CARGAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * el primer renglon dicta el mes de la cedula; un mes invalido
      * no se adivina, se para la carga sin tocar el maestro
           READ CEDULA-FILE
              AT END MOVE 'S' TO WS-EOF
           END-READ.
           IF NO-HAY-MAS-REGISTROS
              DISPLAY "FONCARGA: CEDULA data/FONCEDULA.DAT VACIA, "
                  "NADA QUE CARGAR"
              CLOSE CEDULA-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF FCE-MES NOT NUMERIC
              DISPLAY "FONCARGA: MES DE LA CEDULA INVALIDO: " FCE-MES
              CLOSE CEDULA-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FCE-MES TO WS-MES-CEDULA.
           IF WS-MC-MES < 1 OR WS-MC-MES > 12
              DISPLAY "FONCARGA: MES DE LA CEDULA INVALIDO: " FCE-MES
              CLOSE CEDULA-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-MC-MES = 1
              COMPUTE WS-MES-ANTERIOR = (WS-MC-ANIO - 1) * 100 + 12
           ELSE
              COMPUTE WS-MES-ANTERIOR = WS-MES-CEDULA - 1
           END-IF.

           PERFORM CARGA-CREDITOS-VIVOS.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CARGA DE LA CEDULA FONACOT DEL MES ' WS-MES-CEDULA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              PERFORM PROCESA-RENGLON-CEDULA
              READ CEDULA-FILE
                 AT END MOVE 'S' TO WS-EOF
              END-READ
           END-PERFORM.
           CLOSE CEDULA-FILE.

           PERFORM REGRABA-CREDITOS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CARGADOS: ' WS-NUM-CARGADOS
               '  RECHAZADOS: ' WS-NUM-RECHAZADOS
               '  CON AVISO: ' WS-NUM-AVISOS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-RETENCION TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RETENCION MENSUAL CARGADA: ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NUM-SUSTITUIDOS > ZERO
              MOVE SPACES TO REPORT-LINE
              STRING 'CREDITOS DE UNA CARGA ANTERIOR DEL MISMO MES '
                  'SUSTITUIDOS: ' WS-NUM-SUSTITUIDOS
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "FONCARGA: CEDULA " WS-MES-CEDULA ", "
               WS-NUM-CARGADOS " CARGADO(S), "
               WS-NUM-RECHAZADOS " RECHAZADO(S), "
               WS-NUM-AVISOS " CON AVISO; VER data/FONCARGA.RPT".
           PERFORM AVISA-BITACORA.
           STOP RUN.

       CARGA-MAESTRO.
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
                       IF WS-NUM-EMPS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-EMPS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-EMPS
                       MOVE DATO-ID TO TAB-EMP-ID(WS-NUM-EMPS)
                       MOVE EMPLOYEE-STATUS TO
                           TAB-EMP-STATUS(WS-NUM-EMPS)
                       MOVE RFC TO TAB-EMP-RFC(WS-NUM-EMPS)
                       MOVE COMPANIA TO TAB-EMP-COMPANIA(WS-NUM-EMPS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           MOVE 'N' TO WS-EOF.

       CARGA-BAJAS-REPORTADAS.
           OPEN INPUT FONBAJA-FILE.
           IF WS-FONBAJA-STATUS = "00"
              PERFORM UNTIL WS-FONBAJA-STATUS NOT = "00"
                 READ FONBAJA-FILE
                    AT END MOVE "10" TO WS-FONBAJA-STATUS
                    NOT AT END
                       IF WS-NUM-BAJAS = 2000
                          DISPLAY "TABLA LLENA: WS-NUM-BAJAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-BAJAS
                       MOVE FBJ-DATO-ID TO TAB-BAJ-ID(WS-NUM-BAJAS)
                       MOVE FBJ-NUM-CREDITO TO
                           TAB-BAJ-CREDITO(WS-NUM-BAJAS)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE FONBAJA-FILE.

      * el maestro vigente se conserva salvo los creditos del mes que
      * se esta cargando (la cedula nueva los sustituye) y los meses
      * anteriores al mes previo, que ya no tienen pago pendiente
       CARGA-CREDITOS-VIVOS.
           OPEN INPUT FONCRED-FILE.
           IF WS-FONCRED-STATUS = "00"
              PERFORM UNTIL WS-FONCRED-STATUS NOT = "00"
                 READ FONCRED-FILE
                    AT END MOVE "10" TO WS-FONCRED-STATUS
                    NOT AT END
                       IF FCR-MES = WS-MES-CEDULA
                          ADD 1 TO WS-NUM-SUSTITUIDOS
                       ELSE
                       IF FCR-MES < WS-MES-ANTERIOR
                          ADD 1 TO WS-NUM-DESCARTADOS
                       ELSE
                          IF WS-NUM-CREDITOS = 5000
                             DISPLAY "TABLA LLENA: WS-NUM-CREDITOS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-CREDITOS
                          MOVE FONCRED-RECORD TO
                              CRED-ENTRY(WS-NUM-CREDITOS)
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE FONCRED-FILE.

      * cada renglon de la cedula se valida y se agrega; el rechazo
      * conserva el motivo en el reporte para aclararlo con el
      * FONACOT
       PROCESA-RENGLON-CEDULA.
           MOVE SPACES TO WS-MOTIVO WS-AVISO.
           PERFORM VALIDA-RENGLON-CEDULA.
           MOVE FCE-DATO-ID TO WS-R-ID.
           MOVE FCE-NUM-CREDITO TO WS-R-CREDITO.
           IF FCE-RETENCION IS NUMERIC
              MOVE FCE-RETENCION TO WS-R-RETENCION
           ELSE
              MOVE ZERO TO WS-R-RETENCION
           END-IF.
           IF WS-MOTIVO NOT = SPACES
              ADD 1 TO WS-NUM-RECHAZADOS
              MOVE 'RECHAZADO  ' TO WS-R-ACCION
              MOVE WS-MOTIVO TO WS-R-MOTIVO
           ELSE
              PERFORM AGREGA-CREDITO
              ADD 1 TO WS-NUM-CARGADOS
              ADD FCE-RETENCION TO WS-TOTAL-RETENCION
              MOVE 'CARGADO    ' TO WS-R-ACCION
              MOVE WS-AVISO TO WS-R-MOTIVO
              IF WS-AVISO NOT = SPACES
                 ADD 1 TO WS-NUM-AVISOS
              END-IF
           END-IF.
           MOVE WS-RESULTADO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       VALIDA-RENGLON-CEDULA.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-ID(EMP-IDX) = FCE-DATO-ID
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM BUSCA-CREDITO-DUPLICADO.
           IF FCE-MES NOT = WS-MES-CEDULA
              MOVE 'MES DISTINTO AL DE LA CEDULA' TO WS-MOTIVO
           ELSE
           IF WS-EMP-POS = ZERO
              MOVE 'DATO-ID SIN REGISTRO MAESTRO' TO WS-MOTIVO
           ELSE
           IF FCE-RFC NOT = TAB-EMP-RFC(WS-EMP-POS)
              MOVE 'RFC NO COINCIDE CON EL MAESTRO' TO WS-MOTIVO
           ELSE
           IF FCE-NUM-CREDITO = SPACES
              MOVE 'CREDITO EN BLANCO' TO WS-MOTIVO
           ELSE
           IF FCE-RETENCION NOT NUMERIC OR FCE-RETENCION = ZERO
              MOVE 'RETENCION INVALIDA' TO WS-MOTIVO
           ELSE
           IF CREDITO-DUPLICADO
              MOVE 'CREDITO REPETIDO EN LA CEDULA' TO WS-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      * un trabajador dado de baja se carga (el credito existe para
      * el FONACOT) pero no se le descuenta: el cierre del mes lo
      * regresa como incidencia de baja
           IF WS-MOTIVO = SPACES
              IF TAB-EMP-STATUS(WS-EMP-POS) = 'baj'
                 MOVE 'TRABAJADOR DADO DE BAJA' TO WS-AVISO
                 PERFORM VARYING BAJ-IDX FROM 1 BY 1
                         UNTIL BAJ-IDX > WS-NUM-BAJAS
                    IF TAB-BAJ-ID(BAJ-IDX) = FCE-DATO-ID
                       AND TAB-BAJ-CREDITO(BAJ-IDX) = FCE-NUM-CREDITO
                       MOVE 'BAJA YA REPORTADA AL FONACOT' TO WS-AVISO
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       BUSCA-CREDITO-DUPLICADO.
           MOVE 'N' TO WS-DUPLICADO.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-NUM-CREDITOS
              IF TC-MES(CR-IDX) = WS-MES-CEDULA
                 AND TC-NUM-CREDITO(CR-IDX) = FCE-NUM-CREDITO
                 MOVE 'S' TO WS-DUPLICADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       AGREGA-CREDITO.
           IF WS-NUM-CREDITOS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-CREDITOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-CREDITOS.
           MOVE WS-MES-CEDULA TO TC-MES(WS-NUM-CREDITOS).
           MOVE FCE-DATO-ID TO TC-DATO-ID(WS-NUM-CREDITOS).
           MOVE FCE-NUM-CREDITO TO TC-NUM-CREDITO(WS-NUM-CREDITOS).
           MOVE FCE-RETENCION TO TC-RETENCION(WS-NUM-CREDITOS).
           MOVE TAB-EMP-COMPANIA(WS-EMP-POS) TO
               TC-COMPANIA(WS-NUM-CREDITOS).
           MOVE FCE-RFC TO TC-RFC(WS-NUM-CREDITOS).

      * regraba el maestro de creditos, patron .NEW +
      * CBL_RENAME_FILE de DEDCARGA.cbl
       REGRABA-CREDITOS.
           OPEN OUTPUT FONCRED-NEW.
           IF WS-FONCRED-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/FONCRED.DAT.NEW: "
                  WS-FONCRED-NEW-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-NUM-CREDITOS
              MOVE CRED-ENTRY(CR-IDX) TO FONCRED-NEW-RECORD
              WRITE FONCRED-NEW-RECORD
           END-PERFORM.
           CLOSE FONCRED-NEW.
           CALL "CBL_RENAME_FILE" USING WS-RUTA-NUEVA WS-RUTA-VIEJA.
           IF RETURN-CODE NOT = 0
              DISPLAY "ERROR AL REEMPLAZAR data/FONCRED.DAT, RC="
                  RETURN-CODE
              MOVE 12 TO RETURN-CODE
           END-IF.

       AVISA-BITACORA.
           MOVE 'FONCARGA' TO LOG-PROGRAMA.
           IF WS-NUM-RECHAZADOS > ZERO OR WS-NUM-AVISOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'CEDULA FONACOT ' WS-MES-CEDULA ': '
               WS-NUM-CARGADOS ' CARGADOS, ' WS-NUM-RECHAZADOS
               ' RECHAZADOS, ' WS-NUM-AVISOS ' CON AVISO'
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
