      * RFCRESP: importa la respuesta del SAT a la validacion masiva
      * de RFC que armo RFCSOLIC.cbl. La respuesta se deja en
      * data/RFCRESP.DAT, un renglon por RFC: el RFC consultado, el
      * resultado ('V' valido, 'N' no registrado o cancelado, 'M'
      * registrado con otro nombre) y el nombre que tiene el SAT.
      * Cada renglon se aparea por RFC contra los envios pendientes
      * ('E') de la bitacora data/RFCVALID.DAT (ver RFCVALRC.cpy) y
      * se agrega el renglon de resultado con la fecha de la
      * validacion, que es lo que ve CFDINOM.cbl antes de mandar a
      * timbrar. El reporte data/RFCRESP.RPT lista los rechazos con
      * las dos versiones del nombre (la del maestro y la del SAT)
      * para que personal corrija el maestro en EMPMANTTO, y los
      * renglones de la respuesta que no corresponden a ningun
      * envio pendiente. COND-CODE 4 si hubo rechazos.
      * uso: jobs/RFCRESP.job cuando el SAT entrega la respuesta
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFCRESP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPUESTA-FILE ASSIGN TO "data/RFCRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPUESTA-STATUS.

           SELECT OPTIONAL RFCVALID-FILE ASSIGN TO "data/RFCVALID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFCVALID-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/RFCRESP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPUESTA-FILE.
       01  RESPUESTA-RECORD.
           05  RSV-RFC            PIC X(13).
           05  RSV-RESULTADO      PIC X.
               88  RSV-VALIDO     VALUE 'V'.
               88  RSV-RESULTADO-VALIDO VALUE 'V' 'N' 'M'.
           05  RSV-NOMBRE-SAT     PIC X(60).

       FD  RFCVALID-FILE.
           COPY RFCVALRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-RESPUESTA-STATUS PIC XX VALUE SPACES.
           77 WS-RFCVALID-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-RESPUESTAS VALUE 'S'.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * estado vigente por DATO-ID: el ultimo renglon de la bitacora
      * (mismo recorrido que RFCSOLIC.cbl)
           77 WS-NUM-HISTORIA PIC 9(5) VALUE ZERO.
           77 WS-HIS-POS PIC 9(5) VALUE ZERO.
       01  TABLA-HISTORIA.
           05  HISTORIA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY HIS-IDX.
               10  TAB-HIS-ID       PIC 9(5).
               10  TAB-HIS-RFC      PIC X(13).
               10  TAB-HIS-NOMBRE   PIC X(30).
               10  TAB-HIS-STATUS   PIC X.

           77 WS-APAREADO PIC X VALUE 'N'.
              88 RESPUESTA-APAREADA VALUE 'S'.
           77 WS-NUM-RESPUESTAS PIC 9(5) VALUE ZERO.
           77 WS-NUM-VALIDOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-NO-REGISTRADOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-NOMBRE-DISTINTO PIC 9(5) VALUE ZERO.
           77 WS-NUM-SIN-ENVIO PIC 9(5) VALUE ZERO.
           77 WS-NUM-SIN-RESPUESTA PIC 9(5) VALUE ZERO.
           77 WS-NUM-RECHAZOS PIC 9(5) VALUE ZERO.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(40)
               VALUE 'VALIDACION MASIVA DE RFC - RESPUESTA SAT'.
           05  FILLER      PIC X(8) VALUE '  FECHA '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-ENCABEZADO-LINE.
           05  FILLER      PIC X(8) VALUE 'DATO-ID '.
           05  FILLER      PIC X(14) VALUE 'RFC'.
           05  FILLER      PIC X(17) VALUE 'RESULTADO'.
           05  FILLER      PIC X(6) VALUE 'NOMBRE'.

       01  WS-RECHAZO-LINE.
           05  WS-R-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-R-RFC    PIC X(13).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-R-RESULTADO PIC X(16).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-R-ORIGEN PIC X(8).
           05  WS-R-NOMBRE PIC X(60).

       01  WS-SIN-ENVIO-LINE.
           05  FILLER      PIC X(8) VALUE SPACES.
           05  WS-S-RFC    PIC X(13).
           05  FILLER      PIC X VALUE SPACE.
           05  FILLER      PIC X(40)
               VALUE 'SIN ENVIO PENDIENTE, NO SE APLICA'.

       01  WS-RESUMEN-LINE.
           05  WS-RES-TEXTO PIC X(40).
           05  WS-RES-NUM   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           OPEN INPUT RESPUESTA-FILE.
           IF WS-RESPUESTA-STATUS NOT = "00"
              DISPLAY "RFCRESP: NO SE PUDO ABRIR data/RFCRESP.DAT: "
                  WS-RESPUESTA-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-HISTORIA-RFC.

           OPEN EXTEND RFCVALID-FILE.
           IF WS-RFCVALID-STATUS NOT = "00"
              AND WS-RFCVALID-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/RFCVALID.DAT: "
                  WS-RFCVALID-STATUS
              CLOSE RESPUESTA-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           WRITE REPORT-LINE FROM WS-TITULO-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-ENCABEZADO-LINE.

           PERFORM UNTIL NO-HAY-MAS-RESPUESTAS
              READ RESPUESTA-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-NUM-RESPUESTAS
                    PERFORM APLICA-RESPUESTA
              END-READ
           END-PERFORM.

      * lo que se mando y el SAT no contesto sigue 'E' y se vuelve a
      * ver en la siguiente respuesta
           PERFORM VARYING HIS-IDX FROM 1 BY 1
                   UNTIL HIS-IDX > WS-NUM-HISTORIA
              IF TAB-HIS-STATUS(HIS-IDX) = 'E'
                 ADD 1 TO WS-NUM-SIN-RESPUESTA
              END-IF
           END-PERFORM.

           PERFORM IMPRIME-RESUMEN.
           CLOSE RESPUESTA-FILE RFCVALID-FILE REPORT-FILE.

           COMPUTE WS-NUM-RECHAZOS =
               WS-NUM-NO-REGISTRADOS + WS-NUM-NOMBRE-DISTINTO.
           DISPLAY "RFCRESP: " WS-NUM-RESPUESTAS " RENGLON(ES), "
               WS-NUM-VALIDOS " VALIDO(S), " WS-NUM-RECHAZOS
               " RECHAZO(S), " WS-NUM-SIN-ENVIO " SIN ENVIO".
           PERFORM AVISA-BITACORA.
      * un RFC rechazado no timbra: personal corrige el maestro y el
      * siguiente RFCSOLIC lo vuelve a mandar
           IF WS-NUM-RECHAZOS > ZERO
              DISPLAY "RFCRESP: HAY RFC RECHAZADOS POR EL SAT, "
                  "VER data/RFCRESP.RPT"
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * la bitacora va en orden de captura: un renglon posterior del
      * mismo DATO-ID reemplaza al anterior en la tabla
       CARGA-HISTORIA-RFC.
           OPEN INPUT RFCVALID-FILE.
           IF WS-RFCVALID-STATUS = "00"
              PERFORM UNTIL WS-RFCVALID-STATUS NOT = "00"
                 READ RFCVALID-FILE
                    AT END MOVE "10" TO WS-RFCVALID-STATUS
                    NOT AT END
                       PERFORM REGISTRA-HISTORIA
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE RFCVALID-FILE.

       REGISTRA-HISTORIA.
           MOVE ZERO TO WS-HIS-POS.
           PERFORM VARYING HIS-IDX FROM 1 BY 1
                   UNTIL HIS-IDX > WS-NUM-HISTORIA
              IF TAB-HIS-ID(HIS-IDX) = RFV-DATO-ID
                 SET WS-HIS-POS TO HIS-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-HIS-POS = ZERO
              IF WS-NUM-HISTORIA = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-HISTORIA"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-HISTORIA
              MOVE WS-NUM-HISTORIA TO WS-HIS-POS
              MOVE RFV-DATO-ID TO TAB-HIS-ID(WS-HIS-POS)
           END-IF.
           MOVE RFV-RFC TO TAB-HIS-RFC(WS-HIS-POS).
           MOVE RFV-NOMBRE TO TAB-HIS-NOMBRE(WS-HIS-POS).
           MOVE RFV-STATUS TO TAB-HIS-STATUS(WS-HIS-POS).

      * el renglon de respuesta resuelve todos los envios pendientes
      * con ese RFC (normalmente uno solo)
       APLICA-RESPUESTA.
           MOVE 'N' TO WS-APAREADO.
           IF RSV-RESULTADO-VALIDO
              PERFORM VARYING HIS-IDX FROM 1 BY 1
                      UNTIL HIS-IDX > WS-NUM-HISTORIA
                 IF TAB-HIS-STATUS(HIS-IDX) = 'E'
                    AND TAB-HIS-RFC(HIS-IDX) = RSV-RFC
                    MOVE 'S' TO WS-APAREADO
                    SET WS-HIS-POS TO HIS-IDX
                    PERFORM REGISTRA-RESULTADO
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT RESPUESTA-APAREADA
              ADD 1 TO WS-NUM-SIN-ENVIO
              MOVE RSV-RFC TO WS-S-RFC
              WRITE REPORT-LINE FROM WS-SIN-ENVIO-LINE
           END-IF.

       REGISTRA-RESULTADO.
           MOVE RSV-RESULTADO TO TAB-HIS-STATUS(WS-HIS-POS).
           MOVE TAB-HIS-ID(WS-HIS-POS) TO RFV-DATO-ID.
           MOVE TAB-HIS-RFC(WS-HIS-POS) TO RFV-RFC.
           MOVE TAB-HIS-NOMBRE(WS-HIS-POS) TO RFV-NOMBRE.
           MOVE RSV-RESULTADO TO RFV-STATUS.
           MOVE WS-FECHA-HOY TO RFV-FECHA.
           MOVE RSV-NOMBRE-SAT TO RFV-NOMBRE-SAT.
           WRITE RFC-VALID-RECORD.
           EVALUATE TRUE
              WHEN RFV-VALIDO
                 ADD 1 TO WS-NUM-VALIDOS
              WHEN RFV-NO-REGISTRADO
                 ADD 1 TO WS-NUM-NO-REGISTRADOS
                 MOVE 'NO REGISTRADO' TO WS-R-RESULTADO
                 PERFORM IMPRIME-RECHAZO
              WHEN RFV-NOMBRE-DISTINTO
                 ADD 1 TO WS-NUM-NOMBRE-DISTINTO
                 MOVE 'NOMBRE DISTINTO' TO WS-R-RESULTADO
                 PERFORM IMPRIME-RECHAZO
           END-EVALUATE.

      * dos renglones por rechazo: el nombre del maestro tal como se
      * mando y, abajo, el que tiene el SAT
       IMPRIME-RECHAZO.
           MOVE RFV-DATO-ID TO WS-R-ID.
           MOVE RFV-RFC TO WS-R-RFC.
           MOVE 'NOMINA: ' TO WS-R-ORIGEN.
           MOVE RFV-NOMBRE TO WS-R-NOMBRE.
           WRITE REPORT-LINE FROM WS-RECHAZO-LINE.
           MOVE SPACES TO WS-RECHAZO-LINE.
           MOVE 'SAT   : ' TO WS-R-ORIGEN.
           IF RFV-NOMBRE-SAT = SPACES
              MOVE '(SIN NOMBRE EN EL SAT)' TO WS-R-NOMBRE
           ELSE
              MOVE RFV-NOMBRE-SAT TO WS-R-NOMBRE
           END-IF.
           WRITE REPORT-LINE FROM WS-RECHAZO-LINE.
           MOVE ZERO TO WS-R-ID.

       IMPRIME-RESUMEN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RENGLONES EN LA RESPUESTA' TO WS-RES-TEXTO.
           MOVE WS-NUM-RESPUESTAS TO WS-RES-NUM.
           WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
           MOVE 'RFC VALIDOS' TO WS-RES-TEXTO.
           MOVE WS-NUM-VALIDOS TO WS-RES-NUM.
           WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
           MOVE 'RFC NO REGISTRADOS' TO WS-RES-TEXTO.
           MOVE WS-NUM-NO-REGISTRADOS TO WS-RES-NUM.
           WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
           MOVE 'NOMBRE DISTINTO AL DEL SAT' TO WS-RES-TEXTO.
           MOVE WS-NUM-NOMBRE-DISTINTO TO WS-RES-NUM.
           WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
           MOVE 'RENGLONES SIN ENVIO PENDIENTE' TO WS-RES-TEXTO.
           MOVE WS-NUM-SIN-ENVIO TO WS-RES-NUM.
           WRITE REPORT-LINE FROM WS-RESUMEN-LINE.
           MOVE 'ENVIOS TODAVIA SIN RESPUESTA' TO WS-RES-TEXTO.
           MOVE WS-NUM-SIN-RESPUESTA TO WS-RES-NUM.
           WRITE REPORT-LINE FROM WS-RESUMEN-LINE.

       AVISA-BITACORA.
           MOVE 'RFCRESP' TO LOG-PROGRAMA.
           IF WS-NUM-RECHAZOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'RESPUESTA VALIDACION RFC: VALIDOS=' WS-NUM-VALIDOS
               ' RECHAZOS=' WS-NUM-RECHAZOS
               ' SIN ENVIO=' WS-NUM-SIN-ENVIO
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio: el job
      * aborta y capacidad decide si aumentar el OCCURS
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA; si el modulo no esta disponible el
      * mensaje al menos sale por consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
