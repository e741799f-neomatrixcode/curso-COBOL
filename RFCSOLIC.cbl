      * RFCSOLIC: arma la solicitud de validacion masiva de RFC ante
      * el SAT. Cada periodo una docena de recibos no timbran porque
      * el RFC del empleado no esta registrado o el nombre no es el
      * que tiene el SAT, y nos enterabamos hasta despues de
      * CFDINOM. Este programa recorre data/EMPLOYEE.DAT (sin bajas
      * ni RFC en blanco) contra la bitacora de validaciones
      * data/RFCVALID.DAT (ver RFCVALRC.cpy) y manda en
      * data/RFCSOLIC.TXT solo lo nuevo: los que nunca se han
      * validado (altas) y aquellos cuyo RFC o NOMBRE cambio desde
      * el ultimo envio. Un renglon por RFC en el formato de carga
      * del portal, consecutivo|RFC|NOMBRE|, hasta 5000 por archivo
      * (lo que no quepa sale en el siguiente envio). Cada RFC
      * enviado queda anotado 'E' en la bitacora; la respuesta del
      * SAT se importa con RFCRESP.cbl. Los rechazos vigentes que
      * nadie ha corregido no se reenvian, solo se cuentan.
      * uso: jobs/RFCSOLIC.job, antes del cierre de cada periodo
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFCSOLIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL RFCVALID-FILE ASSIGN TO "data/RFCVALID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFCVALID-STATUS.

           SELECT SOLICITUD-FILE ASSIGN TO "data/RFCSOLIC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLICITUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  RFCVALID-FILE.
           COPY RFCVALRC.

       FD  SOLICITUD-FILE.
       01  SOLICITUD-LINE PIC X(60).

       WORKING-STORAGE SECTION.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-RFCVALID-STATUS PIC XX VALUE SPACES.
           77 WS-SOLICITUD-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * estado vigente por DATO-ID: el ultimo renglon de la bitacora
           77 WS-NUM-HISTORIA PIC 9(5) VALUE ZERO.
           77 WS-HIS-POS PIC 9(5) VALUE ZERO.
       01  TABLA-HISTORIA.
           05  HISTORIA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY HIS-IDX.
               10  TAB-HIS-ID       PIC 9(5).
               10  TAB-HIS-RFC      PIC X(13).
               10  TAB-HIS-NOMBRE   PIC X(30).
               10  TAB-HIS-STATUS   PIC X.

      * tope de renglones por archivo del portal del SAT
           77 WS-MAX-SOLICITUD PIC 9(5) VALUE 5000.
           77 WS-CONSECUTIVO PIC 9(5) VALUE ZERO.
           77 WS-LARGO-NOMBRE PIC 99 VALUE ZERO.
           77 WS-LARGO-RFC PIC 99 VALUE ZERO.
           77 WS-PUNTERO PIC 99 VALUE ZERO.

           77 WS-NUM-NUEVOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-CAMBIOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-PENDIENTES PIC 9(5) VALUE ZERO.
           77 WS-NUM-VALIDOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-SIN-CORREGIR PIC 9(5) VALUE ZERO.
           77 WS-NUM-DIFERIDOS PIC 9(5) VALUE ZERO.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           PERFORM CARGA-HISTORIA-RFC.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SOLICITUD-FILE.
           IF WS-SOLICITUD-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/RFCSOLIC.TXT: "
                  WS-SOLICITUD-STATUS
              CLOSE EMPLOYEE-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND RFCVALID-FILE.
           IF WS-RFCVALID-STATUS NOT = "00"
              AND WS-RFCVALID-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/RFCVALID.DAT: "
                  WS-RFCVALID-STATUS
              CLOSE EMPLOYEE-FILE SOLICITUD-FILE
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
                       AND RFC NOT = SPACES
                       PERFORM REVISA-EMPLEADO
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-FILE SOLICITUD-FILE RFCVALID-FILE.

           DISPLAY "RFCSOLIC: " WS-CONSECUTIVO
               " RFC(S) EN data/RFCSOLIC.TXT (" WS-NUM-NUEVOS
               " NUEVOS, " WS-NUM-CAMBIOS " CON CAMBIO)".
           DISPLAY "RFCSOLIC: " WS-NUM-VALIDOS " YA VALIDADOS, "
               WS-NUM-PENDIENTES " ESPERANDO RESPUESTA DEL SAT".
           IF WS-NUM-SIN-CORREGIR > ZERO
              DISPLAY "RFCSOLIC: " WS-NUM-SIN-CORREGIR
                  " RECHAZO(S) DEL SAT SIN CORREGIR EN EL MAESTRO, "
                  "VER data/RFCRESP.RPT"
           END-IF.
           IF WS-NUM-DIFERIDOS > ZERO
              DISPLAY "RFCSOLIC: " WS-NUM-DIFERIDOS
                  " RFC(S) NO CUPIERON, SALEN EN EL SIGUIENTE ENVIO"
           END-IF.
           PERFORM AVISA-BITACORA.
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

      * decide si el empleado en turno va en la solicitud: nunca
      * validado, o RFC/NOMBRE distintos de lo ultimo que se mando
       REVISA-EMPLEADO.
           MOVE ZERO TO WS-HIS-POS.
           PERFORM VARYING HIS-IDX FROM 1 BY 1
                   UNTIL HIS-IDX > WS-NUM-HISTORIA
              IF TAB-HIS-ID(HIS-IDX) = DATO-ID
                 SET WS-HIS-POS TO HIS-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-HIS-POS = ZERO
                 ADD 1 TO WS-NUM-NUEVOS
                 PERFORM AGREGA-A-SOLICITUD
              WHEN TAB-HIS-RFC(WS-HIS-POS) NOT = RFC
                 OR TAB-HIS-NOMBRE(WS-HIS-POS) NOT = NOMBRE
                 ADD 1 TO WS-NUM-CAMBIOS
                 PERFORM AGREGA-A-SOLICITUD
              WHEN TAB-HIS-STATUS(WS-HIS-POS) = 'E'
                 ADD 1 TO WS-NUM-PENDIENTES
              WHEN TAB-HIS-STATUS(WS-HIS-POS) = 'V'
                 ADD 1 TO WS-NUM-VALIDOS
              WHEN OTHER
                 ADD 1 TO WS-NUM-SIN-CORREGIR
                 DISPLAY "RFC RECHAZADO POR EL SAT SIN CORREGIR, "
                     "DATO-ID: " DATO-ID " RFC " RFC
           END-EVALUATE.

      * renglon consecutivo|RFC|NOMBRE| sin los blancos de relleno,
      * y el renglon 'E' de la bitacora con lo que se mando
       AGREGA-A-SOLICITUD.
           IF WS-CONSECUTIVO = WS-MAX-SOLICITUD
              ADD 1 TO WS-NUM-DIFERIDOS
           ELSE
              ADD 1 TO WS-CONSECUTIVO
              MOVE 13 TO WS-LARGO-RFC
              PERFORM UNTIL WS-LARGO-RFC = 1
                         OR RFC(WS-LARGO-RFC:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-LARGO-RFC
              END-PERFORM
              MOVE 30 TO WS-LARGO-NOMBRE
              PERFORM UNTIL WS-LARGO-NOMBRE = 1
                         OR NOMBRE(WS-LARGO-NOMBRE:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-LARGO-NOMBRE
              END-PERFORM
              MOVE SPACES TO SOLICITUD-LINE
              MOVE 1 TO WS-PUNTERO
              STRING WS-CONSECUTIVO '|'
                  RFC(1:WS-LARGO-RFC) '|'
                  NOMBRE(1:WS-LARGO-NOMBRE) '|'
                  DELIMITED BY SIZE INTO SOLICITUD-LINE
                  WITH POINTER WS-PUNTERO
              WRITE SOLICITUD-LINE
              MOVE DATO-ID TO RFV-DATO-ID
              MOVE RFC TO RFV-RFC
              MOVE NOMBRE TO RFV-NOMBRE
              MOVE 'E' TO RFV-STATUS
              MOVE WS-FECHA-HOY TO RFV-FECHA
              MOVE SPACES TO RFV-NOMBRE-SAT
              WRITE RFC-VALID-RECORD
           END-IF.

       AVISA-BITACORA.
           MOVE 'RFCSOLIC' TO LOG-PROGRAMA.
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'SOLICITUD DE VALIDACION RFC: ENVIADOS='
               WS-CONSECUTIVO ' SIN CORREGIR=' WS-NUM-SIN-CORREGIR
               ' DIFERIDOS=' WS-NUM-DIFERIDOS
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
