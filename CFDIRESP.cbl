      * CFDIRESP: importa la respuesta del proveedor de timbrado.
      * CFDINOM deja en data/CFDINOM.OUT los recibos para el PAC,
      * pero nada regresaba al sistema: el folio fiscal (UUID) que
      * el SAT asigna a cada recibo no quedaba en ningun lado y un
      * timbre rechazado pasaba desapercibido hasta que el empleado
      * reclamaba. Este programa lee data/CFDIRESP.DAT (ver
      * CFDIRSRC.cpy), agrega cada respuesta a la bitacora de folios
      * data/CFDIUUID.DAT (ver CFDIUUID.cpy) por COMPANIA, ejercicio,
      * periodo y DATO-ID con status 'tim' o 'rec', y deja en
      * data/CFDIRESP.RPT
      * los rechazos con el codigo y la descripcion de error del PAC.
      * Una respuesta ya importada (mismo renglon en la bitacora) no
      * se duplica, asi que el archivo del PAC se puede re-importar.
      * Un segundo UUID timbrado para un recibo que ya tenia folio
      * se avisa en el reporte: es el sustituto de una correccion,
      * y CFDICANC arma la cancelacion del anterior.
      * COND-CODE 4 si hubo rechazos (hay recibos sin timbrar).
      * uso: jobs/CFDI.job cuando llega la respuesta del PAC
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDIRESP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE ASSIGN TO "data/CFDIRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

      * bitacora de folios: se lee completa para no duplicar y se
      * abre EXTEND para agregar (OPTIONAL por si es la primera
      * importacion)
           SELECT OPTIONAL UUID-FILE ASSIGN TO "data/CFDIUUID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UUID-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CFDIRESP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESP-FILE.
           COPY CFDIRSRC.

       FD  UUID-FILE.
           COPY CFDIUUID.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-RESP-STATUS PIC XX VALUE SPACES.
           77 WS-UUID-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-UUID-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-UUID VALUE 'S'.

      * bitacora de folios en memoria: lo necesario para reconocer
      * una respuesta ya importada y un recibo que ya tenia folio.
      * Solo el ejercicio en curso y el anterior (la respuesta de la
      * ultima nomina del ano puede llegar ya en enero); lo demas es
      * historia que ninguna respuesta nueva puede tocar
           77 WS-EJERCICIO-MINIMO PIC 9(4) VALUE ZERO.
           77 WS-NUM-UUID PIC 9(5) VALUE ZERO.
       01  TABLA-UUID.
           05  UUID-ENTRY OCCURS 20000 TIMES
                   INDEXED BY UUI-IDX.
               10  TAB-UUI-COMPANIA  PIC X(2).
               10  TAB-UUI-EJERCICIO PIC 9(4).
               10  TAB-UUI-PERIODO   PIC 99.
               10  TAB-UUI-ID        PIC 9(5).
               10  TAB-UUI-UUID      PIC X(36).
               10  TAB-UUI-STATUS    PIC X(3).
               10  TAB-UUI-FECHA     PIC 9(8).
               10  TAB-UUI-ERROR     PIC X(6).

           77 WS-YA-IMPORTADA PIC X VALUE 'N'.
              88 RESPUESTA-YA-IMPORTADA VALUE 'S'.
           77 WS-UUID-PREVIO PIC X(36) VALUE SPACES.
           77 WS-STATUS-NUEVO PIC X(3) VALUE SPACES.

           77 WS-NUM-TIMBRADOS PIC 9(6) VALUE ZERO.
           77 WS-NUM-RECHAZOS PIC 9(6) VALUE ZERO.
           77 WS-NUM-DUPLICADOS PIC 9(6) VALUE ZERO.
           77 WS-NUM-SUSTITUTOS PIC 9(6) VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

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
           05  FILLER      PIC X(38) VALUE
               'RESPUESTA DEL TIMBRADO CFDI NOMINA AL '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-ENCABEZADO-LINE.
           05  FILLER      PIC X(48) VALUE
               'CIA EJER PER DATO-ID ERROR  DESCRIPCION DEL PAC'.

       01  WS-RECHAZO-LINE.
           05  WS-R-CIA    PIC X(2).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-R-EJER   PIC 9(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-R-PER    PIC 99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-R-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-R-ERROR  PIC X(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-R-DESC   PIC X(40).

       01  WS-SUSTITUTO-LINE.
           05  WS-S-CIA    PIC X(2).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-S-EJER   PIC 9(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-S-PER    PIC 99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-S-ID     PIC 9(5).
           05  FILLER      PIC X(22) VALUE
               ' NUEVO UUID, ANTERIOR '.
           05  WS-S-UUID   PIC X(36).

       01  WS-TOTAL-LINE.
           05  FILLER      PIC X(11) VALUE 'TIMBRADOS: '.
           05  WS-TT-TIM   PIC ZZZ,ZZ9.
           05  FILLER      PIC X(14) VALUE '  RECHAZADOS: '.
           05  WS-TT-REC   PIC ZZZ,ZZ9.
           05  FILLER      PIC X(14) VALUE '  YA IMPORT.: '.
           05  WS-TT-DUP   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY(1:4) TO WS-EJERCICIO-MINIMO.
           SUBTRACT 1 FROM WS-EJERCICIO-MINIMO.

           OPEN INPUT RESP-FILE.
           IF WS-RESP-STATUS NOT = "00"
              DISPLAY "CFDIRESP: SIN RESPUESTA DEL PAC "
                  "data/CFDIRESP.DAT: " WS-RESP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-TABLA-UUID.

           OPEN EXTEND UUID-FILE.
           IF WS-UUID-STATUS NOT = "00"
              AND WS-UUID-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/CFDIUUID.DAT: "
                  WS-UUID-STATUS
              CLOSE RESP-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENCABEZADO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LEE-RESPUESTA.
           PERFORM PROCESA-RESPUESTA UNTIL NO-HAY-MAS-REGISTROS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NUM-TIMBRADOS TO WS-TT-TIM.
           MOVE WS-NUM-RECHAZOS TO WS-TT-REC.
           MOVE WS-NUM-DUPLICADOS TO WS-TT-DUP.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE RESP-FILE UUID-FILE REPORT-FILE.
           DISPLAY "CFDIRESP: " WS-NUM-TIMBRADOS " TIMBRADO(S), "
               WS-NUM-RECHAZOS " RECHAZADO(S), "
               WS-NUM-DUPLICADOS " YA IMPORTADO(S); VER "
               "data/CFDIRESP.RPT".
           PERFORM IMPRIME-ESTADISTICAS.
      * un rechazo es un recibo que el empleado no tiene timbrado:
      * el job lo marca para que nomina corrija y reenvie
           IF WS-NUM-RECHAZOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CARGA-TABLA-UUID.
           OPEN INPUT UUID-FILE.
           IF WS-UUID-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-UUID
                 READ UUID-FILE
                    AT END MOVE 'S' TO WS-UUID-EOF
                    NOT AT END
                       IF UUI-EJERCICIO NOT < WS-EJERCICIO-MINIMO
                          PERFORM AGREGA-A-TABLA-UUID
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      * con la bitacora ausente el OPEN OPTIONAL deja '05' y el
      * archivo abierto; se cierra igual para reabrirlo EXTEND
           CLOSE UUID-FILE.

       AGREGA-A-TABLA-UUID.
           IF WS-NUM-UUID = 20000
              DISPLAY "TABLA LLENA: WS-NUM-UUID"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-UUID.
           MOVE UUI-COMPANIA TO TAB-UUI-COMPANIA(WS-NUM-UUID).
           MOVE UUI-EJERCICIO TO TAB-UUI-EJERCICIO(WS-NUM-UUID).
           MOVE UUI-PERIODO TO TAB-UUI-PERIODO(WS-NUM-UUID).
           MOVE UUI-DATO-ID TO TAB-UUI-ID(WS-NUM-UUID).
           MOVE UUI-UUID TO TAB-UUI-UUID(WS-NUM-UUID).
           MOVE UUI-STATUS TO TAB-UUI-STATUS(WS-NUM-UUID).
           MOVE UUI-FECHA TO TAB-UUI-FECHA(WS-NUM-UUID).
           MOVE UUI-COD-ERROR TO TAB-UUI-ERROR(WS-NUM-UUID).

      * una respuesta por registro E del extracto: timbrada o
      * rechazada; cualquier otro resultado es un renglon roto del
      * PAC y se rechaza sin tocar la bitacora
       PROCESA-RESPUESTA.
           ADD 1 TO WS-STAT-LEIDOS.
           EVALUATE TRUE
              WHEN RSP-TIMBRADO
                 MOVE 'tim' TO WS-STATUS-NUEVO
                 PERFORM BUSCA-RESPUESTA-PREVIA
                 IF RESPUESTA-YA-IMPORTADA
                    ADD 1 TO WS-NUM-DUPLICADOS
                 ELSE
                    IF WS-UUID-PREVIO NOT = SPACES
                       PERFORM IMPRIME-SUSTITUTO
                    END-IF
                    PERFORM ESCRIBE-RENGLON-UUID
                    ADD 1 TO WS-NUM-TIMBRADOS
                 END-IF
                 ADD 1 TO WS-STAT-PROCESADOS
              WHEN RSP-RECHAZADO
                 MOVE 'rec' TO WS-STATUS-NUEVO
                 PERFORM BUSCA-RESPUESTA-PREVIA
                 IF RESPUESTA-YA-IMPORTADA
                    ADD 1 TO WS-NUM-DUPLICADOS
                 ELSE
                    PERFORM ESCRIBE-RENGLON-UUID
                    PERFORM IMPRIME-RECHAZO
                    ADD 1 TO WS-NUM-RECHAZOS
                 END-IF
                 ADD 1 TO WS-STAT-PROCESADOS
              WHEN OTHER
                 DISPLAY "CFDIRESP: RESULTADO INVALIDO '"
                     RSP-RESULTADO "' PARA DATO-ID " RSP-DATO-ID
                 ADD 1 TO WS-STAT-RECHAZADOS
           END-EVALUATE.
           PERFORM LEE-RESPUESTA.

      * la misma respuesta ya importada es el mismo renglon de la
      * bitacora (mismo recibo, status, fecha, UUID y error); de
      * paso recuerda el UUID timbrado que el recibo ya tenia, si
      * lo tenia
       BUSCA-RESPUESTA-PREVIA.
           MOVE 'N' TO WS-YA-IMPORTADA.
           MOVE SPACES TO WS-UUID-PREVIO.
           PERFORM VARYING UUI-IDX FROM 1 BY 1
                   UNTIL UUI-IDX > WS-NUM-UUID
              IF TAB-UUI-COMPANIA(UUI-IDX) = RSP-COMPANIA
                 AND TAB-UUI-EJERCICIO(UUI-IDX) = RSP-EJERCICIO
                 AND TAB-UUI-PERIODO(UUI-IDX) = RSP-PERIODO
                 AND TAB-UUI-ID(UUI-IDX) = RSP-DATO-ID
                 IF TAB-UUI-STATUS(UUI-IDX) = WS-STATUS-NUEVO
                    AND TAB-UUI-FECHA(UUI-IDX) = RSP-FECHA
                    AND TAB-UUI-UUID(UUI-IDX) = RSP-UUID
                    AND TAB-UUI-ERROR(UUI-IDX) = RSP-COD-ERROR
                    MOVE 'S' TO WS-YA-IMPORTADA
                 END-IF
                 IF TAB-UUI-STATUS(UUI-IDX) = 'tim'
                    AND TAB-UUI-UUID(UUI-IDX) NOT = RSP-UUID
                    MOVE TAB-UUI-UUID(UUI-IDX) TO WS-UUID-PREVIO
                 END-IF
              END-IF
           END-PERFORM.

       ESCRIBE-RENGLON-UUID.
           MOVE SPACES TO CFDI-UUID-RECORD.
           MOVE RSP-COMPANIA TO UUI-COMPANIA.
           MOVE RSP-EJERCICIO TO UUI-EJERCICIO.
           MOVE RSP-PERIODO TO UUI-PERIODO.
           MOVE RSP-DATO-ID TO UUI-DATO-ID.
           MOVE WS-STATUS-NUEVO TO UUI-STATUS.
           MOVE RSP-FECHA TO UUI-FECHA.
           MOVE RSP-NETO TO UUI-NETO.
           MOVE ZERO TO UUI-FECHA-CANC.
           IF RSP-TIMBRADO
              MOVE RSP-UUID TO UUI-UUID
           ELSE
              MOVE RSP-COD-ERROR TO UUI-COD-ERROR
           END-IF.
           WRITE CFDI-UUID-RECORD.
      * el renglon nuevo tambien cuenta para el resto del archivo:
      * el PAC puede mandar la misma respuesta dos veces en un lote
           PERFORM AGREGA-A-TABLA-UUID.

       IMPRIME-RECHAZO.
           MOVE RSP-COMPANIA TO WS-R-CIA.
           MOVE RSP-EJERCICIO TO WS-R-EJER.
           MOVE RSP-PERIODO TO WS-R-PER.
           MOVE RSP-DATO-ID TO WS-R-ID.
           MOVE RSP-COD-ERROR TO WS-R-ERROR.
           MOVE RSP-DESC-ERROR TO WS-R-DESC.
           MOVE WS-RECHAZO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-SUSTITUTO.
           MOVE RSP-COMPANIA TO WS-S-CIA.
           MOVE RSP-EJERCICIO TO WS-S-EJER.
           MOVE RSP-PERIODO TO WS-S-PER.
           MOVE RSP-DATO-ID TO WS-S-ID.
           MOVE WS-UUID-PREVIO TO WS-S-UUID.
           MOVE WS-SUSTITUTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-NUM-SUSTITUTOS.

       LEE-RESPUESTA.
           READ RESP-FILE
               AT END MOVE 'S' TO WS-EOF
           END-READ.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           MOVE 'CFDIRESP' TO LOG-PROGRAMA.
           IF WS-NUM-RECHAZOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'FIN DE JOB: LEIDOS=' WS-STAT-LEIDOS
               ' PROCESADOS=' WS-STAT-PROCESADOS
               ' RECHAZADOS=' WS-STAT-RECHAZADOS
               ' RECHAZOS PAC=' WS-NUM-RECHAZOS
               ' SEGUNDOS=' WS-STAT-SEG-TRANSCURRIDOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio: truncar
      * la bitacora de folios duplicaria renglones ya importados
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA (CALL, como CALENDARIO desde
      * PAYREG.cbl); si el modulo no esta disponible el mensaje al
      * menos sale por consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
