      * CFDICANC: solicitud de cancelacion de recibos CFDI de nomina
      * que cambiaron despues de timbrarse. Cuando RETROCALC, una
      * corrida off-cycle o una correccion cambian un pago que ya
      * tenia folio fiscal, el recibo timbrado deja de ser cierto y
      * el SAT exige cancelarlo ligado al recibo que lo sustituye
      * (motivo '01', comprobante emitido con errores con relacion).
      * Lee las correcciones pendientes de data/CFDICORR.DAT (ver
      * CFDICORR.cpy) contra la bitacora de folios data/CFDIUUID.DAT
      * (ver CFDIUUID.cpy): el folio original es el primer 'tim' del
      * recibo (COMPANIA, ejercicio, periodo, DATO-ID) y el sustituto
      * el primer
      * 'tim' del mismo empleado y COMPANIA timbrado a partir de la
      * fecha de la correccion con otro UUID. Con los dos, escribe
      * el renglon de la solicitud en data/CFDICANC.OUT para el PAC
      * y marca el original 'can' con el motivo y el UUID sustituto;
      * sin sustituto timbrado todavia, la correccion se queda
      * pendiente en CFDICORR.DAT para la siguiente pasada. Ambos
      * archivos se regraban .NEW + rename, como CHKCONC. El detalle
      * queda en data/CFDICANC.RPT.
      * uso: jobs/CFDI.job, despues de importar la respuesta del PAC
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDICANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CORR-FILE ASSIGN TO "data/CFDICORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT CORR-FILE-NEW ASSIGN TO "data/CFDICORR.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-NEW-STATUS.

           SELECT OPTIONAL UUID-FILE ASSIGN TO "data/CFDIUUID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UUID-STATUS.

           SELECT UUID-FILE-NEW ASSIGN TO "data/CFDIUUID.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UUID-NEW-STATUS.

      * solicitud de cancelacion para el PAC: encabezado, un renglon
      * por folio a cancelar, trailer con el conteo
           SELECT CANC-FILE ASSIGN TO "data/CFDICANC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/CFDICANC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORR-FILE.
           COPY CFDICORR.

       FD  CORR-FILE-NEW.
           COPY CFDICORR
               REPLACING CFDI-CORR-RECORD BY NEW-CORR-RECORD
                         COR-COMPANIA BY NCOR-COMPANIA
                         COR-EJERCICIO BY NCOR-EJERCICIO
                         COR-PERIODO BY NCOR-PERIODO
                         COR-DATO-ID BY NCOR-DATO-ID
                         COR-ORIGEN BY NCOR-ORIGEN
                         COR-RETRO BY NCOR-RETRO
                         COR-OFFCYCLE BY NCOR-OFFCYCLE
                         COR-RECORRIDA BY NCOR-RECORRIDA
                         COR-MANUAL BY NCOR-MANUAL
                         COR-FECHA BY NCOR-FECHA.

       FD  UUID-FILE.
           COPY CFDIUUID.

       FD  UUID-FILE-NEW.
           COPY CFDIUUID
               REPLACING CFDI-UUID-RECORD BY NEW-UUID-RECORD
                         UUI-COMPANIA BY NUUI-COMPANIA
                         UUI-EJERCICIO BY NUUI-EJERCICIO
                         UUI-PERIODO BY NUUI-PERIODO
                         UUI-DATO-ID BY NUUI-DATO-ID
                         UUI-UUID BY NUUI-UUID
                         UUI-STATUS BY NUUI-STATUS
                         UUI-TIMBRADO BY NUUI-TIMBRADO
                         UUI-RECHAZADO BY NUUI-RECHAZADO
                         UUI-CANCELADO BY NUUI-CANCELADO
                         UUI-FECHA BY NUUI-FECHA
                         UUI-NETO BY NUUI-NETO
                         UUI-COD-ERROR BY NUUI-COD-ERROR
                         UUI-MOTIVO-CANC BY NUUI-MOTIVO-CANC
                         UUI-FECHA-CANC BY NUUI-FECHA-CANC
                         UUI-UUID-SUSTITUTO BY NUUI-UUID-SUSTITUTO.

       FD  CANC-FILE.
       01  CANC-LINE PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-CORR-STATUS PIC XX VALUE SPACES.
           77 WS-CORR-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-UUID-STATUS PIC XX VALUE SPACES.
           77 WS-UUID-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-CANC-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-CORR-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-CORRECCIONES VALUE 'S'.
           77 WS-UUID-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-UUID VALUE 'S'.

      * bitacora de folios en memoria desde el ejercicio de la
      * correccion pendiente mas vieja (el original esta en su
      * ejercicio y el sustituto en ese o en uno posterior), con su
      * numero de renglon en el archivo: al regrabar, los renglones
      * cargados salen de la tabla con los cancelados marcados y los
      * de anos anteriores se copian tal cual
           77 WS-EJERCICIO-MINIMO PIC 9(4) VALUE 9999.
           77 WS-NUM-UUID PIC 9(5) VALUE ZERO.
           77 WS-RENGLON-UUID PIC 9(7) VALUE ZERO.
           77 WS-SIG-UUID PIC 9(5) VALUE ZERO.
       01  TABLA-UUID.
           05  UUID-ENTRY OCCURS 20000 TIMES
                   INDEXED BY UUI-IDX UUI-IDX2.
               10  TAB-UUI-RENGLON   PIC 9(7).
               10  TAB-UUI-REGISTRO  PIC X(123).

      * correcciones pendientes en memoria (sin repetir el recibo:
      * dos correcciones del mismo pago son una sola cancelacion)
           77 WS-NUM-CORR PIC 9(5) VALUE ZERO.
       01  TABLA-CORR.
           05  CORR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY COR-IDX.
               10  TAB-COR-REGISTRO  PIC X(22).

           77 WS-CORR-REPETIDA PIC X VALUE 'N'.
              88 CORRECCION-REPETIDA VALUE 'S'.
           77 WS-IDX-ORIGINAL PIC 9(5) VALUE ZERO.
           77 WS-IDX-SUSTITUTO PIC 9(5) VALUE ZERO.
           77 WS-FECHA-ORIGINAL PIC 9(8) VALUE ZERO.
           77 WS-FECHA-SUSTITUTO PIC 9(8) VALUE ZERO.
           77 WS-UUID-ORIGINAL PIC X(36) VALUE SPACES.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * motivo SAT de la cancelacion: '01' comprobante emitido con
      * errores con relacion (el unico que liga el UUID sustituto)
           77 WS-MOTIVO-SUSTITUCION PIC X(2) VALUE '01'.

           77 WS-NUM-CANCELADOS PIC 9(6) VALUE ZERO.
           77 WS-NUM-PENDIENTES PIC 9(6) VALUE ZERO.
           77 WS-NUM-SIN-FOLIO PIC 9(6) VALUE ZERO.

           77 WS-RUTA-UUID-VIEJA PIC X(30) VALUE "data/CFDIUUID.DAT".
           77 WS-RUTA-UUID-NUEVA PIC X(30)
               VALUE "data/CFDIUUID.DAT.NEW".
           77 WS-RUTA-CORR-VIEJA PIC X(30) VALUE "data/CFDICORR.DAT".
           77 WS-RUTA-CORR-NUEVA PIC X(30)
               VALUE "data/CFDICORR.DAT.NEW".

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

       01  WS-CANC-HEADER.
           05  FILLER         PIC X VALUE 'H'.
           05  FILLER         PIC X(8) VALUE 'CFDICANC'.
           05  WS-H-FECHA     PIC 9(8).

       01  WS-CANC-DETALLE.
           05  FILLER         PIC X VALUE 'D'.
           05  WS-C-UUID      PIC X(36).
           05  WS-C-MOTIVO    PIC X(2).
           05  WS-C-SUSTITUTO PIC X(36).
           05  WS-C-COMPANIA  PIC X(2).
           05  WS-C-EJERCICIO PIC 9(4).
           05  WS-C-PERIODO   PIC 99.
           05  WS-C-ID        PIC 9(5).

       01  WS-CANC-TRAILER.
           05  FILLER         PIC X VALUE 'T'.
           05  WS-T-CONTEO    PIC 9(6).

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(40) VALUE
               'CANCELACION DE CFDI DE NOMINA SUSTITUIDO'.
           05  FILLER      PIC X(4) VALUE ' AL '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-DETALLE-LINE.
           05  WS-D-CIA    PIC X(2).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-EJER   PIC 9(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-PER    PIC 99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-ID     PIC 9(5).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-ORIGEN PIC X.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-UUID   PIC X(36).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-ESTADO PIC X(44).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-SUST   PIC X(36).

       01  WS-TOTAL-LINE.
           05  FILLER      PIC X(12) VALUE 'CANCELADOS: '.
           05  WS-TT-CAN   PIC ZZZ,ZZ9.
           05  FILLER      PIC X(14) VALUE '  PENDIENTES: '.
           05  WS-TT-PEN   PIC ZZZ,ZZ9.
           05  FILLER      PIC X(14) VALUE '  SIN FOLIO:  '.
           05  WS-TT-SIN   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           PERFORM CARGA-TABLA-CORR.
           PERFORM CARGA-TABLA-UUID.

           OPEN OUTPUT CORR-FILE-NEW.
           OPEN OUTPUT CANC-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-CORR-NEW-STATUS NOT = "00"
              OR WS-CANC-STATUS NOT = "00"
              OR WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR LAS SALIDAS DE CFDICANC: "
                  WS-CORR-NEW-STATUS " " WS-CANC-STATUS " "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-FECHA-HOY TO WS-H-FECHA.
           MOVE WS-CANC-HEADER TO CANC-LINE.
           WRITE CANC-LINE.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING COR-IDX FROM 1 BY 1
                   UNTIL COR-IDX > WS-NUM-CORR
              MOVE TAB-COR-REGISTRO(COR-IDX) TO CFDI-CORR-RECORD
              PERFORM PROCESA-CORRECCION
           END-PERFORM.

           MOVE WS-NUM-CANCELADOS TO WS-T-CONTEO.
           MOVE WS-CANC-TRAILER TO CANC-LINE.
           WRITE CANC-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NUM-CANCELADOS TO WS-TT-CAN.
           MOVE WS-NUM-PENDIENTES TO WS-TT-PEN.
           MOVE WS-NUM-SIN-FOLIO TO WS-TT-SIN.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM REGRABA-BITACORA-UUID.

           CLOSE CORR-FILE-NEW CANC-FILE REPORT-FILE.
           CALL "CBL_RENAME_FILE" USING WS-RUTA-CORR-NUEVA
               WS-RUTA-CORR-VIEJA.
           IF RETURN-CODE NOT = 0
              DISPLAY "ERROR AL REEMPLAZAR data/CFDICORR.DAT, RC="
                  RETURN-CODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "CFDICANC: " WS-NUM-CANCELADOS
               " CANCELACION(ES) EN data/CFDICANC.OUT, "
               WS-NUM-PENDIENTES " PENDIENTE(S) DE SUSTITUTO".
           PERFORM IMPRIME-ESTADISTICAS.
           STOP RUN.

       CARGA-TABLA-UUID.
           OPEN INPUT UUID-FILE.
           IF WS-UUID-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-UUID
                 READ UUID-FILE
                    AT END MOVE 'S' TO WS-UUID-EOF
                    NOT AT END
                       ADD 1 TO WS-RENGLON-UUID
                       IF UUI-EJERCICIO NOT < WS-EJERCICIO-MINIMO
                          PERFORM AGREGA-FOLIO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      * con la bitacora ausente el OPEN OPTIONAL deja '05' y el
      * archivo abierto; se cierra igual para releerlo al regrabar
           CLOSE UUID-FILE.

       AGREGA-FOLIO.
           IF WS-NUM-UUID = 20000
              DISPLAY "TABLA LLENA: WS-NUM-UUID"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-UUID.
           MOVE WS-RENGLON-UUID TO TAB-UUI-RENGLON(WS-NUM-UUID).
           MOVE CFDI-UUID-RECORD TO TAB-UUI-REGISTRO(WS-NUM-UUID).

       CARGA-TABLA-CORR.
           OPEN INPUT CORR-FILE.
           IF WS-CORR-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-CORRECCIONES
                 READ CORR-FILE
                    AT END MOVE 'S' TO WS-CORR-EOF
                    NOT AT END
                       ADD 1 TO WS-STAT-LEIDOS
                       PERFORM AGREGA-CORRECCION
                 END-READ
              END-PERFORM
              CLOSE CORR-FILE
           END-IF.

       AGREGA-CORRECCION.
           MOVE 'N' TO WS-CORR-REPETIDA.
           PERFORM VARYING COR-IDX FROM 1 BY 1
                   UNTIL COR-IDX > WS-NUM-CORR
              IF TAB-COR-REGISTRO(COR-IDX)(1:13) =
                  CFDI-CORR-RECORD(1:13)
                 MOVE 'S' TO WS-CORR-REPETIDA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT CORRECCION-REPETIDA
              IF WS-NUM-CORR = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-CORR"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CORR
              MOVE CFDI-CORR-RECORD TO TAB-COR-REGISTRO(WS-NUM-CORR)
              IF COR-EJERCICIO < WS-EJERCICIO-MINIMO
                 MOVE COR-EJERCICIO TO WS-EJERCICIO-MINIMO
              END-IF
           END-IF.

      * busca el folio original y su sustituto; con los dos emite la
      * cancelacion, sin sustituto la correccion sigue pendiente, y
      * sin folio timbrado no hay nada que cancelar (el pago se
      * corrigio antes de timbrarse)
       PROCESA-CORRECCION.
           PERFORM BUSCA-FOLIO-ORIGINAL.
           MOVE COR-COMPANIA TO WS-D-CIA.
           MOVE COR-EJERCICIO TO WS-D-EJER.
           MOVE COR-PERIODO TO WS-D-PER.
           MOVE COR-DATO-ID TO WS-D-ID.
           MOVE COR-ORIGEN TO WS-D-ORIGEN.
           MOVE WS-UUID-ORIGINAL TO WS-D-UUID.
           MOVE SPACES TO WS-D-SUST.
           IF WS-IDX-ORIGINAL = ZERO
              MOVE 'SIN FOLIO TIMBRADO, NADA QUE CANCELAR'
                  TO WS-D-ESTADO
              ADD 1 TO WS-NUM-SIN-FOLIO
           ELSE
              PERFORM BUSCA-FOLIO-SUSTITUTO
              IF WS-IDX-SUSTITUTO = ZERO
                 MOVE 'PENDIENTE: SUSTITUTO SIN TIMBRAR'
                     TO WS-D-ESTADO
                 MOVE CFDI-CORR-RECORD TO NEW-CORR-RECORD
                 WRITE NEW-CORR-RECORD
                 ADD 1 TO WS-NUM-PENDIENTES
              ELSE
                 PERFORM ESCRIBE-CANCELACION
                 MOVE 'CANCELACION SOLICITADA, MOTIVO 01'
                     TO WS-D-ESTADO
                 MOVE NUUI-UUID-SUSTITUTO TO WS-D-SUST
              END-IF
           END-IF.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-STAT-PROCESADOS.

      * el folio original es el 'tim' mas viejo del recibo
       BUSCA-FOLIO-ORIGINAL.
           MOVE ZERO TO WS-IDX-ORIGINAL.
           MOVE 99999999 TO WS-FECHA-ORIGINAL.
           MOVE SPACES TO WS-UUID-ORIGINAL.
           PERFORM VARYING UUI-IDX FROM 1 BY 1
                   UNTIL UUI-IDX > WS-NUM-UUID
              MOVE TAB-UUI-REGISTRO(UUI-IDX) TO CFDI-UUID-RECORD
              IF UUI-COMPANIA = COR-COMPANIA
                 AND UUI-EJERCICIO = COR-EJERCICIO
                 AND UUI-PERIODO = COR-PERIODO
                 AND UUI-DATO-ID = COR-DATO-ID
                 AND UUI-TIMBRADO
                 AND UUI-FECHA < WS-FECHA-ORIGINAL
                 SET WS-IDX-ORIGINAL TO UUI-IDX
                 MOVE UUI-FECHA TO WS-FECHA-ORIGINAL
                 MOVE UUI-UUID TO WS-UUID-ORIGINAL
              END-IF
           END-PERFORM.

      * el sustituto es el primer 'tim' del mismo empleado y
      * COMPANIA, con otro UUID, timbrado desde la fecha de la
      * correccion (la re-emision del periodo, el recibo off-cycle o
      * el siguiente periodo que trae el delta retroactivo)
       BUSCA-FOLIO-SUSTITUTO.
           MOVE ZERO TO WS-IDX-SUSTITUTO.
           MOVE 99999999 TO WS-FECHA-SUSTITUTO.
           PERFORM VARYING UUI-IDX2 FROM 1 BY 1
                   UNTIL UUI-IDX2 > WS-NUM-UUID
              MOVE TAB-UUI-REGISTRO(UUI-IDX2) TO CFDI-UUID-RECORD
              IF UUI-COMPANIA = COR-COMPANIA
                 AND UUI-DATO-ID = COR-DATO-ID
                 AND UUI-TIMBRADO
                 AND UUI-UUID NOT = WS-UUID-ORIGINAL
                 AND UUI-FECHA NOT < COR-FECHA
                 AND UUI-FECHA < WS-FECHA-SUSTITUTO
                 SET WS-IDX-SUSTITUTO TO UUI-IDX2
                 MOVE UUI-FECHA TO WS-FECHA-SUSTITUTO
              END-IF
           END-PERFORM.

      * renglon de la solicitud para el PAC y el original marcado
      * 'can' en la tabla (la bitacora se regraba al final)
       ESCRIBE-CANCELACION.
           MOVE TAB-UUI-REGISTRO(WS-IDX-SUSTITUTO) TO
               CFDI-UUID-RECORD.
           MOVE TAB-UUI-REGISTRO(WS-IDX-ORIGINAL) TO NEW-UUID-RECORD.
           MOVE 'can' TO NUUI-STATUS.
           MOVE WS-MOTIVO-SUSTITUCION TO NUUI-MOTIVO-CANC.
           MOVE WS-FECHA-HOY TO NUUI-FECHA-CANC.
           MOVE UUI-UUID TO NUUI-UUID-SUSTITUTO.
           MOVE NEW-UUID-RECORD TO TAB-UUI-REGISTRO(WS-IDX-ORIGINAL).

           MOVE NUUI-UUID TO WS-C-UUID.
           MOVE NUUI-MOTIVO-CANC TO WS-C-MOTIVO.
           MOVE NUUI-UUID-SUSTITUTO TO WS-C-SUSTITUTO.
           MOVE NUUI-COMPANIA TO WS-C-COMPANIA.
           MOVE NUUI-EJERCICIO TO WS-C-EJERCICIO.
           MOVE NUUI-PERIODO TO WS-C-PERIODO.
           MOVE NUUI-DATO-ID TO WS-C-ID.
           MOVE WS-CANC-DETALLE TO CANC-LINE.
           WRITE CANC-LINE.
           ADD 1 TO WS-NUM-CANCELADOS.

      * la bitacora se vuelve a leer renglon por renglon: el que esta
      * en la tabla sale de ahi (con la marca 'can' si se cancelo),
      * el de un ejercicio que no se cargo sale como estaba
       REGRABA-BITACORA-UUID.
           OPEN OUTPUT UUID-FILE-NEW.
           IF WS-UUID-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/CFDIUUID.DAT.NEW: "
                  WS-UUID-NEW-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZERO TO WS-RENGLON-UUID.
           MOVE 1 TO WS-SIG-UUID.
           MOVE 'N' TO WS-UUID-EOF.
           OPEN INPUT UUID-FILE.
           IF WS-UUID-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-UUID
                 READ UUID-FILE
                    AT END MOVE 'S' TO WS-UUID-EOF
                    NOT AT END
                       ADD 1 TO WS-RENGLON-UUID
                       PERFORM COPIA-RENGLON-UUID
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE UUID-FILE.
           CLOSE UUID-FILE-NEW.
           CALL "CBL_RENAME_FILE" USING WS-RUTA-UUID-NUEVA
               WS-RUTA-UUID-VIEJA.
           IF RETURN-CODE NOT = 0
              DISPLAY "ERROR AL REEMPLAZAR data/CFDIUUID.DAT, RC="
                  RETURN-CODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       COPIA-RENGLON-UUID.
           IF WS-SIG-UUID NOT > WS-NUM-UUID
              AND TAB-UUI-RENGLON(WS-SIG-UUID) = WS-RENGLON-UUID
              MOVE TAB-UUI-REGISTRO(WS-SIG-UUID) TO NEW-UUID-RECORD
              ADD 1 TO WS-SIG-UUID
           ELSE
              MOVE CFDI-UUID-RECORD TO NEW-UUID-RECORD
           END-IF.
           WRITE NEW-UUID-RECORD.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           MOVE 'CFDICANC' TO LOG-PROGRAMA.
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'FIN DE JOB: LEIDOS=' WS-STAT-LEIDOS
               ' PROCESADOS=' WS-STAT-PROCESADOS
               ' CANCELADOS=' WS-NUM-CANCELADOS
               ' PENDIENTES=' WS-NUM-PENDIENTES
               ' SEGUNDOS=' WS-STAT-SEG-TRANSCURRIDOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio: la
      * bitacora de folios se regraba completa desde la tabla
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
