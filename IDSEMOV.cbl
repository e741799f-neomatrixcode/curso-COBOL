      * IDSEMOV: movimientos afiliatorios ante el IMSS (altas,
      * reingresos y bajas) para el IDSE. SBCCALC.cbl ya emite los
      * avisos de modificacion de salario, pero las altas, reingresos
      * y bajas se tecleaban uno por uno en el portal del IMSS; un
      * alta tardia cuesta multas y deja al trabajador sin seguro.
      * El modo lo dice data/IDSEMOV.PRM (lo escribe jobs/IDSEMOV.job):
      *   'L' lote: detecta en el maestro y en data/STATHIST.DAT lo
      *       que cambio desde el ultimo lote -altas por FECHA-INGRESO,
      *       reingresos (baj a act/lic) y bajas (a baj)- y arma el
      *       lote data/IDSEAFIL.OUT con el tipo de movimiento, el SBC
      *       de data/SBC.DAT, el tipo de salario y la causa de baja
      *       que capturo FINIQUITO (data/BAJAIMSS.DAT). Cada
      *       movimiento queda en la bitacora de presentacion
      *       data/IDSEMOV.DAT (ver IDSEMVRC.cpy) con su folio; los
      *       rechazados se vuelven a presentar. Detalle en
      *       data/IDSELOTE.RPT
      *   'R' importa la respuesta del IDSE de data/IDSERESP.DAT (ver
      *       IDSERSRC.cpy) contra la bitacora; detalle en
      *       data/IDSERESP.RPT
      *   'P' reporte data/IDSEMOV.RPT de los movimientos con la
      *       ventana de 5 dias vencida que el IMSS no ha aceptado
      * Un asimilado a salarios no cotiza y no lleva movimientos.
      * COND-CODE 4 si hay algo que atender, 12 error de archivos.
      * uso: jobs/IDSEMOV.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSEMOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "data/IDSEMOV.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL STATHIST-FILE
               ASSIGN TO "data/STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT OPTIONAL SBC-FILE ASSIGN TO "data/SBC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBC-STATUS.

           SELECT OPTIONAL BAJAIMSS-FILE
               ASSIGN TO "data/BAJAIMSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAJAIMSS-STATUS.

      * bitacora de presentacion; se regraba completa al cambiar
           SELECT OPTIONAL IDSEMOV-FILE
               ASSIGN TO "data/IDSEMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDSEMOV-STATUS.

      * lote de la corrida; OUTPUT: es lo que se sube al IDSE, no
      * acumula lotes anteriores (igual que data/IDSE.OUT)
           SELECT IDSE-FILE ASSIGN TO "data/IDSEAFIL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDSE-STATUS.

           SELECT OPTIONAL IDSERESP-FILE
               ASSIGN TO "data/IDSERESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDSERESP-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-RUTA-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MODO           PIC X.
               88  PRM-LOTE       VALUE 'L'.
               88  PRM-RESPUESTA  VALUE 'R'.
               88  PRM-PENDIENTES VALUE 'P'.
           05  PRM-FECHA          PIC X(8).
      * solo en 'L': desde que fecha se detecta; en blanco, 30 dias
      * antes del ultimo lote (o de hoy, sin bitacora)
           05  PRM-DESDE          PIC X(8).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  STATHIST-FILE.
           COPY STAHISRC.

       FD  SBC-FILE.
           COPY SBCREC.

       FD  BAJAIMSS-FILE.
           COPY BAJIMSRC.

       FD  IDSEMOV-FILE.
           COPY IDSEMVRC.

       FD  IDSE-FILE.
       01  IDSE-LINE PIC X(100).

       FD  IDSERESP-FILE.
           COPY IDSERSRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           COPY LOGCOMM.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-STATHIST-STATUS PIC XX VALUE SPACES.
           77 WS-SBC-STATUS PIC XX VALUE SPACES.
           77 WS-BAJAIMSS-STATUS PIC XX VALUE SPACES.
           77 WS-IDSEMOV-STATUS PIC XX VALUE SPACES.
           77 WS-IDSE-STATUS PIC XX VALUE SPACES.
           77 WS-IDSERESP-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-RUTA-REPORTE PIC X(30) VALUE SPACES.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-INT-HOY PIC 9(7) VALUE ZERO.
           77 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
           77 WS-INT-DESDE PIC 9(7) VALUE ZERO.
           77 WS-ULTIMO-LOTE PIC 9(8) VALUE ZERO.
      * ventana para levantar capturas atrasadas antes del ultimo
      * lote; la bitacora evita presentar dos veces lo mismo
           77 WS-DIAS-REVISION PIC 99 VALUE 30.
      * ventana estatutaria, 5 dias habiles aproximados como 5
      * naturales (igual que SBCCALC.cbl)
           77 WS-DIAS-VENTANA-IDSE PIC 9 VALUE 5.
      * una causa capturada en FINIQUITO vale para la baja que se
      * captura en el maestro dentro de estos dias
           77 WS-DIAS-CAUSA PIC 99 VALUE 30.

      * maestro de empleados en memoria (solo lo que lleva el IDSE)
           77 WS-NUM-EMPLEADOS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           05  EMPLEADO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TE-ID          PIC 9(5).
               10  TE-NOMBRE      PIC X(30).
               10  TE-RFC         PIC X(13).
               10  TE-CURP        PIC X(18).
               10  TE-INGRESO     PIC 9(8).
               10  TE-STATUS      PIC X(3).
               10  TE-BASE-PAGO   PIC X.
               10  TE-REGIMEN     PIC XX.
                   88  TE-ASIMILADO VALUE '05' '06' '07' '08' '09'
                                          '10' '11'.
           77 WS-EMP-POS PIC 9(4) VALUE ZERO.

           77 WS-NUM-SBC PIC 9(4) VALUE ZERO.
       01  TABLA-SBC.
           05  SBC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SBC-IDX.
               10  TAB-SBC-ID     PIC 9(5).
               10  TAB-SBC-DIARIO PIC 9(7)V99.

      * la causa vigente por empleado es la ultima que se capturo
           77 WS-NUM-CAUSAS PIC 9(4) VALUE ZERO.
       01  TABLA-CAUSAS.
           05  CAUSA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CAU-IDX.
               10  TAB-CAU-ID      PIC 9(5).
               10  TAB-CAU-FECHA   PIC 9(8).
               10  TAB-CAU-CAUSA   PIC X.
               10  TAB-CAU-CAPTURA PIC 9(8).
           77 WS-CAU-POS PIC 9(4) VALUE ZERO.

      * bitacora de presentacion en memoria
           77 WS-NUM-MOVIMIENTOS PIC 9(5) VALUE ZERO.
       01  TABLA-MOVIMIENTOS.
           05  MOVIMIENTO-ENTRY OCCURS 10000 TIMES
                   INDEXED BY MOV-IDX.
               10  TAB-MOV-RENGLON PIC X(98).
           77 WS-ULTIMO-FOLIO PIC 9(6) VALUE ZERO.
           77 WS-MOV-POS PIC 9(5) VALUE ZERO.
           77 WS-FOLIO-BUSCADO PIC 9(6) VALUE ZERO.
           77 WS-YA-PRESENTADO PIC X VALUE 'N'.
              88 MOVIMIENTO-YA-PRESENTADO VALUE 'S'.
           77 WS-BAJA-PREVIA PIC X VALUE 'N'.
              88 HUBO-BAJA-PREVIA VALUE 'S'.

      * movimiento en turno
           77 WS-C-ID PIC 9(5) VALUE ZERO.
           77 WS-C-CLASE PIC X VALUE SPACE.
              88 WS-C-ES-BAJA VALUE 'B'.
           77 WS-C-ORIGEN PIC 9(8) VALUE ZERO.
           77 WS-C-FECHA PIC 9(8) VALUE ZERO.
           77 WS-C-SBC PIC 9(7)V99 VALUE ZERO.
           77 WS-C-CAUSA PIC X VALUE SPACE.
           77 WS-C-NOTA PIC X(40) VALUE SPACES.
           77 WS-INT-FECHA PIC 9(7) VALUE ZERO.
           77 WS-INT-CAPTURA PIC 9(7) VALUE ZERO.
           77 WS-SBC-HALLADO PIC X VALUE 'N'.
              88 SBC-HALLADO VALUE 'S'.
           77 WS-C-RETENIDO PIC X VALUE 'N'.
              88 MOVIMIENTO-RETENIDO VALUE 'S'.

      * contadores
           77 WS-NUM-PRESENTADOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-REPRESENTADOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-RETENIDOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-FUERA-PLAZO PIC 9(5) VALUE ZERO.
           77 WS-NUM-SIN-CAUSA PIC 9(5) VALUE ZERO.
           77 WS-NUM-RESPUESTAS PIC 9(5) VALUE ZERO.
           77 WS-NUM-ACEPTADOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-RECHAZOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-NO-APLICADOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-VENCIDOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-EN-PLAZO PIC 9(5) VALUE ZERO.
           77 WS-DIAS-VENCIDO PIC 9(5) VALUE ZERO.

      * layout del lote: encabezado H con la fecha de emision, un
      * registro A por movimiento y trailer T con el conteo. Las
      * posiciones de CURP, RFC, fecha y SBC son las del aviso de
      * modificacion de SBCCALC.cbl
       01  WS-IDSE-HEADER.
           05  FILLER         PIC X VALUE 'H'.
           05  FILLER         PIC X(8) VALUE 'IDSEAFIL'.
           05  WS-H-FECHA     PIC 9(8).

       01  WS-IDSE-MOVTO.
           05  FILLER         PIC X VALUE 'A'.
           05  WS-A-ID        PIC 9(5).
           05  WS-A-CURP      PIC X(18).
           05  WS-A-RFC       PIC X(13).
           05  WS-A-FECHA     PIC 9(8).
           05  WS-A-SBC       PIC 9(7)V99.
           05  WS-A-TIPO-MOV  PIC XX.
           05  WS-A-TIPO-SAL  PIC X.
           05  WS-A-CAUSA     PIC X.
           05  WS-A-FOLIO     PIC 9(6).
           05  WS-A-NOMBRE    PIC X(30).

       01  WS-IDSE-TRAILER.
           05  FILLER         PIC X VALUE 'T'.
           05  WS-T-CONTEO    PIC 9(6).

       01  WS-DETALLE-LINE.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-D-FOLIO     PIC 9(6).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-ID        PIC 9(5).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-CLASE     PIC X(9).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-FECHA     PIC 9(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-SBC       PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-LIMITE    PIC 9(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-NOTA      PIC X(40).

       01  WS-RESPUESTA-LINE.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-R-FOLIO     PIC X(6).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-R-RESULTADO PIC X.
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-R-ID        PIC 9(5).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-R-NOTA      PIC X(60).

           77 WS-ED-CONTEO PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'IDSEMOV' TO LOG-PROGRAMA.
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-MOVIMIENTOS.
           EVALUATE TRUE
              WHEN PRM-LOTE
                 PERFORM ARMA-LOTE
              WHEN PRM-RESPUESTA
                 PERFORM IMPORTA-RESPUESTA
              WHEN PRM-PENDIENTES
                 PERFORM REPORTE-PENDIENTES
           END-EVALUATE.
           STOP RUN.

       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END MOVE "10" TO WS-PARM-STATUS
              END-READ
           END-IF.
           IF WS-PARM-STATUS NOT = "00"
              OR PRM-FECHA IS NOT NUMERIC
              OR NOT (PRM-LOTE OR PRM-RESPUESTA OR PRM-PENDIENTES)
              DISPLAY "ERROR: data/IDSEMOV.PRM SIN MODO O FECHA "
                  "VALIDOS: " WS-PARM-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PARM-FILE.
           MOVE PRM-FECHA TO WS-FECHA-HOY.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HOY) NOT = ZERO
              DISPLAY "ERROR: FECHA INVALIDA EN data/IDSEMOV.PRM: "
                  PRM-FECHA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           IF PRM-LOTE AND PRM-DESDE NOT = SPACES
              IF PRM-DESDE IS NOT NUMERIC
                 DISPLAY "ERROR: FECHA DESDE INVALIDA EN "
                     "data/IDSEMOV.PRM: " PRM-DESDE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PRM-DESDE TO WS-FECHA-DESDE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE)
                     NOT = ZERO
                 DISPLAY "ERROR: FECHA DESDE INVALIDA EN "
                     "data/IDSEMOV.PRM: " PRM-DESDE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       CARGA-MOVIMIENTOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT IDSEMOV-FILE.
           IF WS-IDSEMOV-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ IDSEMOV-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF WS-NUM-MOVIMIENTOS = 10000
                          DISPLAY "TABLA LLENA: WS-NUM-MOVIMIENTOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-MOVIMIENTOS
                       MOVE IDSEMOV-RECORD TO
                           TAB-MOV-RENGLON(WS-NUM-MOVIMIENTOS)
                       IF MOV-FOLIO > WS-ULTIMO-FOLIO
                          MOVE MOV-FOLIO TO WS-ULTIMO-FOLIO
                       END-IF
                       IF MOV-FECHA-LOTE > WS-ULTIMO-LOTE
                          MOVE MOV-FECHA-LOTE TO WS-ULTIMO-LOTE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE IDSEMOV-FILE.

      * la bitacora se regraba completa con los cambios del modo
      * (la primera vez no existe: OPTIONAL regresa "05")
       GRABA-MOVIMIENTOS.
           OPEN OUTPUT IDSEMOV-FILE.
           IF WS-IDSEMOV-STATUS NOT = "00"
              AND WS-IDSEMOV-STATUS NOT = "05"
              DISPLAY "ERROR AL GRABAR data/IDSEMOV.DAT: "
                  WS-IDSEMOV-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-NUM-MOVIMIENTOS
              MOVE TAB-MOV-RENGLON(MOV-IDX) TO IDSEMOV-RECORD
              WRITE IDSEMOV-RECORD
           END-PERFORM.
           CLOSE IDSEMOV-FILE.

       CARGA-EMPLEADOS.
           MOVE 'N' TO WS-EOF.
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
                    IF EMPLOYEE-RECORD(1:3) = 'HDR'
                       OR EMPLOYEE-RECORD(1:3) = 'TRL'
                       CONTINUE
                    ELSE
                       IF WS-NUM-EMPLEADOS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-EMPLEADOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-EMPLEADOS
                       MOVE DATO-ID TO TE-ID(WS-NUM-EMPLEADOS)
                       MOVE NOMBRE TO TE-NOMBRE(WS-NUM-EMPLEADOS)
                       MOVE RFC TO TE-RFC(WS-NUM-EMPLEADOS)
                       MOVE CURP TO TE-CURP(WS-NUM-EMPLEADOS)
                       MOVE FECHA-INGRESO TO
                           TE-INGRESO(WS-NUM-EMPLEADOS)
                       MOVE EMPLOYEE-STATUS TO
                           TE-STATUS(WS-NUM-EMPLEADOS)
                       MOVE BASE-PAGO TO
                           TE-BASE-PAGO(WS-NUM-EMPLEADOS)
                       MOVE TIPO-REGIMEN TO
                           TE-REGIMEN(WS-NUM-EMPLEADOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       CARGA-TABLA-SBC.
           OPEN INPUT SBC-FILE.
           IF WS-SBC-STATUS = "00"
              PERFORM UNTIL WS-SBC-STATUS NOT = "00"
                 READ SBC-FILE
                    AT END MOVE "10" TO WS-SBC-STATUS
                    NOT AT END
                       IF WS-NUM-SBC = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-SBC"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-SBC
                       MOVE SBC-DATO-ID TO TAB-SBC-ID(WS-NUM-SBC)
                       MOVE SBC-DIARIO TO TAB-SBC-DIARIO(WS-NUM-SBC)
                 END-READ
              END-PERFORM
              CLOSE SBC-FILE
           END-IF.

       CARGA-TABLA-CAUSAS.
           OPEN INPUT BAJAIMSS-FILE.
           IF WS-BAJAIMSS-STATUS = "00"
              PERFORM UNTIL WS-BAJAIMSS-STATUS NOT = "00"
                 READ BAJAIMSS-FILE
                    AT END MOVE "10" TO WS-BAJAIMSS-STATUS
                    NOT AT END
                       PERFORM GUARDA-CAUSA
                 END-READ
              END-PERFORM
              CLOSE BAJAIMSS-FILE
           END-IF.

       GUARDA-CAUSA.
           MOVE ZERO TO WS-CAU-POS.
           PERFORM VARYING CAU-IDX FROM 1 BY 1
                   UNTIL CAU-IDX > WS-NUM-CAUSAS
              IF TAB-CAU-ID(CAU-IDX) = BJI-DATO-ID
                 SET WS-CAU-POS TO CAU-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CAU-POS = ZERO
              IF WS-NUM-CAUSAS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-CAUSAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CAUSAS
              MOVE WS-NUM-CAUSAS TO WS-CAU-POS
           END-IF.
           MOVE BJI-DATO-ID TO TAB-CAU-ID(WS-CAU-POS).
           MOVE BJI-FECHA-BAJA TO TAB-CAU-FECHA(WS-CAU-POS).
           MOVE BJI-CAUSA TO TAB-CAU-CAUSA(WS-CAU-POS).
           MOVE BJI-FECHA-CAPTURA TO TAB-CAU-CAPTURA(WS-CAU-POS).

      * modo lote: primero se vuelven a presentar los rechazados,
      * luego las altas del maestro y los reingresos y bajas del
      * historial de status
       ARMA-LOTE.
           PERFORM CARGA-EMPLEADOS.
           PERFORM CARGA-TABLA-SBC.
           PERFORM CARGA-TABLA-CAUSAS.
           IF WS-FECHA-DESDE = ZERO
              IF WS-ULTIMO-LOTE > ZERO
                 COMPUTE WS-INT-DESDE =
                     FUNCTION INTEGER-OF-DATE(WS-ULTIMO-LOTE)
                     - WS-DIAS-REVISION
              ELSE
                 COMPUTE WS-INT-DESDE = WS-INT-HOY - WS-DIAS-REVISION
              END-IF
              COMPUTE WS-FECHA-DESDE =
                  FUNCTION DATE-OF-INTEGER(WS-INT-DESDE)
           END-IF.

           OPEN OUTPUT IDSE-FILE.
           IF WS-IDSE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/IDSEAFIL.OUT: "
                  WS-IDSE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "data/IDSELOTE.RPT" TO WS-RUTA-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/IDSELOTE.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WS-H-FECHA.
           MOVE WS-IDSE-HEADER TO IDSE-LINE.
           WRITE IDSE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOTE IDSE DE MOVIMIENTOS AFILIATORIOS DEL '
               WS-FECHA-HOY ', CAMBIOS DESDE EL ' WS-FECHA-DESDE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  FOLIO  ID    MOVIMIENTO FECHA           SBC '
               'LIMITE'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-NUM-MOVIMIENTOS
              MOVE TAB-MOV-RENGLON(MOV-IDX) TO IDSEMOV-RECORD
              IF MOV-RECHAZADO
                 PERFORM REPRESENTA-RECHAZADO
              END-IF
           END-PERFORM.

           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPLEADOS
              IF NOT TE-ASIMILADO(EMP-IDX)
                 AND TE-INGRESO(EMP-IDX) NOT < WS-FECHA-DESDE
                 SET WS-EMP-POS TO EMP-IDX
                 MOVE TE-ID(EMP-IDX) TO WS-C-ID
                 MOVE 'A' TO WS-C-CLASE
                 MOVE TE-INGRESO(EMP-IDX) TO WS-C-ORIGEN
                 MOVE TE-INGRESO(EMP-IDX) TO WS-C-FECHA
                 PERFORM PRESENTA-MOVIMIENTO
              END-IF
           END-PERFORM.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT STATHIST-FILE.
           IF WS-STATHIST-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ STATHIST-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF STH-FECHA NOT < WS-FECHA-DESDE
                          PERFORM REVISA-TRANSICION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE STATHIST-FILE.

           MOVE WS-NUM-PRESENTADOS TO WS-T-CONTEO.
           ADD WS-NUM-REPRESENTADOS TO WS-T-CONTEO.
           MOVE WS-IDSE-TRAILER TO IDSE-LINE.
           WRITE IDSE-LINE.
           CLOSE IDSE-FILE.
           PERFORM GRABA-MOVIMIENTOS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PRESENTADOS: ' WS-NUM-PRESENTADOS
               '  REPRESENTADOS: ' WS-NUM-REPRESENTADOS
               '  RETENIDOS: ' WS-NUM-RETENIDOS
               '  FUERA DE PLAZO: ' WS-NUM-FUERA-PLAZO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           MOVE WS-T-CONTEO TO WS-ED-CONTEO.
           DISPLAY "IDSEMOV: " WS-ED-CONTEO " MOVIMIENTO(S) EN "
               "data/IDSEAFIL.OUT, DETALLE EN data/IDSELOTE.RPT".
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'LOTE IDSE: PRESENTADOS=' WS-NUM-PRESENTADOS
               ' REPRESENTADOS=' WS-NUM-REPRESENTADOS
               ' RETENIDOS=' WS-NUM-RETENIDOS
               ' FUERA DE PLAZO=' WS-NUM-FUERA-PLAZO
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           IF WS-NUM-RETENIDOS > ZERO OR WS-NUM-FUERA-PLAZO > ZERO
              OR WS-NUM-SIN-CAUSA > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
           END-IF.

      * un renglon de STATHIST que sale de 'baj' es reingreso; uno
      * que entra a 'baj' es baja; act/lic entre si no va al IMSS
       REVISA-TRANSICION.
           MOVE SPACE TO WS-C-CLASE.
           IF STH-STATUS-NUEVO = 'baj'
              AND STH-STATUS-ANTERIOR NOT = 'baj'
              MOVE 'B' TO WS-C-CLASE
           END-IF.
           IF STH-STATUS-ANTERIOR = 'baj'
              AND STH-STATUS-NUEVO NOT = 'baj'
              MOVE 'R' TO WS-C-CLASE
           END-IF.
           IF WS-C-CLASE NOT = SPACE
              MOVE STH-DATO-ID TO WS-C-ID
              MOVE STH-FECHA TO WS-C-ORIGEN
              MOVE STH-FECHA TO WS-C-FECHA
              PERFORM BUSCA-EMPLEADO
              IF WS-EMP-POS = ZERO
                 PERFORM BUSCA-YA-PRESENTADO
                 IF NOT MOVIMIENTO-YA-PRESENTADO
                    MOVE ZERO TO WS-C-SBC
                    MOVE 'DATO-ID QUE YA NO ESTA EN EL MAESTRO'
                        TO WS-C-NOTA
                    PERFORM RETIENE-MOVIMIENTO
                 END-IF
              ELSE
                 IF NOT TE-ASIMILADO(WS-EMP-POS)
                    PERFORM PRESENTA-MOVIMIENTO
                 END-IF
              END-IF
           END-IF.

      * un movimiento ya en la bitacora no se vuelve a presentar; uno
      * al que le falta algo para el IDSE se retiene (sale en el
      * reporte y se vuelve a detectar en el siguiente lote)
       PRESENTA-MOVIMIENTO.
           PERFORM BUSCA-YA-PRESENTADO.
           IF NOT MOVIMIENTO-YA-PRESENTADO
              PERFORM PREPARA-MOVIMIENTO
              IF MOVIMIENTO-RETENIDO
                 PERFORM RETIENE-MOVIMIENTO
              ELSE
                 PERFORM AGREGA-MOVIMIENTO
              END-IF
           END-IF.

      * la llave es DATO-ID + fecha origen, con alta y reingreso como
      * una sola clase (los dos son el movimiento 08 del IMSS)
       BUSCA-YA-PRESENTADO.
           MOVE 'N' TO WS-YA-PRESENTADO.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-NUM-MOVIMIENTOS
              MOVE TAB-MOV-RENGLON(MOV-IDX) TO IDSEMOV-RECORD
              IF MOV-DATO-ID = WS-C-ID
                 AND MOV-FECHA-ORIGEN = WS-C-ORIGEN
                 AND ((MOV-BAJA AND WS-C-ES-BAJA)
                      OR (NOT MOV-BAJA AND NOT WS-C-ES-BAJA))
                 MOVE 'S' TO WS-YA-PRESENTADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       PREPARA-MOVIMIENTO.
           MOVE SPACES TO WS-C-NOTA.
           MOVE 'N' TO WS-C-RETENIDO.
           MOVE SPACE TO WS-C-CAUSA.
           IF WS-C-ES-BAJA
              PERFORM BUSCA-CAUSA-BAJA
           ELSE
      * un alta de quien ya tuvo baja presentada es reingreso
              PERFORM BUSCA-BAJA-PREVIA
              IF HUBO-BAJA-PREVIA
                 MOVE 'R' TO WS-C-CLASE
              END-IF
           END-IF.
           PERFORM BUSCA-SBC.
           EVALUATE TRUE
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-C-FECHA) NOT = ZERO
                 MOVE 'S' TO WS-C-RETENIDO
                 MOVE 'FECHA DEL MOVIMIENTO INVALIDA' TO WS-C-NOTA
              WHEN TE-CURP(WS-EMP-POS) = SPACES
                 MOVE 'S' TO WS-C-RETENIDO
                 MOVE 'SIN CURP EN EL MAESTRO' TO WS-C-NOTA
              WHEN NOT WS-C-ES-BAJA AND NOT SBC-HALLADO
                 MOVE 'S' TO WS-C-RETENIDO
                 MOVE 'SIN SBC EN data/SBC.DAT (jobs/SBC.job)'
                     TO WS-C-NOTA
           END-EVALUATE.

       BUSCA-BAJA-PREVIA.
           MOVE 'N' TO WS-BAJA-PREVIA.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-NUM-MOVIMIENTOS
              MOVE TAB-MOV-RENGLON(MOV-IDX) TO IDSEMOV-RECORD
              IF MOV-DATO-ID = WS-C-ID
                 AND MOV-BAJA
                 AND MOV-FECHA-MOV NOT > WS-C-FECHA
                 MOVE 'S' TO WS-BAJA-PREVIA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * la causa y el ultimo dia laborado los capturo FINIQUITO poco
      * antes de la baja en el maestro; sin ese renglon la baja va
      * con la fecha de captura y causa 6 (otra), y se avisa
       BUSCA-CAUSA-BAJA.
           MOVE ZERO TO WS-CAU-POS.
           PERFORM VARYING CAU-IDX FROM 1 BY 1
                   UNTIL CAU-IDX > WS-NUM-CAUSAS
              IF TAB-CAU-ID(CAU-IDX) = WS-C-ID
                 SET WS-CAU-POS TO CAU-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CAU-POS > ZERO
              IF TAB-CAU-CAPTURA(WS-CAU-POS) > WS-C-ORIGEN
                 OR FUNCTION TEST-DATE-YYYYMMDD
                        (TAB-CAU-CAPTURA(WS-CAU-POS)) NOT = ZERO
                 OR FUNCTION TEST-DATE-YYYYMMDD
                        (TAB-CAU-FECHA(WS-CAU-POS)) NOT = ZERO
                 MOVE ZERO TO WS-CAU-POS
              ELSE
                 COMPUTE WS-INT-FECHA =
                     FUNCTION INTEGER-OF-DATE(WS-C-ORIGEN)
                 COMPUTE WS-INT-CAPTURA = FUNCTION INTEGER-OF-DATE
                     (TAB-CAU-CAPTURA(WS-CAU-POS))
                 IF WS-INT-FECHA - WS-INT-CAPTURA > WS-DIAS-CAUSA
                    MOVE ZERO TO WS-CAU-POS
                 END-IF
              END-IF
           END-IF.
           IF WS-CAU-POS > ZERO
              MOVE TAB-CAU-FECHA(WS-CAU-POS) TO WS-C-FECHA
              MOVE TAB-CAU-CAUSA(WS-CAU-POS) TO WS-C-CAUSA
           ELSE
              MOVE '6' TO WS-C-CAUSA
              MOVE 'SIN CAUSA DE FINIQUITO, VA COMO 6 (OTRA)'
                  TO WS-C-NOTA
              ADD 1 TO WS-NUM-SIN-CAUSA
           END-IF.

       BUSCA-SBC.
           MOVE 'N' TO WS-SBC-HALLADO.
           MOVE ZERO TO WS-C-SBC.
           PERFORM VARYING SBC-IDX FROM 1 BY 1
                   UNTIL SBC-IDX > WS-NUM-SBC
              IF TAB-SBC-ID(SBC-IDX) = WS-C-ID
                 MOVE 'S' TO WS-SBC-HALLADO
                 MOVE TAB-SBC-DIARIO(SBC-IDX) TO WS-C-SBC
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       BUSCA-EMPLEADO.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPLEADOS
              IF TE-ID(EMP-IDX) = WS-C-ID
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * folio nuevo, plazo de 5 dias desde la fecha del movimiento
       AGREGA-MOVIMIENTO.
           IF WS-NUM-MOVIMIENTOS = 10000
              DISPLAY "TABLA LLENA: WS-NUM-MOVIMIENTOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-ULTIMO-FOLIO.
           INITIALIZE IDSEMOV-RECORD.
           MOVE WS-ULTIMO-FOLIO TO MOV-FOLIO.
           MOVE WS-C-ID TO MOV-DATO-ID.
           MOVE WS-C-CLASE TO MOV-CLASE.
           IF WS-C-ES-BAJA
              MOVE '02' TO MOV-TIPO-IMSS
           ELSE
              MOVE '08' TO MOV-TIPO-IMSS
           END-IF.
           MOVE WS-C-ORIGEN TO MOV-FECHA-ORIGEN.
           MOVE WS-C-FECHA TO MOV-FECHA-MOV.
           MOVE WS-C-SBC TO MOV-SBC.
           EVALUATE TRUE
              WHEN TE-BASE-PAGO(WS-EMP-POS) = 'S'
                 MOVE '0' TO MOV-TIPO-SALARIO
              WHEN TE-BASE-PAGO(WS-EMP-POS) = 'D'
                 MOVE '1' TO MOV-TIPO-SALARIO
              WHEN OTHER
                 MOVE '2' TO MOV-TIPO-SALARIO
           END-EVALUATE.
           MOVE WS-C-CAUSA TO MOV-CAUSA-BAJA.
           COMPUTE WS-INT-FECHA = FUNCTION INTEGER-OF-DATE(WS-C-FECHA).
           COMPUTE MOV-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-INT-FECHA + WS-DIAS-VENTANA-IDSE).
           MOVE WS-FECHA-HOY TO MOV-FECHA-LOTE.
           MOVE 1 TO MOV-ENVIOS.
           MOVE 'P' TO MOV-ESTADO.
           ADD 1 TO WS-NUM-MOVIMIENTOS.
           MOVE IDSEMOV-RECORD TO
               TAB-MOV-RENGLON(WS-NUM-MOVIMIENTOS).
           ADD 1 TO WS-NUM-PRESENTADOS.
           PERFORM ESCRIBE-MOVIMIENTO.

      * un rechazo se corrige en el maestro (CURP, RFC, SBC) y el
      * lote siguiente lo vuelve a presentar con el mismo folio
       REPRESENTA-RECHAZADO.
           MOVE MOV-DATO-ID TO WS-C-ID.
           PERFORM BUSCA-EMPLEADO.
           IF WS-EMP-POS = ZERO
              MOVE MOV-CLASE TO WS-C-CLASE
              MOVE MOV-FECHA-MOV TO WS-C-FECHA
              MOVE MOV-SBC TO WS-C-SBC
              MOVE 'RECHAZADO, YA NO ESTA EN EL MAESTRO' TO WS-C-NOTA
              PERFORM RETIENE-MOVIMIENTO
           ELSE
              IF NOT MOV-BAJA
                 PERFORM BUSCA-SBC
                 IF SBC-HALLADO
                    MOVE WS-C-SBC TO MOV-SBC
                 END-IF
              END-IF
              MOVE 'P' TO MOV-ESTADO
              ADD 1 TO MOV-ENVIOS
              MOVE WS-FECHA-HOY TO MOV-FECHA-LOTE
              MOVE ZERO TO MOV-FECHA-RESP
              MOVE SPACES TO MOV-MOTIVO
              MOVE IDSEMOV-RECORD TO TAB-MOV-RENGLON(MOV-IDX)
              ADD 1 TO WS-NUM-REPRESENTADOS
              MOVE SPACES TO WS-C-NOTA
              STRING 'SE VUELVE A PRESENTAR, ENVIO ' MOV-ENVIOS
                  DELIMITED BY SIZE INTO WS-C-NOTA
              PERFORM ESCRIBE-MOVIMIENTO
           END-IF.

      * renglon del lote y del reporte para el movimiento en
      * IDSEMOV-RECORD, con los datos del empleado en WS-EMP-POS
       ESCRIBE-MOVIMIENTO.
           MOVE MOV-DATO-ID TO WS-A-ID.
           MOVE TE-CURP(WS-EMP-POS) TO WS-A-CURP.
           MOVE TE-RFC(WS-EMP-POS) TO WS-A-RFC.
           MOVE MOV-FECHA-MOV TO WS-A-FECHA.
           MOVE MOV-SBC TO WS-A-SBC.
           MOVE MOV-TIPO-IMSS TO WS-A-TIPO-MOV.
           MOVE MOV-TIPO-SALARIO TO WS-A-TIPO-SAL.
           MOVE MOV-CAUSA-BAJA TO WS-A-CAUSA.
           MOVE MOV-FOLIO TO WS-A-FOLIO.
           MOVE TE-NOMBRE(WS-EMP-POS) TO WS-A-NOMBRE.
           WRITE IDSE-LINE FROM WS-IDSE-MOVTO.

           MOVE MOV-FOLIO TO WS-D-FOLIO.
           MOVE MOV-DATO-ID TO WS-D-ID.
           PERFORM DESCRIBE-CLASE.
           MOVE MOV-FECHA-MOV TO WS-D-FECHA.
           MOVE MOV-SBC TO WS-D-SBC.
           MOVE MOV-FECHA-LIMITE TO WS-D-LIMITE.
           IF MOV-FECHA-LIMITE < WS-FECHA-HOY
              ADD 1 TO WS-NUM-FUERA-PLAZO
              MOVE 'SE PRESENTA FUERA DE PLAZO' TO WS-D-NOTA
           ELSE
              MOVE WS-C-NOTA TO WS-D-NOTA
           END-IF.
           WRITE REPORT-LINE FROM WS-DETALLE-LINE.

       RETIENE-MOVIMIENTO.
           ADD 1 TO WS-NUM-RETENIDOS.
           MOVE ZERO TO WS-D-FOLIO.
           MOVE WS-C-ID TO WS-D-ID.
           MOVE WS-C-CLASE TO MOV-CLASE.
           PERFORM DESCRIBE-CLASE.
           MOVE WS-C-FECHA TO WS-D-FECHA.
           MOVE WS-C-SBC TO WS-D-SBC.
           MOVE ZERO TO WS-D-LIMITE.
           MOVE SPACES TO WS-D-NOTA.
           STRING 'RETENIDO: ' WS-C-NOTA
               DELIMITED BY SIZE INTO WS-D-NOTA.
           WRITE REPORT-LINE FROM WS-DETALLE-LINE.

       DESCRIBE-CLASE.
           EVALUATE TRUE
              WHEN MOV-ALTA
                 MOVE 'ALTA' TO WS-D-CLASE
              WHEN MOV-REINGRESO
                 MOVE 'REINGRESO' TO WS-D-CLASE
              WHEN OTHER
                 MOVE 'BAJA' TO WS-D-CLASE
           END-EVALUATE.

      * modo respuesta: solo se contesta un movimiento presentado; un
      * folio que no existe o que ya tiene respuesta no se toca
       IMPORTA-RESPUESTA.
           MOVE "data/IDSERESP.RPT" TO WS-RUTA-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/IDSERESP.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RESPUESTA DEL IDSE IMPORTADA EL ' WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT IDSERESP-FILE.
           IF WS-IDSERESP-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ IDSERESP-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM APLICA-RESPUESTA
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE IDSERESP-FILE.
           PERFORM GRABA-MOVIMIENTOS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RESPUESTAS: ' WS-NUM-RESPUESTAS
               '  ACEPTADOS: ' WS-NUM-ACEPTADOS
               '  RECHAZADOS: ' WS-NUM-RECHAZOS
               '  NO APLICADOS: ' WS-NUM-NO-APLICADOS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "IDSEMOV: " WS-NUM-RESPUESTAS " RESPUESTA(S), "
               WS-NUM-ACEPTADOS " ACEPTADO(S), " WS-NUM-RECHAZOS
               " RECHAZADO(S), " WS-NUM-NO-APLICADOS
               " NO APLICADA(S), VER data/IDSERESP.RPT".
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'RESPUESTA IDSE: ACEPTADOS=' WS-NUM-ACEPTADOS
               ' RECHAZADOS=' WS-NUM-RECHAZOS
               ' NO APLICADOS=' WS-NUM-NO-APLICADOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           IF WS-NUM-RECHAZOS > ZERO OR WS-NUM-NO-APLICADOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
           END-IF.

       APLICA-RESPUESTA.
           ADD 1 TO WS-NUM-RESPUESTAS.
           MOVE ZERO TO WS-MOV-POS.
           MOVE ZERO TO WS-D-ID.
           IF IRS-FOLIO IS NUMERIC
              MOVE IRS-FOLIO TO WS-FOLIO-BUSCADO
              PERFORM VARYING MOV-IDX FROM 1 BY 1
                      UNTIL MOV-IDX > WS-NUM-MOVIMIENTOS
                 MOVE TAB-MOV-RENGLON(MOV-IDX) TO IDSEMOV-RECORD
                 IF MOV-FOLIO = WS-FOLIO-BUSCADO
                    SET WS-MOV-POS TO MOV-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES TO WS-R-NOTA.
           EVALUATE TRUE
              WHEN WS-MOV-POS = ZERO
                 ADD 1 TO WS-NUM-NO-APLICADOS
                 MOVE 'NO APLICADA: EL FOLIO NO ESTA EN LA BITACORA'
                     TO WS-R-NOTA
              WHEN NOT (IRS-ACEPTADO OR IRS-RECHAZADO)
                 OR IRS-FECHA IS NOT NUMERIC
                 ADD 1 TO WS-NUM-NO-APLICADOS
                 MOVE 'NO APLICADA: RESULTADO O FECHA INVALIDOS'
                     TO WS-R-NOTA
              WHEN OTHER
                 MOVE TAB-MOV-RENGLON(WS-MOV-POS) TO IDSEMOV-RECORD
                 MOVE MOV-DATO-ID TO WS-D-ID
                 IF NOT MOV-PRESENTADO
                    ADD 1 TO WS-NUM-NO-APLICADOS
                    MOVE 'NO APLICADA: YA TENIA RESPUESTA' TO WS-R-NOTA
                 ELSE
                    MOVE IRS-FECHA TO MOV-FECHA-RESP
                    IF IRS-ACEPTADO
                       MOVE 'A' TO MOV-ESTADO
                       MOVE SPACES TO MOV-MOTIVO
                       ADD 1 TO WS-NUM-ACEPTADOS
                       MOVE 'ACEPTADO' TO WS-R-NOTA
                    ELSE
                       MOVE 'R' TO MOV-ESTADO
                       MOVE IRS-MOTIVO TO MOV-MOTIVO
                       ADD 1 TO WS-NUM-RECHAZOS
                       STRING 'RECHAZADO: ' IRS-MOTIVO
                           DELIMITED BY SIZE INTO WS-R-NOTA
                    END-IF
                    MOVE IDSEMOV-RECORD TO TAB-MOV-RENGLON(WS-MOV-POS)
                 END-IF
           END-EVALUATE.
           MOVE IRS-FOLIO TO WS-R-FOLIO.
           MOVE IRS-RESULTADO TO WS-R-RESULTADO.
           MOVE WS-D-ID TO WS-R-ID.
           WRITE REPORT-LINE FROM WS-RESPUESTA-LINE.

      * modo pendientes: todo lo que no ha aceptado el IMSS con la
      * ventana de 5 dias ya vencida
       REPORTE-PENDIENTES.
           MOVE "data/IDSEMOV.RPT" TO WS-RUTA-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/IDSEMOV.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MOVIMIENTOS AFILIATORIOS SIN ACEPTAR CON LA '
               'VENTANA DE 5 DIAS VENCIDA AL ' WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  FOLIO  ID    MOVIMIENTO FECHA           SBC '
               'LIMITE'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-NUM-MOVIMIENTOS
              MOVE TAB-MOV-RENGLON(MOV-IDX) TO IDSEMOV-RECORD
              IF NOT MOV-ACEPTADO
                 IF MOV-FECHA-LIMITE < WS-FECHA-HOY
                    ADD 1 TO WS-NUM-VENCIDOS
                    PERFORM ESCRIBE-PENDIENTE
                 ELSE
                    ADD 1 TO WS-NUM-EN-PLAZO
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-NUM-VENCIDOS = ZERO
              MOVE '  NINGUNO' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'VENCIDOS SIN ACEPTAR: ' WS-NUM-VENCIDOS
               '  PENDIENTES EN PLAZO: ' WS-NUM-EN-PLAZO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "IDSEMOV: " WS-NUM-VENCIDOS " MOVIMIENTO(S) CON LA "
               "VENTANA VENCIDA SIN ACEPTAR, VER data/IDSEMOV.RPT".
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'PENDIENTES IDSE: VENCIDOS=' WS-NUM-VENCIDOS
               ' EN PLAZO=' WS-NUM-EN-PLAZO
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           IF WS-NUM-VENCIDOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
           END-IF.

       ESCRIBE-PENDIENTE.
           COMPUTE WS-DIAS-VENCIDO = WS-INT-HOY -
               FUNCTION INTEGER-OF-DATE(MOV-FECHA-LIMITE).
           MOVE MOV-FOLIO TO WS-D-FOLIO.
           MOVE MOV-DATO-ID TO WS-D-ID.
           PERFORM DESCRIBE-CLASE.
           MOVE MOV-FECHA-MOV TO WS-D-FECHA.
           MOVE MOV-SBC TO WS-D-SBC.
           MOVE MOV-FECHA-LIMITE TO WS-D-LIMITE.
           MOVE SPACES TO WS-D-NOTA.
           IF MOV-RECHAZADO
              STRING WS-DIAS-VENCIDO ' DIA(S), RECHAZO: ' MOV-MOTIVO
                  DELIMITED BY SIZE INTO WS-D-NOTA
           ELSE
              STRING WS-DIAS-VENCIDO ' DIA(S), SIN RESPUESTA'
                  DELIMITED BY SIZE INTO WS-D-NOTA
           END-IF.
           WRITE REPORT-LINE FROM WS-DETALLE-LINE.

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
