      * VALES: vales de despensa del mes. El vale se pagaba por
      * fuera del sistema y el excedente gravable nunca llegaba a la
      * base del ISR. Con la tabla de prestacion por COMPANIA y
      * JOB-GRADE (data/VALES.DAT, ver VALESRC.cpy) este programa
      * decide quien tiene vale en el mes:
      *   - 'baj' no cuenta; 'lic' se excluye
      *   - el grado debe tener renglon en su compania
      *   - la antiguedad al fin del mes debe cubrir VAL-ANTIG-DIAS
      *   - las faltas del mes (renglones FAL del historico de
      *     incidencias data/INCIDENT.HIS, las mismas que cuenta
      *     INCREPORT.cbl) no deben pasar de VAL-MAX-FALTAS
      * y deja:
      *   - la carga de tarjetas para el proveedor de vales
      *     (data/VALESDISP.OUT): registro H con la fecha y el mes,
      *     un D por empleado con su monto y un T con el conteo y el
      *     total de control
      *   - lo exento y lo gravado de cada vale en data/VALESPEN.DAT
      *     (ver VALCALRC.cpy): lo exento es el tope mensual de
      *     prevision social, el 40% de la UMA vigente al fin del mes
      *     (data/UMA.DAT) elevada al mes de 30.4 dias; el excedente
      *     lo suma TIPOSDEDATOS a la base del ISR en la siguiente
      *     corrida ordinaria y sale en el CFDI como percepcion
      *   - el detalle por compania, los excluidos con su motivo y
      *     los totales exento/gravado en data/VALES.RPT
      * Un mes solo se dispersa una vez: el mes y su total de
      * control quedan en data/VALESCTL.DAT y una segunda corrida del
      * mismo mes se detiene (cargar dos veces las tarjetas es pagar
      * dos veces).
      * uso: jobs/VALES.job [AAAAMM]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * mes a dispersar (AAAAMM), lo deja el job
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/VALES.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT VALES-FILE ASSIGN TO "data/VALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALES-STATUS.

           SELECT UMA-FILE ASSIGN TO "data/UMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMA-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL INCIDHIS-FILE ASSIGN TO "data/INCIDENT.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDHIS-STATUS.

           SELECT OPTIONAL VALESCTL-FILE ASSIGN TO "data/VALESCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALESCTL-STATUS.

           SELECT OPTIONAL VALESPEN-FILE ASSIGN TO "data/VALESPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALESPEN-STATUS.

           SELECT DISP-FILE ASSIGN TO "data/VALESDISP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/VALES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MES            PIC X(6).

       FD  VALES-FILE.
           COPY VALESRC.

       FD  UMA-FILE.
       01  UMA-RECORD.
           05  UMA-FECHA-EFECTIVA PIC 9(8).
           05  UMA-VALOR          PIC 9(5)V99.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  INCIDHIS-FILE.
           COPY INCIDREC.

      * un renglon por mes dispersado, con el total de control que
      * se mando al proveedor
       FD  VALESCTL-FILE.
       01  VALESCTL-RECORD.
           05  VCT-MES            PIC 9(6).
           05  VCT-FECHA-GEN      PIC 9(8).
           05  VCT-CONTEO         PIC 9(6).
           05  VCT-TOTAL          PIC 9(11)V99.

       FD  VALESPEN-FILE.
           COPY VALCALRC.

       FD  DISP-FILE.
       01  DISP-LINE PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-VALES-STATUS PIC XX VALUE SPACES.
           77 WS-UMA-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-INCIDHIS-STATUS PIC XX VALUE SPACES.
           77 WS-VALESCTL-STATUS PIC XX VALUE SPACES.
           77 WS-VALESPEN-STATUS PIC XX VALUE SPACES.
           77 WS-DISP-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * mes a dispersar y su ultimo dia (corte de antiguedad y de la
      * UMA vigente)
       01  WS-MES PIC 9(6) VALUE ZERO.
       01  WS-MES-R REDEFINES WS-MES.
           05  WS-M-ANIO       PIC 9(4).
           05  WS-M-MES        PIC 99.
           77 WS-MES-SIGUIENTE PIC 9(6) VALUE ZERO.
           77 WS-FIN-MES PIC 9(8) VALUE ZERO.
           77 WS-ANTIGUEDAD PIC S9(7) VALUE ZERO.

      * tope exento mensual: 40% de la UMA diaria por 30.4 dias
           77 WS-UMA-VIGENTE PIC 9(5)V99 VALUE ZERO.
           77 WS-UMA-FECHA PIC 9(8) VALUE ZERO.
           77 WS-PCT-UMA-EXENTO PIC 9(3) VALUE 40.
           77 WS-DIAS-MES-UMA PIC 99V9 VALUE 30.4.
           77 WS-TOPE-EXENTO PIC 9(5)V99 VALUE ZERO.

      * tabla de prestacion por COMPANIA y JOB-GRADE
           77 WS-NUM-VALES PIC 9(3) VALUE ZERO.
           77 WS-VAL-POS PIC 9(3) VALUE ZERO.
       01  TABLA-VALES.
           05  VALES-ENTRY OCCURS 200 TIMES
                   INDEXED BY VAL-IDX.
               10  TAB-VAL-CIA        PIC XX.
               10  TAB-VAL-GRADO      PIC XX.
               10  TAB-VAL-MONTO      PIC 9(5)V99.
               10  TAB-VAL-ANTIG      PIC 9(3).
               10  TAB-VAL-FALTAS     PIC 99.

      * faltas del mes por DATO-ID
           77 WS-NUM-FALTAS PIC 9(4) VALUE ZERO.
           77 WS-FALTAS-EMP PIC 9(3) VALUE ZERO.
       01  TABLA-FALTAS.
           05  FALTA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY FAL-IDX.
               10  TAB-FAL-ID         PIC 9(5).
               10  TAB-FAL-CUENTA     PIC 9(3).

      * resultado por empleado para el reporte por compania
           77 WS-NUM-RESULTADOS PIC 9(4) VALUE ZERO.
       01  TABLA-RESULTADOS.
           05  RES-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RES-IDX.
               10  TR-ID              PIC 9(5).
               10  TR-CIA             PIC XX.
               10  TR-GRADO           PIC XX.
               10  TR-NOMBRE          PIC X(30).
               10  TR-ELEGIBLE        PIC X.
               10  TR-MONTO           PIC 9(5)V99.
               10  TR-EXENTO          PIC 9(5)V99.
               10  TR-GRAVADO         PIC 9(5)V99.
               10  TR-MOTIVO          PIC X(30).

      * totales por COMPANIA
           77 WS-NUM-CIAS PIC 99 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 20 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA             PIC XX.
               10  TAB-CIA-VALES       PIC 9(5).
               10  TAB-CIA-EXCLUIDOS   PIC 9(5).
               10  TAB-CIA-MONTO       PIC 9(9)V99.
               10  TAB-CIA-EXENTO      PIC 9(9)V99.
               10  TAB-CIA-GRAVADO     PIC 9(9)V99.
           77 WS-CIA-BUSCADA PIC XX VALUE SPACES.

           77 WS-NUM-DISPERSADOS PIC 9(6) VALUE ZERO.
           77 WS-NUM-EXCLUIDOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-SIN-PRESTACION PIC 9(5) VALUE ZERO.
           77 WS-TOTAL-DISPERSADO PIC 9(11)V99 VALUE ZERO.
           77 WS-TOTAL-EXENTO PIC 9(11)V99 VALUE ZERO.
           77 WS-TOTAL-GRAVADO PIC 9(11)V99 VALUE ZERO.
           77 WS-MOTIVO PIC X(30) VALUE SPACES.
           77 WS-FALTAS-EDIT PIC ZZ9.
           77 WS-MES-DISPERSADO PIC X VALUE 'N'.
              88 MES-YA-DISPERSADO VALUE 'S'.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

      * estadisticas de fin de job (mismo patron que TIPOSDEDATOS.cbl)
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

      * layout de formato fijo de la carga de tarjetas para el
      * proveedor: registro H de encabezado, D por empleado, T de
      * trailer con conteo y total de control; los montos van como
      * digitos sin editar, igual que el lote bancario de BANKDISP
       01  WS-DISP-HEADER.
           05  FILLER         PIC X VALUE 'H'.
           05  FILLER         PIC X(8) VALUE 'VALES   '.
           05  WS-H-FECHA     PIC 9(8).
           05  WS-H-MES       PIC 9(6).

       01  WS-DISP-DETALLE.
           05  FILLER         PIC X VALUE 'D'.
           05  WS-DD-CIA      PIC XX.
           05  WS-DD-ID       PIC 9(5).
           05  WS-DD-RFC      PIC X(13).
           05  WS-DD-CURP     PIC X(18).
           05  WS-DD-NOMBRE   PIC X(30).
           05  WS-DD-MONTO    PIC 9(7)V99.

       01  WS-DISP-TRAILER.
           05  FILLER         PIC X VALUE 'T'.
           05  WS-T-CONTEO    PIC 9(6).
           05  WS-T-TOTAL     PIC 9(11)V99.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(32) VALUE
               'VALES DE DESPENSA DEL MES'.
           05  WS-T-MES    PIC 9(6).
           05  FILLER      PIC X(6) VALUE '  AL: '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-UMA-LINE.
           05  FILLER      PIC X(14) VALUE 'UMA VIGENTE: '.
           05  WS-U-UMA    PIC $ZZ,ZZ9.99.
           05  FILLER      PIC X(28) VALUE
               '   TOPE EXENTO MENSUAL: '.
           05  WS-U-TOPE   PIC $ZZ,ZZ9.99.

       01  WS-CIA-LINE.
           05  FILLER      PIC X(10) VALUE 'COMPANIA: '.
           05  WS-C-CIA    PIC X(8).
           05  FILLER      PIC X(8) VALUE ' VALES: '.
           05  WS-C-VALES  PIC ZZ,ZZ9.
           05  FILLER      PIC X(13) VALUE '  EXCLUIDOS: '.
           05  WS-C-EXCLUIDOS PIC ZZ,ZZ9.

       01  WS-ENC-DET-LINE.
           05  FILLER      PIC X(39) VALUE
               'DATO-ID NOMBRE                         '.
           05  FILLER      PIC X(33) VALUE
               'GD     MONTO    EXENTO    GRAVADO'.

       01  WS-DET-LINE.
           05  WS-D-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-D-NOMBRE PIC X(30).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-GRADO  PIC XX.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-MONTO  PIC ZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-EXENTO PIC ZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-GRAVADO PIC ZZ,ZZ9.99.

       01  WS-EXC-LINE.
           05  WS-X-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-X-NOMBRE PIC X(30).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-X-GRADO  PIC XX.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  FILLER      PIC X(11) VALUE 'EXCLUIDO - '.
           05  WS-X-MOTIVO PIC X(30).

       01  WS-IMPORTE-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-I-CONCEPTO PIC X(30).
           05  WS-I-MONTO  PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           PERFORM LEE-MES-A-DISPERSAR.
           IF WS-M-MES < 1 OR WS-M-MES > 12
              DISPLAY "VALES: MES A DISPERSAR INVALIDO: " WS-MES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-M-MES = 12
              COMPUTE WS-MES-SIGUIENTE = (WS-M-ANIO + 1) * 100 + 1
           ELSE
              COMPUTE WS-MES-SIGUIENTE = WS-MES + 1
           END-IF.
           COMPUTE WS-FIN-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-SIGUIENTE * 100 + 1)
                   - 1).

           PERFORM VERIFICA-MES-DISPERSADO.
           IF MES-YA-DISPERSADO
              DISPLAY "VALES: EL MES " WS-MES " YA SE DISPERSO AL "
                  "PROVEEDOR (data/VALESCTL.DAT); NO SE GENERA OTRA "
                  "CARGA DE TARJETAS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-TABLA-VALES.
           IF WS-NUM-VALES = ZERO
              DISPLAY "VALES: SIN TABLA DE PRESTACION data/VALES.DAT "
                  "(STATUS " WS-VALES-STATUS "), NADA QUE DISPERSAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM BUSCA-UMA-VIGENTE.
           IF WS-UMA-VIGENTE = ZERO
              DISPLAY "VALES: SIN UMA VIGENTE AL " WS-FIN-MES
                  " EN data/UMA.DAT, LA PARTE EXENTA NO PUEDE "
                  "CALCULARSE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-TOPE-EXENTO ROUNDED = WS-UMA-VIGENTE
               * WS-DIAS-MES-UMA * WS-PCT-UMA-EXENTO / 100.

           PERFORM CARGA-FALTAS-MES.

           OPEN OUTPUT DISP-FILE.
           IF WS-DISP-STATUS NOT = "00"
              DISPLAY "VALES: NO SE PUDO ABRIR data/VALESDISP.OUT: "
                  WS-DISP-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND VALESPEN-FILE.
           IF WS-VALESPEN-STATUS NOT = "00"
              AND WS-VALESPEN-STATUS NOT = "05"
              DISPLAY "VALES: NO SE PUDO ABRIR data/VALESPEN.DAT: "
                  WS-VALESPEN-STATUS
              CLOSE DISP-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WS-H-FECHA.
           MOVE WS-MES TO WS-H-MES.
           MOVE WS-DISP-HEADER TO DISP-LINE.
           WRITE DISP-LINE.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-FILE: "
                  WS-EMPLOYEE-STATUS
              CLOSE DISP-FILE VALESPEN-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EMPLOYEE-STATUS NOT = "00"
              READ EMPLOYEE-FILE
                 AT END MOVE "10" TO WS-EMPLOYEE-STATUS
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       PERFORM EVALUA-EMPLEADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

           MOVE WS-NUM-DISPERSADOS TO WS-T-CONTEO.
           MOVE WS-TOTAL-DISPERSADO TO WS-T-TOTAL.
           MOVE WS-DISP-TRAILER TO DISP-LINE.
           WRITE DISP-LINE.
           CLOSE DISP-FILE VALESPEN-FILE.

           PERFORM REGISTRA-MES-DISPERSADO.
           PERFORM IMPRIME-REPORTE.

           DISPLAY "VALES: MES " WS-MES ", " WS-NUM-DISPERSADOS
               " VALE(S) POR " WS-TOTAL-DISPERSADO ", "
               WS-NUM-EXCLUIDOS " EXCLUIDO(S); VER data/VALES.RPT".
           PERFORM IMPRIME-ESTADISTICAS.
           STOP RUN.

      * el mes viene del job en data/VALES.PRM; sin archivo se
      * dispersa el mes en curso
       LEE-MES-A-DISPERSAR.
           MOVE WS-FECHA-HOY(1:6) TO WS-MES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    IF PRM-MES IS NUMERIC
                       MOVE PRM-MES TO WS-MES
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.

       VERIFICA-MES-DISPERSADO.
           OPEN INPUT VALESCTL-FILE.
           IF WS-VALESCTL-STATUS = "00"
              PERFORM UNTIL WS-VALESCTL-STATUS NOT = "00"
                 READ VALESCTL-FILE
                    AT END MOVE "10" TO WS-VALESCTL-STATUS
                    NOT AT END
                       IF VCT-MES = WS-MES
                          MOVE 'S' TO WS-MES-DISPERSADO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE VALESCTL-FILE.

       REGISTRA-MES-DISPERSADO.
           OPEN EXTEND VALESCTL-FILE.
           IF WS-VALESCTL-STATUS = "00" OR WS-VALESCTL-STATUS = "05"
              MOVE WS-MES TO VCT-MES
              MOVE WS-FECHA-HOY TO VCT-FECHA-GEN
              MOVE WS-NUM-DISPERSADOS TO VCT-CONTEO
              MOVE WS-TOTAL-DISPERSADO TO VCT-TOTAL
              WRITE VALESCTL-RECORD
              CLOSE VALESCTL-FILE
           ELSE
              DISPLAY "VALES: ADVERTENCIA, NO SE PUDO ABRIR "
                  "data/VALESCTL.DAT: " WS-VALESCTL-STATUS
                  "; EL MES NO QUEDA MARCADO COMO DISPERSADO"
           END-IF.

       CARGA-TABLA-VALES.
           OPEN INPUT VALES-FILE.
           IF WS-VALES-STATUS = "00"
              PERFORM UNTIL WS-VALES-STATUS NOT = "00"
                 READ VALES-FILE
                    AT END MOVE "10" TO WS-VALES-STATUS
                    NOT AT END
                       IF WS-NUM-VALES = 200
                          DISPLAY "TABLA LLENA: WS-NUM-VALES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-VALES
                       MOVE VAL-COMPANIA TO TAB-VAL-CIA(WS-NUM-VALES)
                       MOVE VAL-JOB-GRADE TO
                           TAB-VAL-GRADO(WS-NUM-VALES)
                       MOVE VAL-MONTO TO TAB-VAL-MONTO(WS-NUM-VALES)
                       MOVE VAL-ANTIG-DIAS TO
                           TAB-VAL-ANTIG(WS-NUM-VALES)
                       MOVE VAL-MAX-FALTAS TO
                           TAB-VAL-FALTAS(WS-NUM-VALES)
                 END-READ
              END-PERFORM
              CLOSE VALES-FILE
           END-IF.

      * UMA de mayor fecha efectiva que no exceda el fin del mes,
      * misma seleccion por fecha que SBCCALC.cbl
       BUSCA-UMA-VIGENTE.
           OPEN INPUT UMA-FILE.
           IF WS-UMA-STATUS = "00"
              PERFORM UNTIL WS-UMA-STATUS NOT = "00"
                 READ UMA-FILE
                    AT END MOVE "10" TO WS-UMA-STATUS
                    NOT AT END
                       IF UMA-FECHA-EFECTIVA NOT > WS-FIN-MES
                          AND UMA-FECHA-EFECTIVA NOT < WS-UMA-FECHA
                          MOVE UMA-FECHA-EFECTIVA TO WS-UMA-FECHA
                          MOVE UMA-VALOR TO WS-UMA-VIGENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UMA-FILE
           END-IF.

      * renglones FAL del historico con fecha en el mes
       CARGA-FALTAS-MES.
           OPEN INPUT INCIDHIS-FILE.
           IF WS-INCIDHIS-STATUS = "00"
              PERFORM UNTIL WS-INCIDHIS-STATUS NOT = "00"
                 READ INCIDHIS-FILE
                    AT END MOVE "10" TO WS-INCIDHIS-STATUS
                    NOT AT END
                       IF INC-FALTA AND INC-FECHA(1:6) = WS-MES-R
                          PERFORM ACUMULA-FALTA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE INCIDHIS-FILE.

       ACUMULA-FALTA.
           PERFORM VARYING FAL-IDX FROM 1 BY 1
                   UNTIL FAL-IDX > WS-NUM-FALTAS
              IF TAB-FAL-ID(FAL-IDX) = INC-DATO-ID
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF FAL-IDX > WS-NUM-FALTAS
              IF WS-NUM-FALTAS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-FALTAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-FALTAS
              SET FAL-IDX TO WS-NUM-FALTAS
              MOVE INC-DATO-ID TO TAB-FAL-ID(FAL-IDX)
              MOVE ZERO TO TAB-FAL-CUENTA(FAL-IDX)
           END-IF.
           ADD 1 TO TAB-FAL-CUENTA(FAL-IDX).

      * reglas de elegibilidad del empleado en turno; el elegible
      * sale a la carga de tarjetas y a los pendientes de la corrida
       EVALUA-EMPLEADO.
           ADD 1 TO WS-STAT-LEIDOS.
           IF BAJA
              CONTINUE
           ELSE
              MOVE ZERO TO WS-VAL-POS
              PERFORM VARYING VAL-IDX FROM 1 BY 1
                      UNTIL VAL-IDX > WS-NUM-VALES
                 IF TAB-VAL-CIA(VAL-IDX) = COMPANIA
                    AND TAB-VAL-GRADO(VAL-IDX) = JOB-GRADE
                    SET WS-VAL-POS TO VAL-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-VAL-POS = ZERO
                 ADD 1 TO WS-NUM-SIN-PRESTACION
              ELSE
                 PERFORM VALIDA-ELEGIBILIDAD
                 PERFORM GUARDA-RESULTADO
              END-IF
           END-IF.

       VALIDA-ELEGIBILIDAD.
           MOVE SPACES TO WS-MOTIVO.
           IF LICENCIA
              MOVE 'EMPLEADO EN LICENCIA' TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              AND FECHA-INGRESO NOT = ZERO
              IF FECHA-INGRESO > WS-FIN-MES
                 MOVE 'INGRESO POSTERIOR AL MES' TO WS-MOTIVO
              ELSE
                 COMPUTE WS-ANTIGUEDAD =
                     FUNCTION INTEGER-OF-DATE(WS-FIN-MES)
                     - FUNCTION INTEGER-OF-DATE(FECHA-INGRESO) + 1
                 IF WS-ANTIGUEDAD < TAB-VAL-ANTIG(WS-VAL-POS)
                    MOVE 'ANTIGUEDAD MENOR A LA REQUERIDA' TO
                        WS-MOTIVO
                 END-IF
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              MOVE ZERO TO WS-FALTAS-EMP
              PERFORM VARYING FAL-IDX FROM 1 BY 1
                      UNTIL FAL-IDX > WS-NUM-FALTAS
                 IF TAB-FAL-ID(FAL-IDX) = DATO-ID
                    MOVE TAB-FAL-CUENTA(FAL-IDX) TO WS-FALTAS-EMP
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-FALTAS-EMP > TAB-VAL-FALTAS(WS-VAL-POS)
                 MOVE WS-FALTAS-EMP TO WS-FALTAS-EDIT
                 STRING 'FALTAS EN EL MES: ' WS-FALTAS-EDIT
                     DELIMITED BY SIZE INTO WS-MOTIVO
              END-IF
           END-IF.

       GUARDA-RESULTADO.
           IF WS-NUM-RESULTADOS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-RESULTADOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-RESULTADOS.
           SET RES-IDX TO WS-NUM-RESULTADOS.
           MOVE DATO-ID TO TR-ID(RES-IDX).
           MOVE COMPANIA TO TR-CIA(RES-IDX).
           MOVE JOB-GRADE TO TR-GRADO(RES-IDX).
           MOVE NOMBRE TO TR-NOMBRE(RES-IDX).
           MOVE WS-MOTIVO TO TR-MOTIVO(RES-IDX).
           MOVE COMPANIA TO WS-CIA-BUSCADA.
           PERFORM BUSCA-O-CREA-CIA.
           IF WS-MOTIVO NOT = SPACES
              MOVE 'N' TO TR-ELEGIBLE(RES-IDX)
              MOVE ZERO TO TR-MONTO(RES-IDX)
              MOVE ZERO TO TR-EXENTO(RES-IDX)
              MOVE ZERO TO TR-GRAVADO(RES-IDX)
              ADD 1 TO WS-NUM-EXCLUIDOS
              ADD 1 TO WS-STAT-RECHAZADOS
              ADD 1 TO TAB-CIA-EXCLUIDOS(CIA-IDX)
           ELSE
              MOVE 'S' TO TR-ELEGIBLE(RES-IDX)
              MOVE TAB-VAL-MONTO(WS-VAL-POS) TO TR-MONTO(RES-IDX)
              IF TR-MONTO(RES-IDX) > WS-TOPE-EXENTO
                 MOVE WS-TOPE-EXENTO TO TR-EXENTO(RES-IDX)
              ELSE
                 MOVE TR-MONTO(RES-IDX) TO TR-EXENTO(RES-IDX)
              END-IF
              COMPUTE TR-GRAVADO(RES-IDX) = TR-MONTO(RES-IDX)
                  - TR-EXENTO(RES-IDX)
              PERFORM ESCRIBE-VALE
              ADD 1 TO WS-STAT-PROCESADOS
              ADD 1 TO TAB-CIA-VALES(CIA-IDX)
              ADD TR-MONTO(RES-IDX) TO TAB-CIA-MONTO(CIA-IDX)
              ADD TR-EXENTO(RES-IDX) TO TAB-CIA-EXENTO(CIA-IDX)
              ADD TR-GRAVADO(RES-IDX) TO TAB-CIA-GRAVADO(CIA-IDX)
           END-IF.

      * el detalle de la carga de tarjetas y el pendiente para la
      * base del ISR de la siguiente corrida
       ESCRIBE-VALE.
           MOVE COMPANIA TO WS-DD-CIA.
           MOVE DATO-ID TO WS-DD-ID.
           MOVE RFC TO WS-DD-RFC.
           MOVE CURP TO WS-DD-CURP.
           MOVE NOMBRE TO WS-DD-NOMBRE.
           MOVE TR-MONTO(RES-IDX) TO WS-DD-MONTO.
           MOVE WS-DISP-DETALLE TO DISP-LINE.
           WRITE DISP-LINE.
           ADD 1 TO WS-NUM-DISPERSADOS.
           ADD TR-MONTO(RES-IDX) TO WS-TOTAL-DISPERSADO.
           MOVE DATO-ID TO VCL-DATO-ID.
           MOVE WS-MES TO VCL-MES.
           MOVE COMPANIA TO VCL-COMPANIA.
           MOVE TR-MONTO(RES-IDX) TO VCL-MONTO.
           MOVE TR-EXENTO(RES-IDX) TO VCL-EXENTO.
           MOVE TR-GRAVADO(RES-IDX) TO VCL-GRAVADO.
           WRITE VALCAL-RECORD.

      * posiciona CIA-IDX en la compania WS-CIA-BUSCADA, dandola de
      * alta en cero si no estaba
       BUSCA-O-CREA-CIA.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA(CIA-IDX) = WS-CIA-BUSCADA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CIA-IDX > WS-NUM-CIAS
              IF WS-NUM-CIAS = 20
                 DISPLAY "TABLA LLENA: WS-NUM-CIAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CIAS
              SET CIA-IDX TO WS-NUM-CIAS
              MOVE WS-CIA-BUSCADA TO TAB-CIA(CIA-IDX)
              MOVE ZERO TO TAB-CIA-VALES(CIA-IDX)
              MOVE ZERO TO TAB-CIA-EXCLUIDOS(CIA-IDX)
              MOVE ZERO TO TAB-CIA-MONTO(CIA-IDX)
              MOVE ZERO TO TAB-CIA-EXENTO(CIA-IDX)
              MOVE ZERO TO TAB-CIA-GRAVADO(CIA-IDX)
           END-IF.

       IMPRIME-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-MES TO WS-T-MES.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UMA-VIGENTE TO WS-U-UMA.
           MOVE WS-TOPE-EXENTO TO WS-U-TOPE.
           MOVE WS-UMA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM IMPRIME-COMPANIA
               VARYING CIA-IDX FROM 1 BY 1
               UNTIL CIA-IDX > WS-NUM-CIAS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL' TO WS-C-CIA.
           MOVE WS-NUM-DISPERSADOS TO WS-C-VALES.
           MOVE WS-NUM-EXCLUIDOS TO WS-C-EXCLUIDOS.
           MOVE WS-CIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DISPERSADO AL PROVEEDOR' TO WS-I-CONCEPTO.
           MOVE WS-TOTAL-DISPERSADO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'PARTE EXENTA' TO WS-I-CONCEPTO.
           MOVE WS-TOTAL-EXENTO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'EXCEDENTE GRAVABLE PARA ISR' TO WS-I-CONCEPTO.
           MOVE WS-TOTAL-GRAVADO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           IF WS-NUM-SIN-PRESTACION > ZERO
              MOVE SPACES TO REPORT-LINE
              STRING '  EMPLEADOS SIN PRESTACION PARA SU GRADO: '
                  WS-NUM-SIN-PRESTACION
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

      * vales y excluidos de una compania con su subtotal
       IMPRIME-COMPANIA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CIA(CIA-IDX) TO WS-C-CIA.
           MOVE TAB-CIA-VALES(CIA-IDX) TO WS-C-VALES.
           MOVE TAB-CIA-EXCLUIDOS(CIA-IDX) TO WS-C-EXCLUIDOS.
           MOVE WS-CIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENC-DET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > WS-NUM-RESULTADOS
              IF TR-CIA(RES-IDX) = TAB-CIA(CIA-IDX)
                 PERFORM IMPRIME-RESULTADO
              END-IF
           END-PERFORM.
           MOVE 'DISPERSADO AL PROVEEDOR' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-MONTO(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'PARTE EXENTA' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-EXENTO(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'EXCEDENTE GRAVABLE PARA ISR' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-GRAVADO(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           ADD TAB-CIA-EXENTO(CIA-IDX) TO WS-TOTAL-EXENTO.
           ADD TAB-CIA-GRAVADO(CIA-IDX) TO WS-TOTAL-GRAVADO.

       IMPRIME-RESULTADO.
           IF TR-ELEGIBLE(RES-IDX) = 'S'
              MOVE TR-ID(RES-IDX) TO WS-D-ID
              MOVE TR-NOMBRE(RES-IDX) TO WS-D-NOMBRE
              MOVE TR-GRADO(RES-IDX) TO WS-D-GRADO
              MOVE TR-MONTO(RES-IDX) TO WS-D-MONTO
              MOVE TR-EXENTO(RES-IDX) TO WS-D-EXENTO
              MOVE TR-GRAVADO(RES-IDX) TO WS-D-GRAVADO
              MOVE WS-DET-LINE TO REPORT-LINE
           ELSE
              MOVE TR-ID(RES-IDX) TO WS-X-ID
              MOVE TR-NOMBRE(RES-IDX) TO WS-X-NOMBRE
              MOVE TR-GRADO(RES-IDX) TO WS-X-GRADO
              MOVE TR-MOTIVO(RES-IDX) TO WS-X-MOTIVO
              MOVE WS-EXC-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       ESCRIBE-IMPORTE.
           MOVE WS-IMPORTE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           MOVE 'VALES' TO LOG-PROGRAMA.
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'FIN DE JOB: MES=' WS-MES
               ' LEIDOS=' WS-STAT-LEIDOS
               ' VALES=' WS-STAT-PROCESADOS
               ' EXCLUIDOS=' WS-STAT-RECHAZADOS
               ' SEGUNDOS=' WS-STAT-SEG-TRANSCURRIDOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio: un
      * empleado de menos en la carga es un vale sin pagar
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
