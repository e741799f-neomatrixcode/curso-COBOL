      * OBLVENCE: calendario diario de vencimientos de las remesas
      * legales (ISR, ISN por estado, SUA, remesa sindical, pension
      * alimenticia) y su historial de cumplimiento por COMPANIA. El
      * ano pasado un ISN estatal se pago tarde porque nadie lo vio:
      * ahora cada generador (EDOTAX, ISRMENS, SUACALC, SINDREM,
      * BANKDISP) deja su cargo en data/OBLCARGO.DAT (ver
      * OBLCARRC.cpy), el maestro data/OBLIGA.DAT (ver OBLIGREC.cpy)
      * da la regla legal de vencimiento de cada tipo y estado, y
      * tesoreria captura cada pago con su confirmacion del banco en
      * data/OBLPAGO.DAT (OBLMANTTO.cbl).
      * Aqui se arma una obligacion por tipo, compania, clave y
      * periodo (y por corrida en las de regla P), se le calcula el
      * vencimiento -corrido al siguiente dia habil si cae en fin de
      * semana o en feriado de data/FERIADOS.DAT- y se cruza contra
      * lo pagado. data/OBLVENCE.RPT lista:
      *   - lo vencido sin pagar (COND-CODE 4: alguien tiene que
      *     pagarlo hoy)
      *   - lo que vence en los proximos N dias
      *   - el historial de cumplimiento por compania: cada
      *     obligacion con su pago (a tiempo o tarde), linea de
      *     captura y numero de operacion, y el resumen de la
      *     compania
      *   - los pagos que no casan con ningun cargo y los cargos de
      *     un tipo sin regla en el maestro
      * El horizonte N y la fecha de corte los deja jobs/OBLVENCE.job
      * en data/OBLVENCE.PRM (por omision 7 dias y la fecha del dia).
      * uso: jobs/OBLVENCE.job [DIAS [AAAAMMDD]]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBLVENCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * horizonte en dias (999) y fecha de corte (AAAAMMDD), los deja
      * el job
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/OBLVENCE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OBLIGA-FILE ASSIGN TO "data/OBLIGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLIGA-STATUS.

           SELECT OPTIONAL OBLCARGO-FILE ASSIGN TO "data/OBLCARGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLCARGO-STATUS.

           SELECT OPTIONAL OBLPAGO-FILE ASSIGN TO "data/OBLPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLPAGO-STATUS.

           SELECT OPTIONAL FERIADOS-FILE ASSIGN TO "data/FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/OBLVENCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-DIAS           PIC X(3).
           05  PRM-FECHA          PIC X(8).

       FD  OBLIGA-FILE.
           COPY OBLIGREC.

       FD  OBLCARGO-FILE.
           COPY OBLCARRC.

       FD  OBLPAGO-FILE.
           COPY OBLPAGRC.

       FD  FERIADOS-FILE.
       01  FERIADO-RECORD.
           05  FER-FECHA          PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-OBLIGA-STATUS PIC XX VALUE SPACES.
           77 WS-OBLCARGO-STATUS PIC XX VALUE SPACES.
           77 WS-OBLPAGO-STATUS PIC XX VALUE SPACES.
           77 WS-FERIADOS-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-DIAS-HORIZONTE PIC 9(3) VALUE 7.
           77 WS-FECHA-LIMITE PIC 9(8) VALUE ZERO.
           77 WS-HOY-ENT PIC S9(9) VALUE ZERO.
           77 WS-VENCE-ENT PIC S9(9) VALUE ZERO.
           77 WS-DIAS-ATRASO PIC S9(5) VALUE ZERO.
           77 WS-DIA-SEMANA PIC 9 VALUE ZERO.
           77 WS-ES-FERIADO PIC X VALUE 'N'.
              88 VENCE-EN-FERIADO VALUE 'S'.

      * reglas de vencimiento del maestro
           77 WS-NUM-REGLAS PIC 99 VALUE ZERO.
           77 WS-REGLA-POS PIC 99 VALUE ZERO.
       01  TABLA-REGLAS.
           05  REGLA-ENTRY OCCURS 50 TIMES
                   INDEXED BY REG-IDX.
               10  TAB-REG-TIPO        PIC X(4).
               10  TAB-REG-CLAVE       PIC X(4).
               10  TAB-REG-REGLA       PIC X.
               10  TAB-REG-DIA         PIC 99.
               10  TAB-REG-DESCRIPCION PIC X(30).
           77 WS-TIPO-BUSCADO PIC X(4) VALUE SPACES.
           77 WS-CLAVE-BUSCADA PIC X(4) VALUE SPACES.

      * feriados del ejercicio (mismo archivo que RELOJIMP.cbl)
           77 WS-NUM-FERIADOS PIC 99 VALUE ZERO.
       01  TABLA-FERIADOS.
           05  FERIADO-ENTRY OCCURS 30 TIMES
                   INDEXED BY FER-IDX.
               10  TAB-FER-FECHA    PIC 9(8).

      * cargos leidos, uno por llave completa: el ultimo renglon de
      * la misma llave sustituye al anterior (re-corrida)
           77 WS-NUM-CARGOS PIC 9(4) VALUE ZERO.
       01  TABLA-CARGOS.
           05  CARGO-ENTRY OCCURS 3000 TIMES
                   INDEXED BY CAR-IDX.
               10  TAB-CAR-TIPO        PIC X(4).
               10  TAB-CAR-CIA         PIC XX.
               10  TAB-CAR-CLAVE       PIC X(4).
               10  TAB-CAR-PERIODO     PIC 9(6).
               10  TAB-CAR-CORRIDA     PIC 9(8).
               10  TAB-CAR-MONTO       PIC 9(9)V99.
               10  TAB-CAR-REPORTE     PIC X(12).

      * obligaciones: los cargos del periodo sumados (las corridas
      * del mes en el ISN); en las de regla P cada corrida es su
      * propia obligacion
           77 WS-NUM-OBLIG PIC 9(4) VALUE ZERO.
       01  TABLA-OBLIG.
           05  OBLIG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY OBL-IDX.
               10  TAB-OBL-TIPO        PIC X(4).
               10  TAB-OBL-CIA         PIC XX.
               10  TAB-OBL-CLAVE       PIC X(4).
               10  TAB-OBL-PERIODO     PIC 9(6).
               10  TAB-OBL-CORRIDA     PIC 9(8).
               10  TAB-OBL-REGLA       PIC 99.
               10  TAB-OBL-MONTO       PIC 9(11)V99.
               10  TAB-OBL-REPORTE     PIC X(12).
               10  TAB-OBL-VENCE       PIC 9(8).
               10  TAB-OBL-PAGADO      PIC 9(11)V99.
               10  TAB-OBL-FECHA-PAGO  PIC 9(8).
               10  TAB-OBL-LINEA       PIC X(20).
               10  TAB-OBL-OPERACION   PIC X(12).
               10  TAB-OBL-ESTADO      PIC X.
                   88  OBL-PAGADA-A-TIEMPO VALUE 'T'.
                   88  OBL-PAGADA-TARDE    VALUE 'R'.
                   88  OBL-VENCIDA         VALUE 'V'.
                   88  OBL-POR-VENCER      VALUE 'P'.
                   88  OBL-FUTURA          VALUE 'F'.
           77 WS-CORRIDA-OBLIG PIC 9(8) VALUE ZERO.

      * vencimiento en turno
           77 WS-VENCE PIC 9(8) VALUE ZERO.
       01  WS-VENCE-PARTES.
           05  WS-VP-ANIO      PIC 9(4).
           05  WS-VP-MES       PIC 99.
           05  WS-VP-DIA       PIC 99.
       01  WS-VENCE-NUM REDEFINES WS-VENCE-PARTES PIC 9(8).
       01  WS-SIG-MES-PARTES.
           05  WS-SM-ANIO      PIC 9(4).
           05  WS-SM-MES       PIC 99.
           05  WS-SM-DIA       PIC 99.
       01  WS-SIG-MES-NUM REDEFINES WS-SIG-MES-PARTES PIC 9(8).
           77 WS-ULTIMO-DIA PIC 99 VALUE ZERO.

      * companias vistas, para el historial y su resumen
           77 WS-NUM-CIAS PIC 99 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 20 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA             PIC XX.
               10  TAB-CIA-OBLIG       PIC 9(4).
               10  TAB-CIA-A-TIEMPO    PIC 9(4).
               10  TAB-CIA-TARDE       PIC 9(4).
               10  TAB-CIA-VENCIDAS    PIC 9(4).
               10  TAB-CIA-PENDIENTES  PIC 9(4).

           77 WS-NUM-VENCIDAS PIC 9(4) VALUE ZERO.
           77 WS-NUM-POR-VENCER PIC 9(4) VALUE ZERO.
           77 WS-NUM-SIN-REGLA PIC 9(4) VALUE ZERO.
           77 WS-NUM-PAGOS-SIN-CARGO PIC 9(4) VALUE ZERO.
           77 WS-NUM-EN-SECCION PIC 9(4) VALUE ZERO.
           77 WS-MONTO-SECCION PIC 9(11)V99 VALUE ZERO.

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
           05  FILLER      PIC X(40) VALUE
               'CALENDARIO DE OBLIGACIONES DE REMESA AL '.
           05  WS-T-FECHA  PIC 9(8).
           05  FILLER      PIC X(13) VALUE '  HORIZONTE: '.
           05  WS-T-DIAS   PIC ZZ9.
           05  FILLER      PIC X(5) VALUE ' DIAS'.

       01  WS-SECCION-LINE.
           05  WS-S-TITULO PIC X(60).

       01  WS-ENCABEZADO-LINE.
           05  FILLER      PIC X(60) VALUE
               'CIA TIPO CLAVE PERIODO CORRIDA  VENCE           MONTO'.
           05  FILLER      PIC X(60) VALUE
               '        PAGADO  ATRASO REPORTE'.

       01  WS-DETALLE-LINE.
           05  WS-D-CIA    PIC XX.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-TIPO   PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-CLAVE  PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-PERIODO PIC 9(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-CORRIDA PIC X(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-VENCE  PIC 9(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-MONTO  PIC $ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-PAGADO PIC $ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-ATRASO PIC -ZZZ9.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-REPORTE PIC X(12).

       01  WS-SUBTOT-LINE.
           05  FILLER      PIC X(8) VALUE '  TOTAL '.
           05  WS-ST-NUM   PIC ZZZ9.
           05  FILLER      PIC X(18) VALUE ' OBLIGACION(ES)   '.
           05  WS-ST-MONTO PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-CIA-LINE.
           05  FILLER      PIC X(10) VALUE 'COMPANIA: '.
           05  WS-C-CIA    PIC XX.

       01  WS-HISTORIA-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-H-TIPO   PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-H-CLAVE  PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-H-PERIODO PIC 9(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-H-CORRIDA PIC X(8).
           05  FILLER      PIC X(7) VALUE ' VENCE '.
           05  WS-H-VENCE  PIC 9(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-H-MONTO  PIC $ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(6) VALUE ' PAGO '.
           05  WS-H-FECHA-PAGO PIC X(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-H-PAGADO PIC $ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-H-ESTADO PIC X(16).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-H-OPERACION PIC X(12).

       01  WS-LINEA-CAPTURA-LINE.
           05  FILLER      PIC X(26) VALUE SPACES.
           05  FILLER      PIC X(18) VALUE 'LINEA DE CAPTURA: '.
           05  WS-L-LINEA  PIC X(20).

       01  WS-RESUMEN-LINE.
           05  FILLER      PIC X(16) VALUE '  OBLIGACIONES: '.
           05  WS-R-OBLIG  PIC ZZZ9.
           05  FILLER      PIC X(12) VALUE '  A TIEMPO: '.
           05  WS-R-TIEMPO PIC ZZZ9.
           05  FILLER      PIC X(9) VALUE '  TARDE: '.
           05  WS-R-TARDE  PIC ZZZ9.
           05  FILLER      PIC X(12) VALUE '  VENCIDAS: '.
           05  WS-R-VENCIDAS PIC ZZZ9.
           05  FILLER      PIC X(15) VALUE '  PENDIENTES: '.
           05  WS-R-PENDIENTES PIC ZZZ9.

       01  WS-AVISO-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-A-CIA    PIC XX.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-TIPO   PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-CLAVE  PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-PERIODO PIC 9(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-CORRIDA PIC 9(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-MONTO  PIC $ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-TEXTO  PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.

           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-TABLA-REGLAS.
           IF WS-NUM-REGLAS = ZERO
              DISPLAY "OBLVENCE: SIN MAESTRO DE OBLIGACIONES "
                  "data/OBLIGA.DAT: " WS-OBLIGA-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGA-TABLA-FERIADOS.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-DIAS-HORIZONTE TO WS-T-DIAS.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CARGA-TABLA-CARGOS.
           PERFORM ARMA-OBLIGACION
               VARYING CAR-IDX FROM 1 BY 1
               UNTIL CAR-IDX > WS-NUM-CARGOS.
           PERFORM APLICA-PAGOS.
           PERFORM CLASIFICA-OBLIGACION
               VARYING OBL-IDX FROM 1 BY 1
               UNTIL OBL-IDX > WS-NUM-OBLIG.

           PERFORM IMPRIME-VENCIDAS.
           PERFORM IMPRIME-POR-VENCER.
           PERFORM IMPRIME-HISTORIAL-CIA
               VARYING CIA-IDX FROM 1 BY 1
               UNTIL CIA-IDX > WS-NUM-CIAS.

           CLOSE REPORT-FILE.
           DISPLAY "OBLVENCE: " WS-NUM-OBLIG " OBLIGACION(ES), "
               WS-NUM-VENCIDAS " VENCIDA(S) SIN PAGO, "
               WS-NUM-POR-VENCER " POR VENCER EN "
               WS-DIAS-HORIZONTE " DIAS; VER data/OBLVENCE.RPT".
           IF WS-NUM-SIN-REGLA > ZERO OR WS-NUM-PAGOS-SIN-CARGO > ZERO
              DISPLAY "OBLVENCE: " WS-NUM-SIN-REGLA
                  " CARGO(S) SIN REGLA Y " WS-NUM-PAGOS-SIN-CARGO
                  " PAGO(S) SIN CARGO, REVISAR"
           END-IF.
           PERFORM IMPRIME-ESTADISTICAS.
      * una remesa vencida sin pagar se paga hoy: el job la marca
           IF WS-NUM-VENCIDAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * horizonte y fecha de corte de data/OBLVENCE.PRM; sin archivo
      * (o con un campo no numerico) quedan 7 dias y la fecha del dia
       LEE-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    IF PRM-DIAS IS NUMERIC
                       MOVE PRM-DIAS TO WS-DIAS-HORIZONTE
                    END-IF
                    IF PRM-FECHA IS NUMERIC
                       MOVE PRM-FECHA TO WS-FECHA-HOY
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.
           COMPUTE WS-HOY-ENT = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-HOY-ENT + WS-DIAS-HORIZONTE).

       CARGA-TABLA-REGLAS.
           OPEN INPUT OBLIGA-FILE.
           IF WS-OBLIGA-STATUS = "00"
              PERFORM UNTIL WS-OBLIGA-STATUS NOT = "00"
                 READ OBLIGA-FILE
                    AT END MOVE "10" TO WS-OBLIGA-STATUS
                    NOT AT END
                       IF WS-NUM-REGLAS = 50
                          DISPLAY "TABLA LLENA: WS-NUM-REGLAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-REGLAS
                       MOVE OBL-TIPO TO TAB-REG-TIPO(WS-NUM-REGLAS)
                       MOVE OBL-CLAVE TO TAB-REG-CLAVE(WS-NUM-REGLAS)
                       MOVE OBL-REGLA TO TAB-REG-REGLA(WS-NUM-REGLAS)
                       MOVE OBL-DIA TO TAB-REG-DIA(WS-NUM-REGLAS)
                       MOVE OBL-DESCRIPCION TO
                           TAB-REG-DESCRIPCION(WS-NUM-REGLAS)
                 END-READ
              END-PERFORM
              CLOSE OBLIGA-FILE
           END-IF.

       CARGA-TABLA-FERIADOS.
           OPEN INPUT FERIADOS-FILE.
           IF WS-FERIADOS-STATUS = "00"
              PERFORM UNTIL WS-FERIADOS-STATUS NOT = "00"
                 READ FERIADOS-FILE
                    AT END MOVE "10" TO WS-FERIADOS-STATUS
                    NOT AT END
                       IF WS-NUM-FERIADOS = 30
                          DISPLAY "TABLA LLENA: WS-NUM-FERIADOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-FERIADOS
                       MOVE FER-FECHA TO
                           TAB-FER-FECHA(WS-NUM-FERIADOS)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE FERIADOS-FILE.

      * el ultimo renglon de una llave sustituye al anterior: una
      * re-corrida del generador no duplica el cargo
       CARGA-TABLA-CARGOS.
           OPEN INPUT OBLCARGO-FILE.
           IF WS-OBLCARGO-STATUS = "00"
              PERFORM UNTIL WS-OBLCARGO-STATUS NOT = "00"
                 READ OBLCARGO-FILE
                    AT END MOVE "10" TO WS-OBLCARGO-STATUS
                    NOT AT END
                       ADD 1 TO WS-STAT-LEIDOS
                       PERFORM GUARDA-CARGO
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE OBLCARGO-FILE.

       GUARDA-CARGO.
           PERFORM VARYING CAR-IDX FROM 1 BY 1
                   UNTIL CAR-IDX > WS-NUM-CARGOS
              IF TAB-CAR-TIPO(CAR-IDX) = OCG-TIPO
                 AND TAB-CAR-CIA(CAR-IDX) = OCG-COMPANIA
                 AND TAB-CAR-CLAVE(CAR-IDX) = OCG-CLAVE
                 AND TAB-CAR-PERIODO(CAR-IDX) = OCG-PERIODO
                 AND TAB-CAR-CORRIDA(CAR-IDX) = OCG-CORRIDA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CAR-IDX > WS-NUM-CARGOS
              IF WS-NUM-CARGOS = 3000
                 DISPLAY "TABLA LLENA: WS-NUM-CARGOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CARGOS
              SET CAR-IDX TO WS-NUM-CARGOS
              MOVE OCG-TIPO TO TAB-CAR-TIPO(CAR-IDX)
              MOVE OCG-COMPANIA TO TAB-CAR-CIA(CAR-IDX)
              MOVE OCG-CLAVE TO TAB-CAR-CLAVE(CAR-IDX)
              MOVE OCG-PERIODO TO TAB-CAR-PERIODO(CAR-IDX)
              MOVE OCG-CORRIDA TO TAB-CAR-CORRIDA(CAR-IDX)
           END-IF.
           MOVE OCG-MONTO TO TAB-CAR-MONTO(CAR-IDX).
           MOVE OCG-REPORTE TO TAB-CAR-REPORTE(CAR-IDX).

      * regla de la clave (estado del ISN, seccion) o, si no hay, la
      * general del tipo (clave en blanco)
       BUSCA-REGLA.
           MOVE ZERO TO WS-REGLA-POS.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-NUM-REGLAS
              IF TAB-REG-TIPO(REG-IDX) = WS-TIPO-BUSCADO
                 IF TAB-REG-CLAVE(REG-IDX) = WS-CLAVE-BUSCADA
                    AND WS-CLAVE-BUSCADA NOT = SPACES
                    SET WS-REGLA-POS TO REG-IDX
                    EXIT PERFORM
                 END-IF
                 IF TAB-REG-CLAVE(REG-IDX) = SPACES
                    AND WS-REGLA-POS = ZERO
                    SET WS-REGLA-POS TO REG-IDX
                 END-IF
              END-IF
           END-PERFORM.

      * suma el cargo a su obligacion (alta si es la primera vez);
      * un tipo sin regla en el maestro no se puede vencer y se avisa
       ARMA-OBLIGACION.
           MOVE TAB-CAR-TIPO(CAR-IDX) TO WS-TIPO-BUSCADO.
           MOVE TAB-CAR-CLAVE(CAR-IDX) TO WS-CLAVE-BUSCADA.
           PERFORM BUSCA-REGLA.
           IF WS-REGLA-POS = ZERO
              PERFORM AVISA-CARGO-SIN-REGLA
           ELSE
              IF TAB-REG-REGLA(WS-REGLA-POS) = 'P'
                 MOVE TAB-CAR-CORRIDA(CAR-IDX) TO WS-CORRIDA-OBLIG
              ELSE
                 MOVE ZERO TO WS-CORRIDA-OBLIG
              END-IF
              PERFORM VARYING OBL-IDX FROM 1 BY 1
                      UNTIL OBL-IDX > WS-NUM-OBLIG
                 IF TAB-OBL-TIPO(OBL-IDX) = TAB-CAR-TIPO(CAR-IDX)
                    AND TAB-OBL-CIA(OBL-IDX) = TAB-CAR-CIA(CAR-IDX)
                    AND TAB-OBL-CLAVE(OBL-IDX) =
                        TAB-CAR-CLAVE(CAR-IDX)
                    AND TAB-OBL-PERIODO(OBL-IDX) =
                        TAB-CAR-PERIODO(CAR-IDX)
                    AND TAB-OBL-CORRIDA(OBL-IDX) = WS-CORRIDA-OBLIG
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF OBL-IDX > WS-NUM-OBLIG
                 PERFORM ALTA-OBLIGACION
              END-IF
              ADD TAB-CAR-MONTO(CAR-IDX) TO TAB-OBL-MONTO(OBL-IDX)
              ADD 1 TO WS-STAT-PROCESADOS
           END-IF.

       ALTA-OBLIGACION.
           IF WS-NUM-OBLIG = 2000
              DISPLAY "TABLA LLENA: WS-NUM-OBLIG"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-OBLIG.
           SET OBL-IDX TO WS-NUM-OBLIG.
           MOVE TAB-CAR-TIPO(CAR-IDX) TO TAB-OBL-TIPO(OBL-IDX).
           MOVE TAB-CAR-CIA(CAR-IDX) TO TAB-OBL-CIA(OBL-IDX).
           MOVE TAB-CAR-CLAVE(CAR-IDX) TO TAB-OBL-CLAVE(OBL-IDX).
           MOVE TAB-CAR-PERIODO(CAR-IDX) TO TAB-OBL-PERIODO(OBL-IDX).
           MOVE WS-CORRIDA-OBLIG TO TAB-OBL-CORRIDA(OBL-IDX).
           MOVE WS-REGLA-POS TO TAB-OBL-REGLA(OBL-IDX).
           MOVE ZERO TO TAB-OBL-MONTO(OBL-IDX).
           MOVE TAB-CAR-REPORTE(CAR-IDX) TO TAB-OBL-REPORTE(OBL-IDX).
           MOVE ZERO TO TAB-OBL-PAGADO(OBL-IDX).
           MOVE ZERO TO TAB-OBL-FECHA-PAGO(OBL-IDX).
           MOVE SPACES TO TAB-OBL-LINEA(OBL-IDX).
           MOVE SPACES TO TAB-OBL-OPERACION(OBL-IDX).
           MOVE SPACE TO TAB-OBL-ESTADO(OBL-IDX).
           PERFORM CALCULA-VENCIMIENTO.
           MOVE WS-VENCE TO TAB-OBL-VENCE(OBL-IDX).
           PERFORM BUSCA-O-CREA-CIA.

      * vencimiento segun la regla: M y B el dia de la regla del mes
      * siguiente al periodo (el ultimo dia si el mes es mas corto),
      * P los dias de la regla despues de la corrida; en todos los
      * casos se corre al siguiente dia habil
       CALCULA-VENCIMIENTO.
           IF TAB-REG-REGLA(WS-REGLA-POS) = 'P'
              COMPUTE WS-VENCE-ENT = FUNCTION INTEGER-OF-DATE
                  (TAB-OBL-CORRIDA(OBL-IDX))
                  + TAB-REG-DIA(WS-REGLA-POS)
           ELSE
              MOVE TAB-OBL-PERIODO(OBL-IDX) TO WS-VENCE-PARTES(1:6)
              MOVE 1 TO WS-VP-DIA
              ADD 1 TO WS-VP-MES
              IF WS-VP-MES > 12
                 MOVE 1 TO WS-VP-MES
                 ADD 1 TO WS-VP-ANIO
              END-IF
              MOVE WS-VP-ANIO TO WS-SM-ANIO
              COMPUTE WS-SM-MES = WS-VP-MES + 1
              IF WS-SM-MES > 12
                 MOVE 1 TO WS-SM-MES
                 ADD 1 TO WS-SM-ANIO
              END-IF
              MOVE 1 TO WS-SM-DIA
              COMPUTE WS-SIG-MES-NUM = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WS-SIG-MES-NUM) - 1)
              MOVE WS-SM-DIA TO WS-ULTIMO-DIA
              MOVE TAB-REG-DIA(WS-REGLA-POS) TO WS-VP-DIA
              IF WS-VP-DIA > WS-ULTIMO-DIA
                 MOVE WS-ULTIMO-DIA TO WS-VP-DIA
              END-IF
              COMPUTE WS-VENCE-ENT =
                  FUNCTION INTEGER-OF-DATE(WS-VENCE-NUM)
           END-IF.
           PERFORM CORRE-A-DIA-HABIL.
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENCE-ENT) TO WS-VENCE.

      * sabado, domingo y feriado no son habiles: el vencimiento se
      * recorre (FUNCTION MOD 7 del entero: 0 domingo, 6 sabado, como
      * en RELOJIMP.cbl)
       CORRE-A-DIA-HABIL.
           PERFORM EVALUA-DIA-HABIL.
           PERFORM UNTIL WS-DIA-SEMANA NOT = ZERO
                     AND WS-DIA-SEMANA NOT = 6
                     AND NOT VENCE-EN-FERIADO
              ADD 1 TO WS-VENCE-ENT
              PERFORM EVALUA-DIA-HABIL
           END-PERFORM.

       EVALUA-DIA-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-VENCE-ENT, 7).
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENCE-ENT) TO WS-VENCE.
           MOVE 'N' TO WS-ES-FERIADO.
           PERFORM VARYING FER-IDX FROM 1 BY 1
                   UNTIL FER-IDX > WS-NUM-FERIADOS
              IF TAB-FER-FECHA(FER-IDX) = WS-VENCE
                 MOVE 'S' TO WS-ES-FERIADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       BUSCA-O-CREA-CIA.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA(CIA-IDX) = TAB-OBL-CIA(OBL-IDX)
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
              MOVE TAB-OBL-CIA(OBL-IDX) TO TAB-CIA(CIA-IDX)
              MOVE ZERO TO TAB-CIA-OBLIG(CIA-IDX)
              MOVE ZERO TO TAB-CIA-A-TIEMPO(CIA-IDX)
              MOVE ZERO TO TAB-CIA-TARDE(CIA-IDX)
              MOVE ZERO TO TAB-CIA-VENCIDAS(CIA-IDX)
              MOVE ZERO TO TAB-CIA-PENDIENTES(CIA-IDX)
           END-IF.

      * cada pago capturado se suma a la obligacion de su llave; la
      * fecha que cuenta para el cumplimiento es la del ultimo pago
      * (el que completa un pago parcial)
       APLICA-PAGOS.
           OPEN INPUT OBLPAGO-FILE.
           IF WS-OBLPAGO-STATUS = "00"
              PERFORM UNTIL WS-OBLPAGO-STATUS NOT = "00"
                 READ OBLPAGO-FILE
                    AT END MOVE "10" TO WS-OBLPAGO-STATUS
                    NOT AT END
                       PERFORM APLICA-UN-PAGO
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE OBLPAGO-FILE.

       APLICA-UN-PAGO.
           PERFORM VARYING OBL-IDX FROM 1 BY 1
                   UNTIL OBL-IDX > WS-NUM-OBLIG
              IF TAB-OBL-TIPO(OBL-IDX) = OPG-TIPO
                 AND TAB-OBL-CIA(OBL-IDX) = OPG-COMPANIA
                 AND TAB-OBL-CLAVE(OBL-IDX) = OPG-CLAVE
                 AND TAB-OBL-PERIODO(OBL-IDX) = OPG-PERIODO
                 AND TAB-OBL-CORRIDA(OBL-IDX) = OPG-CORRIDA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF OBL-IDX > WS-NUM-OBLIG
              PERFORM AVISA-PAGO-SIN-CARGO
           ELSE
              ADD OPG-MONTO TO TAB-OBL-PAGADO(OBL-IDX)
              IF OPG-FECHA-PAGO > TAB-OBL-FECHA-PAGO(OBL-IDX)
                 MOVE OPG-FECHA-PAGO TO TAB-OBL-FECHA-PAGO(OBL-IDX)
                 MOVE OPG-LINEA-CAPTURA TO TAB-OBL-LINEA(OBL-IDX)
                 MOVE OPG-NUM-OPERACION TO
                     TAB-OBL-OPERACION(OBL-IDX)
              END-IF
           END-IF.

      * cubierta (lo pagado alcanza al cargo): a tiempo o tarde segun
      * la fecha del pago; si no: vencida, por vencer en el horizonte
      * o futura
       CLASIFICA-OBLIGACION.
           PERFORM BUSCA-O-CREA-CIA.
           ADD 1 TO TAB-CIA-OBLIG(CIA-IDX).
           IF TAB-OBL-PAGADO(OBL-IDX) NOT < TAB-OBL-MONTO(OBL-IDX)
              AND TAB-OBL-FECHA-PAGO(OBL-IDX) > ZERO
              IF TAB-OBL-FECHA-PAGO(OBL-IDX) >
                  TAB-OBL-VENCE(OBL-IDX)
                 MOVE 'R' TO TAB-OBL-ESTADO(OBL-IDX)
                 ADD 1 TO TAB-CIA-TARDE(CIA-IDX)
              ELSE
                 MOVE 'T' TO TAB-OBL-ESTADO(OBL-IDX)
                 ADD 1 TO TAB-CIA-A-TIEMPO(CIA-IDX)
              END-IF
           ELSE
              IF TAB-OBL-VENCE(OBL-IDX) < WS-FECHA-HOY
                 MOVE 'V' TO TAB-OBL-ESTADO(OBL-IDX)
                 ADD 1 TO TAB-CIA-VENCIDAS(CIA-IDX)
                 ADD 1 TO WS-NUM-VENCIDAS
              ELSE
                 ADD 1 TO TAB-CIA-PENDIENTES(CIA-IDX)
                 IF TAB-OBL-VENCE(OBL-IDX) NOT > WS-FECHA-LIMITE
                    MOVE 'P' TO TAB-OBL-ESTADO(OBL-IDX)
                    ADD 1 TO WS-NUM-POR-VENCER
                 ELSE
                    MOVE 'F' TO TAB-OBL-ESTADO(OBL-IDX)
                 END-IF
              END-IF
           END-IF.

       IMPRIME-VENCIDAS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'VENCIDAS SIN PAGO (PAGAR HOY)' TO WS-S-TITULO.
           PERFORM ESCRIBE-ENCABEZADO-SECCION.
           PERFORM VARYING OBL-IDX FROM 1 BY 1
                   UNTIL OBL-IDX > WS-NUM-OBLIG
              IF OBL-VENCIDA(OBL-IDX)
                 PERFORM ESCRIBE-DETALLE
              END-IF
           END-PERFORM.
           PERFORM ESCRIBE-SUBTOTAL-SECCION.

       IMPRIME-POR-VENCER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-S-TITULO.
           STRING 'POR VENCER HASTA EL ' WS-FECHA-LIMITE
               DELIMITED BY SIZE INTO WS-S-TITULO.
           PERFORM ESCRIBE-ENCABEZADO-SECCION.
           PERFORM VARYING OBL-IDX FROM 1 BY 1
                   UNTIL OBL-IDX > WS-NUM-OBLIG
              IF OBL-POR-VENCER(OBL-IDX)
                 PERFORM ESCRIBE-DETALLE
              END-IF
           END-PERFORM.
           PERFORM ESCRIBE-SUBTOTAL-SECCION.

       ESCRIBE-ENCABEZADO-SECCION.
           MOVE WS-SECCION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENCABEZADO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-NUM-EN-SECCION WS-MONTO-SECCION.

      * renglon de obligacion pendiente: lo que falta por pagar y los
      * dias de atraso (negativos: dias que faltan para el vencimiento)
       ESCRIBE-DETALLE.
           MOVE TAB-OBL-CIA(OBL-IDX) TO WS-D-CIA.
           MOVE TAB-OBL-TIPO(OBL-IDX) TO WS-D-TIPO.
           MOVE TAB-OBL-CLAVE(OBL-IDX) TO WS-D-CLAVE.
           MOVE TAB-OBL-PERIODO(OBL-IDX) TO WS-D-PERIODO.
           IF TAB-OBL-CORRIDA(OBL-IDX) = ZERO
              MOVE SPACES TO WS-D-CORRIDA
           ELSE
              MOVE TAB-OBL-CORRIDA(OBL-IDX) TO WS-D-CORRIDA
           END-IF.
           MOVE TAB-OBL-VENCE(OBL-IDX) TO WS-D-VENCE.
           MOVE TAB-OBL-MONTO(OBL-IDX) TO WS-D-MONTO.
           MOVE TAB-OBL-PAGADO(OBL-IDX) TO WS-D-PAGADO.
           COMPUTE WS-DIAS-ATRASO = WS-HOY-ENT
               - FUNCTION INTEGER-OF-DATE(TAB-OBL-VENCE(OBL-IDX)).
           MOVE WS-DIAS-ATRASO TO WS-D-ATRASO.
           MOVE TAB-OBL-REPORTE(OBL-IDX) TO WS-D-REPORTE.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-NUM-EN-SECCION.
           ADD TAB-OBL-MONTO(OBL-IDX) TO WS-MONTO-SECCION.
           SUBTRACT TAB-OBL-PAGADO(OBL-IDX) FROM WS-MONTO-SECCION.

       ESCRIBE-SUBTOTAL-SECCION.
           MOVE WS-NUM-EN-SECCION TO WS-ST-NUM.
           MOVE WS-MONTO-SECCION TO WS-ST-MONTO.
           MOVE WS-SUBTOT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * historial de cumplimiento de una compania: todas sus
      * obligaciones con el pago capturado y la confirmacion del
      * banco, y el resumen
       IMPRIME-HISTORIAL-CIA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CIA-IDX = 1
              MOVE 'HISTORIAL DE CUMPLIMIENTO POR COMPANIA'
                  TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE TAB-CIA(CIA-IDX) TO WS-C-CIA.
           MOVE WS-CIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING OBL-IDX FROM 1 BY 1
                   UNTIL OBL-IDX > WS-NUM-OBLIG
              IF TAB-OBL-CIA(OBL-IDX) = TAB-CIA(CIA-IDX)
                 PERFORM ESCRIBE-HISTORIA
              END-IF
           END-PERFORM.
           MOVE TAB-CIA-OBLIG(CIA-IDX) TO WS-R-OBLIG.
           MOVE TAB-CIA-A-TIEMPO(CIA-IDX) TO WS-R-TIEMPO.
           MOVE TAB-CIA-TARDE(CIA-IDX) TO WS-R-TARDE.
           MOVE TAB-CIA-VENCIDAS(CIA-IDX) TO WS-R-VENCIDAS.
           MOVE TAB-CIA-PENDIENTES(CIA-IDX) TO WS-R-PENDIENTES.
           MOVE WS-RESUMEN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       ESCRIBE-HISTORIA.
           MOVE TAB-OBL-TIPO(OBL-IDX) TO WS-H-TIPO.
           MOVE TAB-OBL-CLAVE(OBL-IDX) TO WS-H-CLAVE.
           MOVE TAB-OBL-PERIODO(OBL-IDX) TO WS-H-PERIODO.
           IF TAB-OBL-CORRIDA(OBL-IDX) = ZERO
              MOVE SPACES TO WS-H-CORRIDA
           ELSE
              MOVE TAB-OBL-CORRIDA(OBL-IDX) TO WS-H-CORRIDA
           END-IF.
           MOVE TAB-OBL-VENCE(OBL-IDX) TO WS-H-VENCE.
           MOVE TAB-OBL-MONTO(OBL-IDX) TO WS-H-MONTO.
           IF TAB-OBL-FECHA-PAGO(OBL-IDX) = ZERO
              MOVE SPACES TO WS-H-FECHA-PAGO
           ELSE
              MOVE TAB-OBL-FECHA-PAGO(OBL-IDX) TO WS-H-FECHA-PAGO
           END-IF.
           MOVE TAB-OBL-PAGADO(OBL-IDX) TO WS-H-PAGADO.
           EVALUATE TRUE
              WHEN OBL-PAGADA-A-TIEMPO(OBL-IDX)
                 MOVE 'PAGADA A TIEMPO' TO WS-H-ESTADO
              WHEN OBL-PAGADA-TARDE(OBL-IDX)
                 MOVE '*** PAGADA TARDE' TO WS-H-ESTADO
              WHEN OBL-VENCIDA(OBL-IDX)
                 MOVE '*** VENCIDA' TO WS-H-ESTADO
              WHEN OTHER
                 IF TAB-OBL-PAGADO(OBL-IDX) > ZERO
                    MOVE 'PAGO PARCIAL' TO WS-H-ESTADO
                 ELSE
                    MOVE 'PENDIENTE' TO WS-H-ESTADO
                 END-IF
           END-EVALUATE.
           MOVE TAB-OBL-OPERACION(OBL-IDX) TO WS-H-OPERACION.
           MOVE WS-HISTORIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TAB-OBL-LINEA(OBL-IDX) NOT = SPACES
              MOVE TAB-OBL-LINEA(OBL-IDX) TO WS-L-LINEA
              MOVE WS-LINEA-CAPTURA-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * avisos: cargo de un tipo que el maestro no conoce, pago que
      * no casa con ningun cargo (llave mal capturada o cargo que
      * nunca se genero)
       AVISA-CARGO-SIN-REGLA.
           ADD 1 TO WS-NUM-SIN-REGLA.
           ADD 1 TO WS-STAT-RECHAZADOS.
           MOVE TAB-CAR-CIA(CAR-IDX) TO WS-A-CIA.
           MOVE TAB-CAR-TIPO(CAR-IDX) TO WS-A-TIPO.
           MOVE TAB-CAR-CLAVE(CAR-IDX) TO WS-A-CLAVE.
           MOVE TAB-CAR-PERIODO(CAR-IDX) TO WS-A-PERIODO.
           MOVE TAB-CAR-CORRIDA(CAR-IDX) TO WS-A-CORRIDA.
           MOVE TAB-CAR-MONTO(CAR-IDX) TO WS-A-MONTO.
           MOVE 'CARGO SIN REGLA EN data/OBLIGA.DAT' TO WS-A-TEXTO.
           MOVE WS-AVISO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       AVISA-PAGO-SIN-CARGO.
           ADD 1 TO WS-NUM-PAGOS-SIN-CARGO.
           MOVE OPG-COMPANIA TO WS-A-CIA.
           MOVE OPG-TIPO TO WS-A-TIPO.
           MOVE OPG-CLAVE TO WS-A-CLAVE.
           MOVE OPG-PERIODO TO WS-A-PERIODO.
           MOVE OPG-CORRIDA TO WS-A-CORRIDA.
           MOVE OPG-MONTO TO WS-A-MONTO.
           MOVE 'PAGO SIN CARGO QUE LO RESPALDE' TO WS-A-TEXTO.
           MOVE WS-AVISO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           MOVE 'OBLVENCE' TO LOG-PROGRAMA.
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'FIN DE JOB: LEIDOS=' WS-STAT-LEIDOS
               ' PROCESADOS=' WS-STAT-PROCESADOS
               ' RECHAZADOS=' WS-STAT-RECHAZADOS
               ' VENCIDAS=' WS-NUM-VENCIDAS
               ' SEGUNDOS=' WS-STAT-SEG-TRANSCURRIDOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que EDOTAX.cbl)
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
