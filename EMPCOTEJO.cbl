      * EMPCOTEJO: cotejo del maestro contra su ultimo respaldo. Si
      * alguien editaba data/EMPLOYEE.DAT con un editor de texto o un
      * utilitario por fuera, nada lo notaba: EMPMANTTO y EMPBATCH
      * registran sus propios cambios en data/MANTAUD.LOG, pero nadie
      * comparaba esa bitacora contra el archivo. Este programa
      * compara campo por campo el EMPLOYEE.DAT vigente contra la
      * generacion mas reciente de jobs/BACKUP.job
      * (data/BACKUP/<AAAAMMDDHHMMSS>/EMPLOYEE.DAT) y busca cada
      * diferencia en lo que el sistema registro desde ese respaldo:
      *   - campos de la imagen de bitacora (PAGO, MX-ESTADO,
      *     JOB-GRADE, DEDUCCION-PERIODO, DEPARTAMENTO,
      *     SCHEDULED-HORAS, status, BASE-PAGO, TIPO-REGIMEN): un
      *     renglon EMP de MANTAUD.LOG posterior al respaldo que haya
      *     cambiado ese campo al valor que hoy trae el maestro
      *   - status: ademas, la transicion en data/STATHIST.DAT con
      *     fecha efectiva desde el respaldo
      *   - HORAS: las escribe la importacion del reloj (RELOJIMP),
      *     valen si el DATO-ID esta en data/RELOJHRS.DAT o trae
      *     checadas en data/PUNCHES.DAT
      *   - un registro nuevo necesita su alta (A) en la bitacora; uno
      *     que desaparecio, haber pasado al historico
      *     data/EMPHIST.DAT por la purga (EMPPURGA)
      * El resto (nombre, RFC, CURP, ingreso, compania y los campos
      * del calculo que viven en cero en el maestro) no lo cambia
      * ninguna transaccion despues del alta. Cada diferencia sin
      * transaccion que la respalde sale como NO AUTORIZADA en
      * data/EMPCOTEJO.RPT con DATO-ID, campo, valor antes y despues.
      * Si eso detiene la corrida lo decide un supervisor en
      * data/EMPCOTEJO.CTL (accion D detiene, A solo advierte, y el
      * id del supervisor que lo dejo, que debe ser de nivel 2 en
      * data/OPERADOR.DAT); sin archivo, o con un id que no es de
      * supervisor, se detiene.
      * uso: STEP00M de jobs/PAYROLL.job, antes de STEP01 CALC; el job
      *      le pasa la estampa de la ultima generacion del respaldo
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCOTEJO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL RESPALDO-FILE ASSIGN TO WS-RUTA-RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPALDO-STATUS.

           SELECT OPTIONAL MANTAUD-FILE ASSIGN TO "data/MANTAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

           SELECT OPTIONAL STATHIST-FILE
               ASSIGN TO "data/STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT OPTIONAL RELOJHRS-FILE
               ASSIGN TO "data/RELOJHRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELOJHRS-STATUS.

           SELECT OPTIONAL PUNCH-FILE ASSIGN TO "data/PUNCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.

           SELECT OPTIONAL EMPHIST-FILE ASSIGN TO "data/EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT OPTIONAL COTEJO-CTL-FILE
               ASSIGN TO "data/EMPCOTEJO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/EMPCOTEJO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * los dos maestros se leen como renglon completo: el cotejo es
      * por posicion (ver TABLA-CAMPOS) y las etiquetas HDR/TRL se
      * saltan por sus tres primeras letras
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-LINEA PIC X(153).

       FD  RESPALDO-FILE.
       01  RESPALDO-LINEA PIC X(153).

       FD  MANTAUD-FILE.
           COPY MNTAUDRC.

       FD  STATHIST-FILE.
           COPY STAHISRC.

       FD  RELOJHRS-FILE.
       01  RELOJHRS-RECORD.
           05  RHR-DATO-ID        PIC 9(5).

       FD  PUNCH-FILE.
           COPY PUNCHREC.

       FD  EMPHIST-FILE.
       01  EMPHIST-LINEA PIC X(153).

      * interruptor del supervisor: 'D' la diferencia no autorizada
      * detiene la corrida, 'A' solo se reporta y se advierte
       FD  COTEJO-CTL-FILE.
       01  COTEJO-CTL-RECORD.
           05  ECT-ACCION         PIC X.
               88  ECT-DETIENE    VALUE 'D'.
               88  ECT-ADVIERTE   VALUE 'A'.
           05  ECT-SUPERVISOR     PIC X(8).

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-RESPALDO-STATUS PIC XX VALUE SPACES.
           77 WS-MANTAUD-STATUS PIC XX VALUE SPACES.
           77 WS-STATHIST-STATUS PIC XX VALUE SPACES.
           77 WS-RELOJHRS-STATUS PIC XX VALUE SPACES.
           77 WS-PUNCH-STATUS PIC XX VALUE SPACES.
           77 WS-EMPHIST-STATUS PIC XX VALUE SPACES.
           77 WS-CTL-STATUS PIC XX VALUE SPACES.
           77 WS-OPERADOR-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * generacion del respaldo contra la que se coteja: la estampa
      * AAAAMMDDHHMMSS del directorio, que pasa el job
       01  WS-GENERACION.
           05  WS-GEN-FECHA       PIC 9(8).
           05  WS-GEN-HORA        PIC 9(6).
           77 WS-RUTA-RESPALDO PIC X(40) VALUE SPACES.

      * accion vigente y quien la configuro
           77 WS-ACCION PIC X VALUE 'D'.
              88 DIFERENCIA-DETIENE VALUE 'D'.
           77 WS-SUPERVISOR-CTL PIC X(8) VALUE SPACES.
           77 WS-SUPERVISOR-OK PIC X VALUE 'N'.
              88 SUPERVISOR-VALIDO VALUE 'S'.

      * campos del registro de EMPREC.cpy: nombre, posicion y
      * longitud en el renglon, y posicion en la imagen antes/despues
      * de MANTAUD.LOG (cero si la bitacora no lo lleva)
       01  WS-CAMPOS-CONST.
           05  FILLER PIC X(17) VALUE "HORAS".
           05  FILLER PIC 9(6) VALUE 006003.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "PAGO".
           05  FILLER PIC 9(6) VALUE 009007.
           05  FILLER PIC 9(2) VALUE 01.
           05  FILLER PIC X(17) VALUE "SALARIO".
           05  FILLER PIC 9(6) VALUE 016009.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "MX-ESTADO".
           05  FILLER PIC 9(6) VALUE 025003.
           05  FILLER PIC 9(2) VALUE 08.
           05  FILLER PIC X(17) VALUE "JOB-GRADE".
           05  FILLER PIC 9(6) VALUE 028002.
           05  FILLER PIC 9(2) VALUE 11.
           05  FILLER PIC X(17) VALUE "DEDUCCION-PERIODO".
           05  FILLER PIC 9(6) VALUE 030008.
           05  FILLER PIC 9(2) VALUE 13.
           05  FILLER PIC X(17) VALUE "DEPARTAMENTO".
           05  FILLER PIC 9(6) VALUE 038004.
           05  FILLER PIC 9(2) VALUE 21.
           05  FILLER PIC X(17) VALUE "SCHEDULED-HORAS".
           05  FILLER PIC 9(6) VALUE 042003.
           05  FILLER PIC 9(2) VALUE 25.
           05  FILLER PIC X(17) VALUE "EMPLOYEE-STATUS".
           05  FILLER PIC 9(6) VALUE 045003.
           05  FILLER PIC 9(2) VALUE 28.
           05  FILLER PIC X(17) VALUE "NET-SALARIO".
           05  FILLER PIC 9(6) VALUE 048009.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "COMPANIA".
           05  FILLER PIC 9(6) VALUE 057002.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "PERIODO-NOMINA".
           05  FILLER PIC 9(6) VALUE 059002.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "NOMBRE".
           05  FILLER PIC 9(6) VALUE 061030.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "RFC".
           05  FILLER PIC 9(6) VALUE 091013.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "CURP".
           05  FILLER PIC 9(6) VALUE 104018.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "FECHA-INGRESO".
           05  FILLER PIC 9(6) VALUE 122008.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "SALARIO-REGULAR".
           05  FILLER PIC 9(6) VALUE 130009.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "HORAS-EXTRA".
           05  FILLER PIC 9(6) VALUE 139003.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "PRIMA-EXTRA".
           05  FILLER PIC 9(6) VALUE 142009.
           05  FILLER PIC 9(2) VALUE 00.
           05  FILLER PIC X(17) VALUE "BASE-PAGO".
           05  FILLER PIC 9(6) VALUE 151001.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC X(17) VALUE "TIPO-REGIMEN".
           05  FILLER PIC 9(6) VALUE 152002.
           05  FILLER PIC 9(2) VALUE 32.
       01  WS-CAMPOS REDEFINES WS-CAMPOS-CONST.
           05  CAMPO-ENTRY OCCURS 21 TIMES
                   INDEXED BY CAM-IDX.
               10  TAB-CAM-NOMBRE   PIC X(17).
               10  TAB-CAM-POS      PIC 9(3).
               10  TAB-CAM-LONG     PIC 9(3).
               10  TAB-CAM-POS-IMG  PIC 9(2).
           77 WS-NUM-CAMPOS PIC 99 VALUE 21.

      * maestro vigente y respaldo en memoria, el renglon completo
           77 WS-NUM-ACTUAL PIC 9(4) VALUE ZERO.
       01  TABLA-ACTUAL.
           05  ACT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACT-IDX.
               10  TAB-ACT-IMAGEN   PIC X(153).
               10  TAB-ACT-EN-RESPALDO PIC X.
           77 WS-NUM-RESPALDO PIC 9(4) VALUE ZERO.
       01  TABLA-RESPALDO.
           05  RSP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RSP-IDX.
               10  TAB-RSP-IMAGEN   PIC X(153).

      * renglones EMP de la bitacora de mantenimiento posteriores al
      * respaldo (sin los rechazos X, que no tocan el maestro)
           77 WS-NUM-BITACORA PIC 9(5) VALUE ZERO.
       01  TABLA-BITACORA.
           05  BIT-ENTRY OCCURS 20000 TIMES
                   INDEXED BY BIT-IDX.
               10  TAB-BIT-DATO-ID  PIC 9(5).
               10  TAB-BIT-TRANS    PIC X.
               10  TAB-BIT-ANTES    PIC X(40).
               10  TAB-BIT-DESPUES  PIC X(40).

      * transiciones de status con fecha efectiva desde el respaldo
           77 WS-NUM-TRANSICIONES PIC 9(5) VALUE ZERO.
       01  TABLA-TRANSICIONES.
           05  TRN-ENTRY OCCURS 10000 TIMES
                   INDEXED BY TRN-IDX.
               10  TAB-TRN-DATO-ID  PIC 9(5).
               10  TAB-TRN-ANTERIOR PIC X(3).
               10  TAB-TRN-NUEVO    PIC X(3).

      * DATO-ID con HORAS del reloj checador
           77 WS-NUM-RELOJ PIC 9(4) VALUE ZERO.
       01  TABLA-RELOJ.
           05  RLJ-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RLJ-IDX.
               10  TAB-RLJ-DATO-ID  PIC 9(5).

      * DATO-ID que la purga paso al historico
           77 WS-NUM-PURGADOS PIC 9(5) VALUE ZERO.
       01  TABLA-PURGADOS.
           05  PRG-ENTRY OCCURS 20000 TIMES
                   INDEXED BY PRG-IDX.
               10  TAB-PRG-DATO-ID  PIC 9(5).

           77 WS-ID-BUSCADO PIC 9(5) VALUE ZERO.
           77 WS-VALOR-ANTES PIC X(30) VALUE SPACES.
           77 WS-VALOR-DESPUES PIC X(30) VALUE SPACES.
           77 WS-POS PIC 9(3) VALUE ZERO.
           77 WS-LONG PIC 9(3) VALUE ZERO.
           77 WS-POS-IMG PIC 9(2) VALUE ZERO.
           77 WS-ENCONTRADO PIC X VALUE 'N'.
              88 YA-ESTA VALUE 'S'.
           77 WS-AUTORIZADO PIC X VALUE 'N'.
              88 CAMBIO-AUTORIZADO VALUE 'S'.
           77 WS-NUM-DIFERENCIAS PIC 9(5) VALUE ZERO.
           77 WS-NUM-NO-AUTORIZADAS PIC 9(5) VALUE ZERO.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       01  WS-ENCABEZADO-1.
           05  FILLER      PIC X(40)
               VALUE 'COTEJO DEL MAESTRO CONTRA EL RESPALDO '.
           05  WS-E1-GEN   PIC X(14).
       01  WS-ENCABEZADO-2.
           05  FILLER      PIC X(7)  VALUE 'DATO-ID'.
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  FILLER      PIC X(18) VALUE 'CAMPO'.
           05  FILLER      PIC X(31) VALUE 'ANTES (RESPALDO)'.
           05  FILLER      PIC X(31) VALUE 'DESPUES (VIGENTE)'.
           05  FILLER      PIC X(12) VALUE 'DICTAMEN'.
       01  WS-DETALLE-LINE.
           05  WS-D-DATO-ID PIC 9(5).
           05  FILLER      PIC X(4)  VALUE SPACES.
           05  WS-D-CAMPO  PIC X(17).
           05  FILLER      PIC X     VALUE SPACES.
           05  WS-D-ANTES  PIC X(30).
           05  FILLER      PIC X     VALUE SPACES.
           05  WS-D-DESPUES PIC X(30).
           05  FILLER      PIC X     VALUE SPACES.
           05  WS-D-DICTAMEN PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           ACCEPT WS-GENERACION.
           MOVE 'EMPCOTEJO' TO LOG-PROGRAMA.

      * sin generacion de respaldo no hay contra que cotejar: se
      * advierte y la corrida sigue
           IF WS-GENERACION = SPACES OR WS-GENERACION NOT NUMERIC
              DISPLAY "EMPCOTEJO: NO HAY GENERACION DE RESPALDO EN "
                  "data/BACKUP, NO SE COTEJA EL MAESTRO"
              MOVE 'W' TO LOG-SEVERIDAD
              MOVE SPACES TO LOG-MENSAJE
              STRING 'SIN RESPALDO DE EMPLOYEE.DAT, COTEJO DEL '
                  'MAESTRO OMITIDO'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-RUTA-RESPALDO.
           STRING 'data/BACKUP/' WS-GENERACION '/EMPLOYEE.DAT'
               DELIMITED BY SIZE INTO WS-RUTA-RESPALDO.

           PERFORM LEE-INTERRUPTOR.
           PERFORM CARGA-ACTUAL.
           PERFORM CARGA-RESPALDO.
           PERFORM CARGA-BITACORA.
           PERFORM CARGA-TRANSICIONES.
           PERFORM CARGA-RELOJ.
           PERFORM CARGA-PURGADOS.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-GENERACION TO WS-E1-GEN.
           WRITE REPORT-LINE FROM WS-ENCABEZADO-1.
           MOVE SPACES TO REPORT-LINE.
           IF DIFERENCIA-DETIENE
              STRING 'ACCION: DETIENE LA CORRIDA'
                  DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING 'ACCION: SOLO ADVIERTE (CONFIGURO '
                  WS-SUPERVISOR-CTL ')'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-ENCABEZADO-2.

           PERFORM COTEJA-VIGENTES.
           PERFORM COTEJA-DESAPARECIDOS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DIFERENCIAS: ' WS-NUM-DIFERENCIAS
               '  NO AUTORIZADAS: ' WS-NUM-NO-AUTORIZADAS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-NO-AUTORIZADAS = ZERO
              DISPLAY "EMPCOTEJO: " WS-NUM-DIFERENCIAS
                  " DIFERENCIA(S) CONTRA EL RESPALDO " WS-GENERACION
                  ", TODAS CON SU TRANSACCION REGISTRADA"
              MOVE 'I' TO LOG-SEVERIDAD
              STRING 'MAESTRO COTEJADO CONTRA ' WS-GENERACION
                  ', DIFERENCIAS: ' WS-NUM-DIFERENCIAS
                  ' TODAS AUTORIZADAS'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
           ELSE
              IF DIFERENCIA-DETIENE
                 DISPLAY "EMPCOTEJO: " WS-NUM-NO-AUTORIZADAS
                     " CAMBIO(S) AL MAESTRO SIN TRANSACCION "
                     "REGISTRADA, LA CORRIDA NO ARRANCA; VER "
                     "data/EMPCOTEJO.RPT"
                 MOVE 'E' TO LOG-SEVERIDAD
                 STRING WS-NUM-NO-AUTORIZADAS
                     ' CAMBIO(S) AL MAESTRO SIN TRANSACCION DESDE '
                     WS-GENERACION ', SE DETIENE'
                     DELIMITED BY SIZE INTO LOG-MENSAJE
                 PERFORM REGISTRA-BITACORA
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY "EMPCOTEJO: ADVERTENCIA, "
                     WS-NUM-NO-AUTORIZADAS
                     " CAMBIO(S) AL MAESTRO SIN TRANSACCION "
                     "REGISTRADA; VER data/EMPCOTEJO.RPT"
                 MOVE 'W' TO LOG-SEVERIDAD
                 STRING WS-NUM-NO-AUTORIZADAS
                     ' CAMBIO(S) AL MAESTRO SIN TRANSACCION DESDE '
                     WS-GENERACION ', SE ADVIERTE'
                     DELIMITED BY SIZE INTO LOG-MENSAJE
                 PERFORM REGISTRA-BITACORA
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

      * el interruptor solo vale si lo dejo un operador de nivel
      * supervisor; cualquier otra cosa deja la accion en detener
       LEE-INTERRUPTOR.
           MOVE 'D' TO WS-ACCION.
           OPEN INPUT COTEJO-CTL-FILE.
           IF WS-CTL-STATUS = "00" OR WS-CTL-STATUS = "05"
              READ COTEJO-CTL-FILE
                 NOT AT END
                    MOVE ECT-SUPERVISOR TO WS-SUPERVISOR-CTL
                    PERFORM VALIDA-SUPERVISOR
                    IF SUPERVISOR-VALIDO AND ECT-ADVIERTE
                       MOVE 'A' TO WS-ACCION
                    END-IF
                    IF NOT SUPERVISOR-VALIDO
                       DISPLAY "EMPCOTEJO: data/EMPCOTEJO.CTL NO LO "
                           "DEJO UN SUPERVISOR (" WS-SUPERVISOR-CTL
                           "), SE IGNORA"
                       MOVE 'W' TO LOG-SEVERIDAD
                       MOVE SPACES TO LOG-MENSAJE
                       STRING 'INTERRUPTOR DEL COTEJO IGNORADO, '
                           WS-SUPERVISOR-CTL
                           ' NO ES SUPERVISOR'
                           DELIMITED BY SIZE INTO LOG-MENSAJE
                       PERFORM REGISTRA-BITACORA
                    END-IF
              END-READ
              CLOSE COTEJO-CTL-FILE
           END-IF.

       VALIDA-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-OK.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS = "00" OR WS-OPERADOR-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ OPERADOR-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF OPR-ID = ECT-SUPERVISOR AND OPR-SUPERVISOR
                          MOVE 'S' TO WS-SUPERVISOR-OK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADOR-FILE
           END-IF.

       CARGA-ACTUAL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ EMPLOYEE-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    IF EMPLOYEE-LINEA(1:3) NOT = 'HDR'
                       AND EMPLOYEE-LINEA(1:3) NOT = 'TRL'
                       IF WS-NUM-ACTUAL >= 5000
                          DISPLAY "TABLA LLENA: WS-NUM-ACTUAL"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-ACTUAL
                       MOVE EMPLOYEE-LINEA
                           TO TAB-ACT-IMAGEN(WS-NUM-ACTUAL)
                       MOVE 'N' TO TAB-ACT-EN-RESPALDO(WS-NUM-ACTUAL)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

      * el respaldo trae sus propias etiquetas alrededor de las del
      * maestro; todas se saltan igual
       CARGA-RESPALDO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RESPALDO-FILE.
           IF WS-RESPALDO-STATUS NOT = "00"
              DISPLAY "EMPCOTEJO: NO SE ENCONTRO " WS-RUTA-RESPALDO
                  ", NO SE COTEJA EL MAESTRO"
              MOVE 'W' TO LOG-SEVERIDAD
              MOVE SPACES TO LOG-MENSAJE
              STRING 'RESPALDO ' WS-GENERACION
                  ' SIN EMPLOYEE.DAT, COTEJO DEL MAESTRO OMITIDO'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ RESPALDO-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    IF RESPALDO-LINEA(1:3) NOT = 'HDR'
                       AND RESPALDO-LINEA(1:3) NOT = 'TRL'
                       IF WS-NUM-RESPALDO >= 5000
                          DISPLAY "TABLA LLENA: WS-NUM-RESPALDO"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-RESPALDO
                       MOVE RESPALDO-LINEA
                           TO TAB-RSP-IMAGEN(WS-NUM-RESPALDO)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESPALDO-FILE.

      * solo renglones del maestro de empleados posteriores al
      * respaldo; los historicos sin MAU-MAESTRO se reconocen porque
      * la imagen de empleados empieza con el PAGO numerico
       CARGA-BITACORA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MANTAUD-FILE.
           IF WS-MANTAUD-STATUS = "00" OR WS-MANTAUD-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ MANTAUD-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF MAU-TRANSACCION NOT = 'X'
                          AND (MAU-FECHA > WS-GEN-FECHA
                           OR (MAU-FECHA = WS-GEN-FECHA
                               AND MAU-HORA >= WS-GEN-HORA))
                          AND (MAU-DE-EMPLEADOS
                           OR (MAU-MAESTRO = SPACES
                               AND (MAU-DESPUES(1:7) IS NUMERIC
                                OR MAU-ANTES(1:7) IS NUMERIC)))
                          PERFORM AGREGA-BITACORA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MANTAUD-FILE
           END-IF.

       AGREGA-BITACORA.
           IF WS-NUM-BITACORA >= 20000
              DISPLAY "TABLA LLENA: WS-NUM-BITACORA"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-BITACORA.
           MOVE MAU-DATO-ID TO TAB-BIT-DATO-ID(WS-NUM-BITACORA).
           MOVE MAU-TRANSACCION TO TAB-BIT-TRANS(WS-NUM-BITACORA).
           MOVE MAU-ANTES TO TAB-BIT-ANTES(WS-NUM-BITACORA).
           MOVE MAU-DESPUES TO TAB-BIT-DESPUES(WS-NUM-BITACORA).

       CARGA-TRANSICIONES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STATHIST-FILE.
           IF WS-STATHIST-STATUS = "00" OR WS-STATHIST-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ STATHIST-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF STH-FECHA >= WS-GEN-FECHA
                          IF WS-NUM-TRANSICIONES >= 10000
                             DISPLAY "TABLA LLENA: WS-NUM-TRANSICIONES"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-TRANSICIONES
                          MOVE STH-DATO-ID
                              TO TAB-TRN-DATO-ID(WS-NUM-TRANSICIONES)
                          MOVE STH-STATUS-ANTERIOR
                              TO TAB-TRN-ANTERIOR(WS-NUM-TRANSICIONES)
                          MOVE STH-STATUS-NUEVO
                              TO TAB-TRN-NUEVO(WS-NUM-TRANSICIONES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STATHIST-FILE
           END-IF.

      * HORAS del reloj: la lista de la ultima importacion y, para
      * importaciones anteriores desde el respaldo, el extracto de
      * checadas
       CARGA-RELOJ.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RELOJHRS-FILE.
           IF WS-RELOJHRS-STATUS = "00" OR WS-RELOJHRS-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ RELOJHRS-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       MOVE RHR-DATO-ID TO WS-ID-BUSCADO
                       PERFORM AGREGA-RELOJ
                 END-READ
              END-PERFORM
              CLOSE RELOJHRS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PUNCH-FILE.
           IF WS-PUNCH-STATUS = "00" OR WS-PUNCH-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ PUNCH-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       MOVE PUN-DATO-ID TO WS-ID-BUSCADO
                       PERFORM AGREGA-RELOJ
                 END-READ
              END-PERFORM
              CLOSE PUNCH-FILE
           END-IF.

      * una vez por DATO-ID, el extracto trae varias checadas
       AGREGA-RELOJ.
           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING RLJ-IDX FROM 1 BY 1
                   UNTIL RLJ-IDX > WS-NUM-RELOJ
              IF TAB-RLJ-DATO-ID(RLJ-IDX) = WS-ID-BUSCADO
                 MOVE 'S' TO WS-ENCONTRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT YA-ESTA
              IF WS-NUM-RELOJ >= 5000
                 DISPLAY "TABLA LLENA: WS-NUM-RELOJ"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-RELOJ
              MOVE WS-ID-BUSCADO TO TAB-RLJ-DATO-ID(WS-NUM-RELOJ)
           END-IF.

       CARGA-PURGADOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT EMPHIST-FILE.
           IF WS-EMPHIST-STATUS = "00" OR WS-EMPHIST-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ EMPHIST-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF EMPHIST-LINEA(1:3) NOT = 'HDR'
                          AND EMPHIST-LINEA(1:3) NOT = 'TRL'
                          IF WS-NUM-PURGADOS >= 20000
                             DISPLAY "TABLA LLENA: WS-NUM-PURGADOS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-PURGADOS
                          MOVE EMPHIST-LINEA(1:5)
                              TO TAB-PRG-DATO-ID(WS-NUM-PURGADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPHIST-FILE
           END-IF.

      * cada registro vigente contra su renglon del respaldo: campo
      * por campo si existia, o como alta si no
       COTEJA-VIGENTES.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-NUM-ACTUAL
              MOVE TAB-ACT-IMAGEN(ACT-IDX)(1:5) TO WS-ID-BUSCADO
              PERFORM VARYING RSP-IDX FROM 1 BY 1
                      UNTIL RSP-IDX > WS-NUM-RESPALDO
                 IF TAB-RSP-IMAGEN(RSP-IDX)(1:5) = WS-ID-BUSCADO
                    MOVE 'S' TO TAB-ACT-EN-RESPALDO(ACT-IDX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF TAB-ACT-EN-RESPALDO(ACT-IDX) = 'S'
                 PERFORM VARYING CAM-IDX FROM 1 BY 1
                         UNTIL CAM-IDX > WS-NUM-CAMPOS
                    MOVE TAB-CAM-POS(CAM-IDX) TO WS-POS
                    MOVE TAB-CAM-LONG(CAM-IDX) TO WS-LONG
                    IF TAB-ACT-IMAGEN(ACT-IDX)(WS-POS:WS-LONG)
                       NOT = TAB-RSP-IMAGEN(RSP-IDX)(WS-POS:WS-LONG)
                       PERFORM COTEJA-CAMPO
                    END-IF
                 END-PERFORM
              ELSE
                 PERFORM COTEJA-ALTA
              END-IF
           END-PERFORM.

       COTEJA-CAMPO.
           MOVE SPACES TO WS-VALOR-ANTES WS-VALOR-DESPUES.
           MOVE TAB-RSP-IMAGEN(RSP-IDX)(WS-POS:WS-LONG)
               TO WS-VALOR-ANTES.
           MOVE TAB-ACT-IMAGEN(ACT-IDX)(WS-POS:WS-LONG)
               TO WS-VALOR-DESPUES.
           MOVE TAB-CAM-POS-IMG(CAM-IDX) TO WS-POS-IMG.
           MOVE 'N' TO WS-AUTORIZADO.
      * un renglon de la bitacora que llevo ese campo al valor de hoy
           IF WS-POS-IMG > ZERO
              PERFORM VARYING BIT-IDX FROM 1 BY 1
                      UNTIL BIT-IDX > WS-NUM-BITACORA
                 IF TAB-BIT-DATO-ID(BIT-IDX) = WS-ID-BUSCADO
                    AND TAB-BIT-DESPUES(BIT-IDX)(WS-POS-IMG:WS-LONG)
                        = WS-VALOR-DESPUES(1:WS-LONG)
                    AND (TAB-BIT-ANTES(BIT-IDX) = SPACES
                     OR TAB-BIT-ANTES(BIT-IDX)(WS-POS-IMG:WS-LONG)
                        NOT = WS-VALOR-DESPUES(1:WS-LONG))
                    MOVE 'S' TO WS-AUTORIZADO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF TAB-CAM-NOMBRE(CAM-IDX) = 'EMPLOYEE-STATUS'
              AND NOT CAMBIO-AUTORIZADO
              PERFORM VARYING TRN-IDX FROM 1 BY 1
                      UNTIL TRN-IDX > WS-NUM-TRANSICIONES
                 IF TAB-TRN-DATO-ID(TRN-IDX) = WS-ID-BUSCADO
                    AND TAB-TRN-ANTERIOR(TRN-IDX) = WS-VALOR-ANTES(1:3)
                    AND TAB-TRN-NUEVO(TRN-IDX) = WS-VALOR-DESPUES(1:3)
                    MOVE 'S' TO WS-AUTORIZADO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF TAB-CAM-NOMBRE(CAM-IDX) = 'HORAS'
              PERFORM VARYING RLJ-IDX FROM 1 BY 1
                      UNTIL RLJ-IDX > WS-NUM-RELOJ
                 IF TAB-RLJ-DATO-ID(RLJ-IDX) = WS-ID-BUSCADO
                    MOVE 'S' TO WS-AUTORIZADO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           MOVE TAB-CAM-NOMBRE(CAM-IDX) TO WS-D-CAMPO.
           PERFORM ESCRIBE-DIFERENCIA.

      * registro que no existia en el respaldo: necesita su alta
       COTEJA-ALTA.
           MOVE 'N' TO WS-AUTORIZADO.
           PERFORM VARYING BIT-IDX FROM 1 BY 1
                   UNTIL BIT-IDX > WS-NUM-BITACORA
              IF TAB-BIT-DATO-ID(BIT-IDX) = WS-ID-BUSCADO
                 AND TAB-BIT-TRANS(BIT-IDX) = 'A'
                 MOVE 'S' TO WS-AUTORIZADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 'REGISTRO' TO WS-D-CAMPO.
           MOVE 'NO EXISTIA' TO WS-VALOR-ANTES.
           MOVE TAB-ACT-IMAGEN(ACT-IDX)(61:30) TO WS-VALOR-DESPUES.
           PERFORM ESCRIBE-DIFERENCIA.

      * registro del respaldo que ya no esta en el maestro: solo la
      * purga al historico lo saca legitimamente
       COTEJA-DESAPARECIDOS.
           PERFORM VARYING RSP-IDX FROM 1 BY 1
                   UNTIL RSP-IDX > WS-NUM-RESPALDO
              MOVE TAB-RSP-IMAGEN(RSP-IDX)(1:5) TO WS-ID-BUSCADO
              MOVE 'N' TO WS-ENCONTRADO
              PERFORM VARYING ACT-IDX FROM 1 BY 1
                      UNTIL ACT-IDX > WS-NUM-ACTUAL
                 IF TAB-ACT-IMAGEN(ACT-IDX)(1:5) = WS-ID-BUSCADO
                    MOVE 'S' TO WS-ENCONTRADO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF NOT YA-ESTA
                 MOVE 'N' TO WS-AUTORIZADO
                 PERFORM VARYING PRG-IDX FROM 1 BY 1
                         UNTIL PRG-IDX > WS-NUM-PURGADOS
                    IF TAB-PRG-DATO-ID(PRG-IDX) = WS-ID-BUSCADO
                       MOVE 'S' TO WS-AUTORIZADO
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 MOVE 'REGISTRO' TO WS-D-CAMPO
                 MOVE TAB-RSP-IMAGEN(RSP-IDX)(61:30) TO WS-VALOR-ANTES
                 MOVE 'YA NO EXISTE' TO WS-VALOR-DESPUES
                 PERFORM ESCRIBE-DIFERENCIA
              END-IF
           END-PERFORM.

       ESCRIBE-DIFERENCIA.
           ADD 1 TO WS-NUM-DIFERENCIAS.
           MOVE WS-ID-BUSCADO TO WS-D-DATO-ID.
           MOVE WS-VALOR-ANTES TO WS-D-ANTES.
           MOVE WS-VALOR-DESPUES TO WS-D-DESPUES.
           IF CAMBIO-AUTORIZADO
              MOVE 'REGISTRADO' TO WS-D-DICTAMEN
           ELSE
              MOVE 'NO AUTORIZADO' TO WS-D-DICTAMEN
              ADD 1 TO WS-NUM-NO-AUTORIZADAS
              DISPLAY "NO AUTORIZADO DATO-ID " WS-ID-BUSCADO " "
                  WS-D-CAMPO " ANTES " WS-D-ANTES
              DISPLAY "                               DESPUES "
                  WS-D-DESPUES
           END-IF.
           WRITE REPORT-LINE FROM WS-DETALLE-LINE.

       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.

       ABORTA-TABLA-LLENA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
