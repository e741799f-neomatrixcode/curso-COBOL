      * SGMMANTTO: mantenimiento de la inscripcion al seguro de gastos
      * medicos mayores (data/SGMM.DAT, ver SGMMREC.cpy), en el molde
      * de BENMANTTO: firma de operador contra data/OPERADOR.DAT y
      * bitacora de cada asegurado tocado en data/MANTAUD.LOG (ver
      * MNTAUDRC.cpy) con MAU-MAESTRO 'SGM'. La poliza se llevaba en
      * la hoja de calculo de la aseguradora y el descuento de la
      * prima se tecleaba a mano; nadie cuadraba quien estaba cubierto
      * contra quien se le descontaba.
      * La inscripcion se captura COMPLETA por DATO-ID: fecha
      * efectiva, plan y nivel de cobertura del catalogo
      * data/SGMMPLAN.DAT (ver SGMPLNRC.cpy), fecha de nacimiento del
      * titular y la lista de dependientes (nombre, parentesco 'C'
      * conyuge o 'H' hijo, fecha de nacimiento). El nivel tiene que
      * corresponder a los dependientes capturados ('E' ninguno, 'C'
      * un conyuge, 'H' solo hijos, 'F' conyuge e hijos); si no, la
      * inscripcion vigente no se toca. Un dependiente que ya estaba
      * cubierto y se vuelve a capturar (mismo nombre) conserva su
      * fecha de alta; el que ya no se captura sale con fecha de baja
      * el dia anterior a la fecha efectiva, y el nuevo entra con la
      * fecha efectiva. Un cambio de plan o nivel no cambia las
      * fechas: la prima nueva aplica desde la siguiente nomina.
      * Transacciones: L lista, C captura o cambio de la inscripcion,
      * B baja de la cobertura de toda la familia, T termina (regraba
      * el maestro y sale).
      * uso: jobs/SGMMANTTO.job (interactivo)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGMMANTTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SGMM-FILE ASSIGN TO "data/SGMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMM-STATUS.

           SELECT SGMM-FILE-NEW ASSIGN TO "data/SGMM.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMM-NEW-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL SGMMPLAN-FILE ASSIGN TO "data/SGMMPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMMPLAN-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT OPTIONAL MANTAUD-FILE ASSIGN TO "data/MANTAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SGMM-FILE.
           COPY SGMMREC.

       FD  SGMM-FILE-NEW.
       01  SGMM-NEW-LINEA PIC X(68).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  SGMMPLAN-FILE.
           COPY SGMPLNRC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  MANTAUD-FILE.
           COPY MNTAUDRC.

       WORKING-STORAGE SECTION.
           77 WS-SGMM-STATUS PIC XX VALUE SPACES.
           77 WS-SGMM-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-SGMMPLAN-STATUS PIC XX VALUE SPACES.
           77 WS-OPERADOR-STATUS PIC XX VALUE SPACES.
           77 WS-MANTAUD-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-ASEGURADOS VALUE 'S'.
           77 WS-EMP-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.
           77 WS-PLN-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-PLANES VALUE 'S'.
           77 WS-OPR-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-OPERADORES VALUE 'S'.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * firma del operador (mismo circuito que BNKMANTTO.cbl)
           77 WS-ID-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-PASSWORD-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-OPERADOR-FIRMADO PIC X(8) VALUE SPACES.
           77 WS-NIVEL-FIRMADO PIC 9 VALUE ZERO.
           77 WS-FIRMA-OK PIC X VALUE 'N'.
              88 FIRMA-ACEPTADA VALUE 'S'.
           77 WS-INTENTOS PIC 9 VALUE ZERO.

      * codigo de transaccion: L lista, C captura, B baja, T termina
           77 WS-TRANSACCION PIC X VALUE SPACES.
           77 WS-TERMINAR PIC X VALUE 'N'.
              88 MANTTO-TERMINADO VALUE 'S'.

      * maestro completo de asegurados en memoria, mismo layout que
      * SGMMREC.cpy (se carga y se regraba renglon por renglon)
           77 WS-NUM-ASEG PIC 9(5) VALUE ZERO.
           77 WS-ASEG-POS PIC 9(5) VALUE ZERO.
       01  TABLA-ASEGURADOS.
           05  TA-ENTRY OCCURS 10000 TIMES
                   INDEXED BY TA-IDX.
               10  TA-DATO-ID      PIC 9(5).
               10  TA-SECUENCIA    PIC 99.
               10  TA-PARENTESCO   PIC X.
               10  TA-NOMBRE       PIC X(30).
               10  TA-FECHA-NAC    PIC 9(8).
               10  TA-PLAN         PIC X(4).
               10  TA-NIVEL        PIC X.
               10  TA-ALTA         PIC 9(8).
               10  TA-BAJA         PIC 9(8).
               10  TA-MOTIVO       PIC X.

      * catalogo de planes en memoria (ver SGMPLNRC.cpy)
           77 WS-NUM-PLANES PIC 9(3) VALUE ZERO.
       01  TABLA-PLANES.
           05  PLAN-ENTRY OCCURS 200 TIMES
                   INDEXED BY PLN-IDX.
               10  TP-PLAN         PIC X(4).
               10  TP-NIVEL        PIC X.
               10  TP-EFECTIVA     PIC 9(8).
               10  TP-DESCRIPCION  PIC X(20).

      * dependientes en captura (hasta 9 por inscripcion)
           77 WS-NUM-CAPTURA PIC 9 VALUE ZERO.
           77 WS-CAP-POS PIC 99 VALUE ZERO.
           77 WS-SEC-IDX PIC 99 VALUE ZERO.
       01  TABLA-CAPTURA.
           05  CAP-ENTRY OCCURS 9 TIMES.
               10  CAP-NOMBRE      PIC X(30).
               10  CAP-PARENTESCO  PIC X.
               10  CAP-FECHA-NAC   PIC 9(8).
               10  CAP-USADO       PIC X.
           77 WS-FIN-CAPTURA PIC X VALUE 'N'.
              88 CAPTURA-TERMINADA VALUE 'S'.
           77 WS-NUM-CONYUGES PIC 9 VALUE ZERO.
           77 WS-NUM-HIJOS PIC 9 VALUE ZERO.

      * captura de la transaccion en turno; cada validacion que falla
      * apaga WS-CAPTURA-OK y la inscripcion vigente no se toca
           77 WS-ID-EMPLEADO PIC 9(5) VALUE ZERO.
           77 WS-EMP-NOMBRE PIC X(30) VALUE SPACES.
           77 WS-EMP-STATUS PIC X(3) VALUE SPACES.
           77 WS-EMP-ENCONTRADO PIC X VALUE 'N'.
              88 EMPLEADO-ENCONTRADO VALUE 'S'.
           77 WS-CAPTURA-OK PIC X VALUE 'N'.
              88 CAPTURA-VALIDA VALUE 'S'.
           77 WS-PLAN-CAPTURA PIC X(4) VALUE SPACES.
           77 WS-NIVEL-CAPTURA PIC X VALUE SPACES.
              88 NIVEL-CAPTURA-VALIDO VALUE 'E' 'C' 'H' 'F'.
           77 WS-NOMBRE-CAPTURA PIC X(30) VALUE SPACES.
           77 WS-PARENTESCO-CAPTURA PIC X VALUE SPACES.
              88 PARENTESCO-DEPENDIENTE VALUE 'C' 'H'.
           77 WS-FECHA-EFECTIVA PIC 9(8) VALUE ZERO.
           77 WS-FECHA-FIN-ANTERIOR PIC 9(8) VALUE ZERO.
           77 WS-NAC-TITULAR PIC 9(8) VALUE ZERO.
           77 WS-EDAD PIC 9(3) VALUE ZERO.
           77 WS-TIT-POS PIC 9(5) VALUE ZERO.
           77 WS-MAX-SECUENCIA PIC 99 VALUE ZERO.
           77 WS-NUM-VIGENTES PIC 99 VALUE ZERO.
           77 WS-NUM-TOCADOS PIC 99 VALUE ZERO.

      * fecha tecleada AAAAMMDD (en blanco toma un valor por omision)
       01  WS-FECHA-CAPTURA PIC X(8) VALUE SPACES.
       01  WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA PIC 9(8).
           77 WS-FECHA-OK PIC X VALUE 'N'.
              88 FECHA-VALIDA VALUE 'S'.

      * imagenes antes/despues para la bitacora: secuencia,
      * parentesco, plan, nivel, alta, baja y el principio del nombre
      * caben en los X(40) de MNTAUDRC
       01  WS-IMAGEN-CAMPOS.
           05  WS-IB-SECUENCIA   PIC 99.
           05  WS-IB-PARENTESCO  PIC X.
           05  WS-IB-PLAN        PIC X(4).
           05  WS-IB-NIVEL       PIC X.
           05  WS-IB-ALTA        PIC 9(8).
           05  WS-IB-BAJA        PIC 9(8).
           05  WS-IB-NOMBRE      PIC X(16).
           77 WS-IMAGEN-ANTES PIC X(40) VALUE SPACES.

           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/SGMM.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/SGMM.DAT.NEW".

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM FIRMA-OPERADOR.
           IF NOT FIRMA-ACEPTADA
              DISPLAY "FIRMA RECHAZADA, EL PROGRAMA TERMINA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-CATALOGO-PLANES.
           PERFORM CARGA-TABLA-ASEGURADOS.

           PERFORM UNTIL MANTTO-TERMINADO
              DISPLAY "TRANSACCION (L/C/B/T): " WITH NO ADVANCING
              ACCEPT WS-TRANSACCION
              EVALUATE WS-TRANSACCION
                 WHEN 'L' PERFORM LISTA-INSCRIPCION
                 WHEN 'C' PERFORM CAPTURA-INSCRIPCION
                 WHEN 'B' PERFORM BAJA-INSCRIPCION
                 WHEN 'T' MOVE 'S' TO WS-TERMINAR
                 WHEN OTHER
                    DISPLAY "TRANSACCION INVALIDA: " WS-TRANSACCION
              END-EVALUATE
           END-PERFORM.

           PERFORM REGRABA-MAESTRO.
           DISPLAY "SGMMANTTO: MAESTRO DE ASEGURADOS REGRABADO".
           STOP RUN.

      * firma del operador contra data/OPERADOR.DAT: tres intentos;
      * el id firmado queda para la bitacora (mismo circuito que
      * BNKMANTTO.cbl)
       FIRMA-OPERADOR.
           PERFORM UNTIL FIRMA-ACEPTADA OR WS-INTENTOS > 2
              DISPLAY "OPERADOR: " WITH NO ADVANCING
              ACCEPT WS-ID-CAPTURA
              DISPLAY "PASSWORD: " WITH NO ADVANCING
              ACCEPT WS-PASSWORD-CAPTURA
              PERFORM VERIFICA-OPERADOR
              IF NOT FIRMA-ACEPTADA
                 ADD 1 TO WS-INTENTOS
                 DISPLAY "OPERADOR O PASSWORD INCORRECTOS"
              END-IF
           END-PERFORM.
           IF FIRMA-ACEPTADA
              DISPLAY "FIRMADO: " WS-OPERADOR-FIRMADO
                  " NIVEL: " WS-NIVEL-FIRMADO
           END-IF.

       VERIFICA-OPERADOR.
           MOVE 'N' TO WS-OPR-EOF.
           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-OPERADORES
                 READ OPERADOR-FILE
                    AT END MOVE 'S' TO WS-OPR-EOF
                    NOT AT END
                       IF OPR-ID = WS-ID-CAPTURA
                          AND OPR-PASSWORD = WS-PASSWORD-CAPTURA
                          MOVE 'S' TO WS-FIRMA-OK
                          MOVE OPR-ID TO WS-OPERADOR-FIRMADO
                          MOVE OPR-NIVEL TO WS-NIVEL-FIRMADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADOR-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/OPERADOR.DAT: "
                  WS-OPERADOR-STATUS
           END-IF.

       CARGA-CATALOGO-PLANES.
           OPEN INPUT SGMMPLAN-FILE.
           IF WS-SGMMPLAN-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-PLANES
                 READ SGMMPLAN-FILE
                    AT END MOVE 'S' TO WS-PLN-EOF
                    NOT AT END
                       IF WS-NUM-PLANES = 200
                          DISPLAY "TABLA LLENA: WS-NUM-PLANES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PLANES
                       MOVE SPL-PLAN TO TP-PLAN(WS-NUM-PLANES)
                       MOVE SPL-NIVEL TO TP-NIVEL(WS-NUM-PLANES)
                       MOVE SPL-FECHA-EFECTIVA TO
                           TP-EFECTIVA(WS-NUM-PLANES)
                       MOVE SPL-DESCRIPCION TO
                           TP-DESCRIPCION(WS-NUM-PLANES)
                 END-READ
              END-PERFORM
              CLOSE SGMMPLAN-FILE
           END-IF.
           IF WS-NUM-PLANES = ZERO
              DISPLAY "ADVERTENCIA: SIN CATALOGO data/SGMMPLAN.DAT, "
                  "NO SE PUEDE CAPTURAR NINGUNA INSCRIPCION"
           END-IF.

       CARGA-TABLA-ASEGURADOS.
           OPEN INPUT SGMM-FILE.
           IF WS-SGMM-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-ASEGURADOS
                 READ SGMM-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF WS-NUM-ASEG = 10000
                          DISPLAY "TABLA LLENA: WS-NUM-ASEG"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-ASEG
                       MOVE SGMM-RECORD TO TA-ENTRY(WS-NUM-ASEG)
                 END-READ
              END-PERFORM
              CLOSE SGMM-FILE
           END-IF.

      * la inscripcion de un DATO-ID: asegurados vigentes y los que
      * ya salieron, con sus fechas
       LISTA-INSCRIPCION.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           PERFORM MUESTRA-INSCRIPCION.

       MUESTRA-INSCRIPCION.
           MOVE ZERO TO WS-NUM-VIGENTES.
           MOVE ZERO TO WS-TIT-POS.
           PERFORM VARYING TA-IDX FROM 1 BY 1
                   UNTIL TA-IDX > WS-NUM-ASEG
              IF TA-DATO-ID(TA-IDX) = WS-ID-EMPLEADO
                 IF TA-SECUENCIA(TA-IDX) = ZERO
                    SET WS-TIT-POS TO TA-IDX
                    DISPLAY "PLAN " TA-PLAN(TA-IDX)
                        " NIVEL " TA-NIVEL(TA-IDX)
                 END-IF
                 IF TA-BAJA(TA-IDX) = ZERO
                    ADD 1 TO WS-NUM-VIGENTES
                    DISPLAY TA-SECUENCIA(TA-IDX) " "
                        TA-PARENTESCO(TA-IDX) " " TA-NOMBRE(TA-IDX)
                        " NAC=" TA-FECHA-NAC(TA-IDX)
                        " ALTA=" TA-ALTA(TA-IDX) " VIGENTE"
                 ELSE
                    DISPLAY TA-SECUENCIA(TA-IDX) " "
                        TA-PARENTESCO(TA-IDX) " " TA-NOMBRE(TA-IDX)
                        " NAC=" TA-FECHA-NAC(TA-IDX)
                        " ALTA=" TA-ALTA(TA-IDX)
                        " BAJA=" TA-BAJA(TA-IDX)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-TIT-POS = ZERO
              DISPLAY "SIN INSCRIPCION AL SGMM PARA EL DATO-ID "
                  WS-ID-EMPLEADO
           ELSE
              DISPLAY WS-NUM-VIGENTES " ASEGURADO(S) VIGENTE(S)"
           END-IF.

      * captura de la inscripcion completa: fecha efectiva, plan,
      * nivel, nacimiento del titular y dependientes; se graba solo si
      * todo valida y el nivel corresponde a los dependientes
       CAPTURA-INSCRIPCION.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           MOVE 'S' TO WS-CAPTURA-OK.
           PERFORM BUSCA-EMPLEADO.
           IF NOT EMPLEADO-ENCONTRADO
              DISPLAY "NO EXISTE EMPLEADO CON DATO-ID: "
                  WS-ID-EMPLEADO
              MOVE 'N' TO WS-CAPTURA-OK
           ELSE
              IF WS-EMP-STATUS = 'baj'
                 DISPLAY "EMPLEADO DADO DE BAJA, NO SE INSCRIBE: "
                     WS-ID-EMPLEADO
                 MOVE 'N' TO WS-CAPTURA-OK
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
              DISPLAY "INSCRIPCION ACTUAL:"
              PERFORM MUESTRA-INSCRIPCION
              DISPLAY "FECHA EFECTIVA (AAAAMMDD, EN BLANCO = HOY): "
                  WITH NO ADVANCING
              MOVE SPACES TO WS-FECHA-CAPTURA
              ACCEPT WS-FECHA-CAPTURA
              IF WS-FECHA-CAPTURA = SPACES
                 MOVE WS-FECHA-HOY TO WS-FECHA-CAPTURA-N
              END-IF
              PERFORM VALIDA-FECHA
              IF FECHA-VALIDA
                 MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-EFECTIVA
              ELSE
                 DISPLAY "FECHA EFECTIVA INVALIDA: " WS-FECHA-CAPTURA
                 MOVE 'N' TO WS-CAPTURA-OK
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              DISPLAY "PLAN: " WITH NO ADVANCING
              ACCEPT WS-PLAN-CAPTURA
              DISPLAY "NIVEL (E=EMPLEADO, C=CON CONYUGE, H=CON HIJOS, "
                  "F=FAMILIA): " WITH NO ADVANCING
              ACCEPT WS-NIVEL-CAPTURA
              PERFORM VALIDA-PLAN
           END-IF.

           IF CAPTURA-VALIDA
              PERFORM CAPTURA-NAC-TITULAR
           END-IF.

           IF CAPTURA-VALIDA
              MOVE ZERO TO WS-NUM-CAPTURA
              MOVE 'N' TO WS-FIN-CAPTURA
              IF WS-NIVEL-CAPTURA NOT = 'E'
                 PERFORM CAPTURA-DEPENDIENTE UNTIL CAPTURA-TERMINADA
              END-IF
              PERFORM VALIDA-NIVEL
           END-IF.

           IF CAPTURA-VALIDA
              PERFORM APLICA-INSCRIPCION
              DISPLAY "INSCRIPCION GRABADA: PLAN " WS-PLAN-CAPTURA
                  " NIVEL " WS-NIVEL-CAPTURA ", " WS-NUM-CAPTURA
                  " DEPENDIENTE(S), EFECTIVA " WS-FECHA-EFECTIVA
           ELSE
              DISPLAY "LA INSCRIPCION NO SE GRABA"
           END-IF.

      * el plan y el nivel tienen que existir en el catalogo con una
      * fecha efectiva que ya haya empezado a la fecha efectiva
       VALIDA-PLAN.
           IF NOT NIVEL-CAPTURA-VALIDO
              DISPLAY "NIVEL INVALIDO: " WS-NIVEL-CAPTURA
              MOVE 'N' TO WS-CAPTURA-OK
           ELSE
              PERFORM VARYING PLN-IDX FROM 1 BY 1
                      UNTIL PLN-IDX > WS-NUM-PLANES
                 IF TP-PLAN(PLN-IDX) = WS-PLAN-CAPTURA
                    AND TP-NIVEL(PLN-IDX) = WS-NIVEL-CAPTURA
                    AND TP-EFECTIVA(PLN-IDX) NOT > WS-FECHA-EFECTIVA
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF PLN-IDX > WS-NUM-PLANES
                 DISPLAY "PLAN " WS-PLAN-CAPTURA " NIVEL "
                     WS-NIVEL-CAPTURA " SIN PRIMA VIGENTE AL "
                     WS-FECHA-EFECTIVA " EN data/SGMMPLAN.DAT"
                 MOVE 'N' TO WS-CAPTURA-OK
              ELSE
                 DISPLAY "PLAN: " TP-DESCRIPCION(PLN-IDX)
              END-IF
           END-IF.

      * nacimiento del titular; en blanco conserva el ya capturado
       CAPTURA-NAC-TITULAR.
           DISPLAY "FECHA DE NACIMIENTO DEL TITULAR (AAAAMMDD): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA = SPACES AND WS-TIT-POS > ZERO
              MOVE TA-FECHA-NAC(WS-TIT-POS) TO WS-FECHA-CAPTURA-N
           END-IF.
           PERFORM VALIDA-FECHA.
           IF FECHA-VALIDA
              AND WS-FECHA-CAPTURA-N < WS-FECHA-EFECTIVA
              MOVE WS-FECHA-CAPTURA-N TO WS-NAC-TITULAR
           ELSE
              DISPLAY "FECHA DE NACIMIENTO INVALIDA: "
                  WS-FECHA-CAPTURA
              MOVE 'N' TO WS-CAPTURA-OK
           END-IF.

      * un dependiente: un nombre en blanco termina la captura; un
      * parentesco o una fecha de nacimiento invalidos descartan SOLO
      * a este dependiente (se vuelve a capturar)
       CAPTURA-DEPENDIENTE.
           COMPUTE WS-SEC-IDX = WS-NUM-CAPTURA + 1.
           DISPLAY "DEPENDIENTE " WS-SEC-IDX
               " NOMBRE (EN BLANCO TERMINA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOMBRE-CAPTURA.
           ACCEPT WS-NOMBRE-CAPTURA.
           IF WS-NOMBRE-CAPTURA = SPACES
              MOVE 'S' TO WS-FIN-CAPTURA
           ELSE
              DISPLAY "PARENTESCO (C=CONYUGE, H=HIJO): "
                  WITH NO ADVANCING
              ACCEPT WS-PARENTESCO-CAPTURA
              DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
                  WITH NO ADVANCING
              MOVE SPACES TO WS-FECHA-CAPTURA
              ACCEPT WS-FECHA-CAPTURA
              PERFORM VALIDA-FECHA
              IF NOT PARENTESCO-DEPENDIENTE
                 DISPLAY "PARENTESCO INVALIDO, EL DEPENDIENTE NO SE "
                     "CAPTURA"
              ELSE
                 IF NOT FECHA-VALIDA
                    OR WS-FECHA-CAPTURA-N > WS-FECHA-EFECTIVA
                    DISPLAY "FECHA DE NACIMIENTO INVALIDA, EL "
                        "DEPENDIENTE NO SE CAPTURA"
                 ELSE
                    ADD 1 TO WS-NUM-CAPTURA
                    MOVE WS-NOMBRE-CAPTURA TO
                        CAP-NOMBRE(WS-NUM-CAPTURA)
                    MOVE WS-PARENTESCO-CAPTURA TO
                        CAP-PARENTESCO(WS-NUM-CAPTURA)
                    MOVE WS-FECHA-CAPTURA-N TO
                        CAP-FECHA-NAC(WS-NUM-CAPTURA)
                    MOVE 'N' TO CAP-USADO(WS-NUM-CAPTURA)
      * la edad cumplida sale de restar las fechas AAAAMMDD
                    COMPUTE WS-EDAD =
                        (WS-FECHA-EFECTIVA - WS-FECHA-CAPTURA-N)
                            / 10000
                    IF WS-PARENTESCO-CAPTURA = 'H' AND WS-EDAD > 24
                       DISPLAY "AVISO: HIJO DE " WS-EDAD " ANOS, "
                           "VERIFIQUE QUE LA POLIZA LO CUBRA"
                    END-IF
                    IF WS-NUM-CAPTURA = 9
                       DISPLAY "MAXIMO DE 9 DEPENDIENTES CAPTURADO"
                       MOVE 'S' TO WS-FIN-CAPTURA
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * el nivel de cobertura tiene que corresponder a los
      * dependientes: a lo mas un conyuge; 'E' sin dependientes, 'C'
      * solo el conyuge, 'H' solo hijos, 'F' conyuge e hijos
       VALIDA-NIVEL.
           MOVE ZERO TO WS-NUM-CONYUGES WS-NUM-HIJOS.
           PERFORM VARYING WS-CAP-POS FROM 1 BY 1
                   UNTIL WS-CAP-POS > WS-NUM-CAPTURA
              IF CAP-PARENTESCO(WS-CAP-POS) = 'C'
                 ADD 1 TO WS-NUM-CONYUGES
              ELSE
                 ADD 1 TO WS-NUM-HIJOS
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-CAPTURA-OK.
           EVALUATE WS-NIVEL-CAPTURA
              WHEN 'E'
                 IF WS-NUM-CONYUGES = ZERO AND WS-NUM-HIJOS = ZERO
                    MOVE 'S' TO WS-CAPTURA-OK
                 END-IF
              WHEN 'C'
                 IF WS-NUM-CONYUGES = 1 AND WS-NUM-HIJOS = ZERO
                    MOVE 'S' TO WS-CAPTURA-OK
                 END-IF
              WHEN 'H'
                 IF WS-NUM-CONYUGES = ZERO AND WS-NUM-HIJOS > ZERO
                    MOVE 'S' TO WS-CAPTURA-OK
                 END-IF
              WHEN 'F'
                 IF WS-NUM-CONYUGES = 1 AND WS-NUM-HIJOS > ZERO
                    MOVE 'S' TO WS-CAPTURA-OK
                 END-IF
           END-EVALUATE.
           IF NOT CAPTURA-VALIDA
              DISPLAY "EL NIVEL " WS-NIVEL-CAPTURA " NO CORRESPONDE "
                  "A LOS DEPENDIENTES: " WS-NUM-CONYUGES
                  " CONYUGE(S), " WS-NUM-HIJOS " HIJO(S)"
           END-IF.

      * aplica la inscripcion capturada: el titular se crea o se
      * actualiza (una cobertura terminada se reabre con la fecha
      * efectiva); cada dependiente vigente que se volvio a capturar
      * se conserva, el que no sale el dia anterior a la fecha
      * efectiva, y los capturados nuevos entran con secuencia
      * siguiente. Un renglon de bitacora por asegurado tocado
       APLICA-INSCRIPCION.
           COMPUTE WS-FECHA-FIN-ANTERIOR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-EFECTIVA) - 1).
           IF WS-TIT-POS = ZERO
              PERFORM AGREGA-RENGLON
              MOVE WS-ASEG-POS TO WS-TIT-POS
              MOVE ZERO TO TA-SECUENCIA(WS-TIT-POS)
              MOVE 'T' TO TA-PARENTESCO(WS-TIT-POS)
              MOVE SPACES TO WS-IMAGEN-ANTES
           ELSE
              MOVE WS-TIT-POS TO WS-ASEG-POS
              PERFORM ARMA-IMAGEN
              MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES
              IF TA-BAJA(WS-TIT-POS) NOT = ZERO
                 PERFORM REABRE-COBERTURA
              END-IF
           END-IF.
           MOVE WS-EMP-NOMBRE TO TA-NOMBRE(WS-TIT-POS).
           MOVE WS-NAC-TITULAR TO TA-FECHA-NAC(WS-TIT-POS).
           MOVE WS-PLAN-CAPTURA TO TA-PLAN(WS-TIT-POS).
           MOVE WS-NIVEL-CAPTURA TO TA-NIVEL(WS-TIT-POS).
           MOVE WS-TIT-POS TO WS-ASEG-POS.
           PERFORM ARMA-IMAGEN.
           PERFORM ESCRIBE-BITACORA-MANTTO.

           MOVE ZERO TO WS-MAX-SECUENCIA.
           PERFORM VARYING TA-IDX FROM 1 BY 1
                   UNTIL TA-IDX > WS-NUM-ASEG
              IF TA-DATO-ID(TA-IDX) = WS-ID-EMPLEADO
                 AND TA-SECUENCIA(TA-IDX) > ZERO
                 SET WS-ASEG-POS TO TA-IDX
                 PERFORM APLICA-DEPENDIENTE-EXISTENTE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-CAP-POS FROM 1 BY 1
                   UNTIL WS-CAP-POS > WS-NUM-CAPTURA
              IF CAP-USADO(WS-CAP-POS) = 'N'
                 PERFORM AGREGA-DEPENDIENTE
              END-IF
           END-PERFORM.

      * un dependiente ya registrado: si se volvio a capturar (mismo
      * nombre) se conserva con su parentesco y nacimiento al dia, y
      * si ya habia salido se reabre; si no se capturo y estaba
      * vigente, sale el dia anterior a la fecha efectiva
       APLICA-DEPENDIENTE-EXISTENTE.
           IF TA-SECUENCIA(WS-ASEG-POS) > WS-MAX-SECUENCIA
              MOVE TA-SECUENCIA(WS-ASEG-POS) TO WS-MAX-SECUENCIA
           END-IF.
           PERFORM ARMA-IMAGEN.
           MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES.
           PERFORM VARYING WS-CAP-POS FROM 1 BY 1
                   UNTIL WS-CAP-POS > WS-NUM-CAPTURA
              IF CAP-USADO(WS-CAP-POS) = 'N'
                 AND CAP-NOMBRE(WS-CAP-POS) = TA-NOMBRE(WS-ASEG-POS)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CAP-POS NOT > WS-NUM-CAPTURA
              MOVE 'S' TO CAP-USADO(WS-CAP-POS)
              MOVE CAP-PARENTESCO(WS-CAP-POS) TO
                  TA-PARENTESCO(WS-ASEG-POS)
              MOVE CAP-FECHA-NAC(WS-CAP-POS) TO
                  TA-FECHA-NAC(WS-ASEG-POS)
              IF TA-BAJA(WS-ASEG-POS) NOT = ZERO
                 PERFORM REABRE-COBERTURA
              END-IF
           ELSE
              IF TA-BAJA(WS-ASEG-POS) = ZERO
                 IF WS-FECHA-FIN-ANTERIOR < TA-ALTA(WS-ASEG-POS)
                    MOVE TA-ALTA(WS-ASEG-POS) TO TA-BAJA(WS-ASEG-POS)
                 ELSE
                    MOVE WS-FECHA-FIN-ANTERIOR TO
                        TA-BAJA(WS-ASEG-POS)
                 END-IF
                 MOVE 'M' TO TA-MOTIVO(WS-ASEG-POS)
              END-IF
           END-IF.
           PERFORM ARMA-IMAGEN.
           IF WS-IMAGEN-CAMPOS NOT = WS-IMAGEN-ANTES
              PERFORM ESCRIBE-BITACORA-MANTTO
           END-IF.

       AGREGA-DEPENDIENTE.
           IF WS-MAX-SECUENCIA = 99
              DISPLAY "SIN SECUENCIA LIBRE PARA EL DEPENDIENTE "
                  CAP-NOMBRE(WS-CAP-POS) ", NO SE AGREGA"
           ELSE
              ADD 1 TO WS-MAX-SECUENCIA
              PERFORM AGREGA-RENGLON
              MOVE WS-MAX-SECUENCIA TO TA-SECUENCIA(WS-ASEG-POS)
              MOVE CAP-PARENTESCO(WS-CAP-POS) TO
                  TA-PARENTESCO(WS-ASEG-POS)
              MOVE CAP-NOMBRE(WS-CAP-POS) TO TA-NOMBRE(WS-ASEG-POS)
              MOVE CAP-FECHA-NAC(WS-CAP-POS) TO
                  TA-FECHA-NAC(WS-ASEG-POS)
              MOVE SPACES TO WS-IMAGEN-ANTES
              PERFORM ARMA-IMAGEN
              PERFORM ESCRIBE-BITACORA-MANTTO
           END-IF.

      * renglon nuevo al final de la tabla, vigente desde la fecha
      * efectiva; el que llama pone secuencia, parentesco y nombre
       AGREGA-RENGLON.
           IF WS-NUM-ASEG = 10000
              DISPLAY "TABLA LLENA: WS-NUM-ASEG"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-ASEG.
           MOVE WS-NUM-ASEG TO WS-ASEG-POS.
           MOVE WS-ID-EMPLEADO TO TA-DATO-ID(WS-ASEG-POS).
           MOVE SPACES TO TA-PLAN(WS-ASEG-POS).
           MOVE SPACES TO TA-NIVEL(WS-ASEG-POS).
           MOVE ZERO TO TA-FECHA-NAC(WS-ASEG-POS).
           MOVE WS-FECHA-EFECTIVA TO TA-ALTA(WS-ASEG-POS).
           MOVE ZERO TO TA-BAJA(WS-ASEG-POS).
           MOVE SPACE TO TA-MOTIVO(WS-ASEG-POS).

       REABRE-COBERTURA.
           MOVE WS-FECHA-EFECTIVA TO TA-ALTA(WS-ASEG-POS).
           MOVE ZERO TO TA-BAJA(WS-ASEG-POS).
           MOVE SPACE TO TA-MOTIVO(WS-ASEG-POS).

      * baja de la cobertura de toda la familia con el ultimo dia
      * cubierto; un renglon de bitacora por asegurado que sale
       BAJA-INSCRIPCION.
           DISPLAY "DATO-ID A DAR DE BAJA: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           PERFORM MUESTRA-INSCRIPCION.
           IF WS-NUM-VIGENTES = ZERO
              DISPLAY "SIN COBERTURA VIGENTE PARA EL DATO-ID "
                  WS-ID-EMPLEADO
           ELSE
              DISPLAY "ULTIMO DIA CUBIERTO (AAAAMMDD, EN BLANCO = "
                  "HOY): " WITH NO ADVANCING
              MOVE SPACES TO WS-FECHA-CAPTURA
              ACCEPT WS-FECHA-CAPTURA
              IF WS-FECHA-CAPTURA = SPACES
                 MOVE WS-FECHA-HOY TO WS-FECHA-CAPTURA-N
              END-IF
              PERFORM VALIDA-FECHA
              IF NOT FECHA-VALIDA
                 DISPLAY "FECHA INVALIDA: " WS-FECHA-CAPTURA
                     ", LA COBERTURA NO SE DA DE BAJA"
              ELSE
                 MOVE ZERO TO WS-NUM-TOCADOS
                 PERFORM VARYING TA-IDX FROM 1 BY 1
                         UNTIL TA-IDX > WS-NUM-ASEG
                    IF TA-DATO-ID(TA-IDX) = WS-ID-EMPLEADO
                       AND TA-BAJA(TA-IDX) = ZERO
                       SET WS-ASEG-POS TO TA-IDX
                       PERFORM TERMINA-ASEGURADO
                    END-IF
                 END-PERFORM
                 DISPLAY "COBERTURA DADA DE BAJA: " WS-NUM-TOCADOS
                     " ASEGURADO(S), ULTIMO DIA "
                     WS-FECHA-CAPTURA-N
              END-IF
           END-IF.

       TERMINA-ASEGURADO.
           PERFORM ARMA-IMAGEN.
           MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES.
           IF WS-FECHA-CAPTURA-N < TA-ALTA(WS-ASEG-POS)
              MOVE TA-ALTA(WS-ASEG-POS) TO TA-BAJA(WS-ASEG-POS)
           ELSE
              MOVE WS-FECHA-CAPTURA-N TO TA-BAJA(WS-ASEG-POS)
           END-IF.
           MOVE 'M' TO TA-MOTIVO(WS-ASEG-POS).
           ADD 1 TO WS-NUM-TOCADOS.
           PERFORM ARMA-IMAGEN.
           PERFORM ESCRIBE-BITACORA-MANTTO.

      * el empleado tiene que existir en el maestro; su nombre es el
      * del titular y una baja no se inscribe
       BUSCA-EMPLEADO.
           MOVE 'N' TO WS-EMP-ENCONTRADO.
           MOVE 'N' TO WS-EMP-EOF.
           MOVE SPACES TO WS-EMP-NOMBRE WS-EMP-STATUS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-EMPLEADOS
                 READ EMPLOYEE-FILE
                    AT END MOVE 'S' TO WS-EMP-EOF
                    NOT AT END
                       IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                          AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                          AND DATO-ID = WS-ID-EMPLEADO
                          MOVE 'S' TO WS-EMP-ENCONTRADO
                          MOVE NOMBRE TO WS-EMP-NOMBRE
                          MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
           END-IF.

      * fecha AAAAMMDD tecleada: numerica y de calendario
       VALIDA-FECHA.
           MOVE 'N' TO WS-FECHA-OK.
           IF WS-FECHA-CAPTURA IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N) = ZERO
                 MOVE 'S' TO WS-FECHA-OK
              END-IF
           END-IF.

       ARMA-IMAGEN.
           MOVE TA-SECUENCIA(WS-ASEG-POS) TO WS-IB-SECUENCIA.
           MOVE TA-PARENTESCO(WS-ASEG-POS) TO WS-IB-PARENTESCO.
           MOVE TA-PLAN(WS-ASEG-POS) TO WS-IB-PLAN.
           MOVE TA-NIVEL(WS-ASEG-POS) TO WS-IB-NIVEL.
           MOVE TA-ALTA(WS-ASEG-POS) TO WS-IB-ALTA.
           MOVE TA-BAJA(WS-ASEG-POS) TO WS-IB-BAJA.
           MOVE TA-NOMBRE(WS-ASEG-POS) TO WS-IB-NOMBRE.

      * un renglon de bitacora por asegurado tocado, con las
      * imagenes antes/despues (mismo formato que BNKMANTTO.cbl)
       ESCRIBE-BITACORA-MANTTO.
           OPEN EXTEND MANTAUD-FILE.
           IF WS-MANTAUD-STATUS = "00" OR WS-MANTAUD-STATUS = "05"
              MOVE WS-OPERADOR-FIRMADO TO MAU-OPERADOR
              MOVE SPACES TO MAU-OPERADOR-CAPTURA
              MOVE 'SGM' TO MAU-MAESTRO
              MOVE FUNCTION CURRENT-DATE(1:8) TO MAU-FECHA
              MOVE FUNCTION CURRENT-DATE(9:6) TO MAU-HORA
              MOVE WS-TRANSACCION TO MAU-TRANSACCION
              MOVE WS-ID-EMPLEADO TO MAU-DATO-ID
              MOVE WS-IMAGEN-ANTES TO MAU-ANTES
              MOVE WS-IMAGEN-CAMPOS TO MAU-DESPUES
              WRITE MANTAUD-RECORD
              CLOSE MANTAUD-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/MANTAUD.LOG: "
                  WS-MANTAUD-STATUS
           END-IF.

      * regraba el maestro via .NEW + CBL_RENAME_FILE (mismo patron
      * que BNKMANTTO.cbl); el archivo queda en el orden de la tabla
       REGRABA-MAESTRO.
           OPEN OUTPUT SGMM-FILE-NEW.
           IF WS-SGMM-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/SGMM.DAT.NEW: "
                  WS-SGMM-NEW-STATUS
              DISPLAY "SGMM.DAT NO SE ACTUALIZO"
           ELSE
              PERFORM VARYING TA-IDX FROM 1 BY 1
                      UNTIL TA-IDX > WS-NUM-ASEG
                 MOVE TA-ENTRY(TA-IDX) TO SGMM-NEW-LINEA
                 WRITE SGMM-NEW-LINEA
              END-PERFORM
              CLOSE SGMM-FILE-NEW
              CALL "CBL_RENAME_FILE" USING WS-RUTA-NUEVA WS-RUTA-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/SGMM.DAT, RC="
                     RETURN-CODE
              END-IF
           END-IF.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que BNKMANTTO.cbl)
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
