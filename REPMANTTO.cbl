      * REPMANTTO: mantenimiento de los contratos de servicios
      * especializados REPSE (data/REPSECTO.DAT, ver REPCTORC.cpy) y
      * de la asignacion de trabajadores a esos contratos
      * (data/REPSEASG.DAT, ver REPASGRC.cpy), en el molde de
      * BENMANTTO: firma de operador contra data/OPERADOR.DAT y
      * bitacora de cada transaccion en data/MANTAUD.LOG (ver
      * MNTAUDRC.cpy) con MAU-MAESTRO 'REP'. Hasta ahora quien
      * trabajaba para que cliente vivia en la hoja de calculo del
      * area comercial, y cada cuatrimestre el informe ICSOE/SISUB
      * se armaba a mano contra la nomina.
      * Un contrato es de una compania; un trabajador solo se asigna
      * a contratos de su propia compania, dentro de la vigencia del
      * contrato, y en ninguna fecha sus asignaciones pueden sumar
      * mas de 100% (un trabajador repartido entre dos clientes lleva
      * un renglon por contrato con su porcentaje). Los asimilados a
      * salarios no cotizan al IMSS y no se asignan.
      * Transacciones: L lista los contratos de una compania con sus
      * asignaciones, K alta o cambio de contrato, A asigna un
      * trabajador (la misma llave DATO-ID/contrato/fecha de inicio
      * reemplaza la asignacion), F pone fecha de fin a una
      * asignacion, B baja de una asignacion mal capturada, T
      * termina (regraba los dos maestros y sale).
      * uso: jobs/REPMANTTO.job (interactivo)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMANTTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPCTO-FILE ASSIGN TO "data/REPSECTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPCTO-STATUS.

           SELECT REPCTO-FILE-NEW ASSIGN TO "data/REPSECTO.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPCTO-NEW-STATUS.

           SELECT OPTIONAL REPASG-FILE ASSIGN TO "data/REPSEASG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPASG-STATUS.

           SELECT REPASG-FILE-NEW ASSIGN TO "data/REPSEASG.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPASG-NEW-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT OPTIONAL MANTAUD-FILE ASSIGN TO "data/MANTAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPCTO-FILE.
           COPY REPCTORC.

       FD  REPCTO-FILE-NEW.
           COPY REPCTORC
               REPLACING REPCTO-RECORD BY NEW-REPCTO-RECORD
                         RCT-COMPANIA BY NCT-COMPANIA
                         RCT-CONTRATO BY NCT-CONTRATO
                         RCT-CLIENTE-RFC BY NCT-CLIENTE-RFC
                         RCT-CLIENTE-NOMBRE BY NCT-CLIENTE-NOMBRE
                         RCT-OBJETO BY NCT-OBJETO
                         RCT-REG-PATRONAL BY NCT-REG-PATRONAL
                         RCT-FECHA-INICIO BY NCT-FECHA-INICIO
                         RCT-FECHA-FIN BY NCT-FECHA-FIN.

       FD  REPASG-FILE.
           COPY REPASGRC.

       FD  REPASG-FILE-NEW.
           COPY REPASGRC
               REPLACING REPASG-RECORD BY NEW-REPASG-RECORD
                         RAS-DATO-ID BY NAS-DATO-ID
                         RAS-COMPANIA BY NAS-COMPANIA
                         RAS-CONTRATO BY NAS-CONTRATO
                         RAS-FECHA-INICIO BY NAS-FECHA-INICIO
                         RAS-FECHA-FIN BY NAS-FECHA-FIN
                         RAS-PORCENTAJE BY NAS-PORCENTAJE.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  MANTAUD-FILE.
           COPY MNTAUDRC.

       WORKING-STORAGE SECTION.
           77 WS-REPCTO-STATUS PIC XX VALUE SPACES.
           77 WS-REPCTO-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-REPASG-STATUS PIC XX VALUE SPACES.
           77 WS-REPASG-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-OPERADOR-STATUS PIC XX VALUE SPACES.
           77 WS-MANTAUD-STATUS PIC XX VALUE SPACES.
           77 WS-EMP-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.
           77 WS-OPR-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-OPERADORES VALUE 'S'.

      * firma del operador (mismo circuito que BNKMANTTO.cbl)
           77 WS-ID-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-PASSWORD-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-OPERADOR-FIRMADO PIC X(8) VALUE SPACES.
           77 WS-NIVEL-FIRMADO PIC 9 VALUE ZERO.
           77 WS-FIRMA-OK PIC X VALUE 'N'.
              88 FIRMA-ACEPTADA VALUE 'S'.
           77 WS-INTENTOS PIC 9 VALUE ZERO.

      * codigo de transaccion: L lista, K contrato, A asigna, F fin
      * de asignacion, B baja de asignacion, T termina
           77 WS-TRANSACCION PIC X VALUE SPACES.
           77 WS-TERMINAR PIC X VALUE 'N'.
              88 MANTTO-TERMINADO VALUE 'S'.

      * los dos maestros completos en memoria, mismo patron que
      * TABLA-BENEFICIARIOS en BENMANTTO.cbl
           77 WS-NUM-CONTRATOS PIC 9(4) VALUE ZERO.
       01  TABLA-CONTRATOS.
           05  TC-ENTRY OCCURS 500 TIMES
                   INDEXED BY TC-IDX.
               10  TC-COMPANIA       PIC XX.
               10  TC-CONTRATO       PIC X(10).
               10  TC-CLIENTE-RFC    PIC X(13).
               10  TC-CLIENTE-NOMBRE PIC X(30).
               10  TC-OBJETO         PIC X(30).
               10  TC-REG-PATRONAL   PIC X(11).
               10  TC-FECHA-INICIO   PIC 9(8).
               10  TC-FECHA-FIN      PIC 9(8).

           77 WS-NUM-ASIGNACIONES PIC 9(4) VALUE ZERO.
           77 WS-DESTINO PIC 9(4) VALUE ZERO.
       01  TABLA-ASIGNACIONES.
           05  TA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TA-IDX TA-IDX2.
               10  TA-DATO-ID        PIC 9(5).
               10  TA-COMPANIA       PIC XX.
               10  TA-CONTRATO       PIC X(10).
               10  TA-FECHA-INICIO   PIC 9(8).
               10  TA-FECHA-FIN      PIC 9(8).
               10  TA-PORCENTAJE     PIC 9(3)V99.

      * captura de la transaccion en turno
           77 WS-COMPANIA-CAPTURA PIC XX VALUE SPACES.
           77 WS-CONTRATO-CAPTURA PIC X(10) VALUE SPACES.
           77 WS-CLIENTE-RFC-CAPTURA PIC X(13) VALUE SPACES.
           77 WS-CLIENTE-NOMBRE-CAPTURA PIC X(30) VALUE SPACES.
           77 WS-OBJETO-CAPTURA PIC X(30) VALUE SPACES.
           77 WS-REG-PATRONAL-CAPTURA PIC X(11) VALUE SPACES.
           77 WS-INICIO-CAPTURA PIC 9(8) VALUE ZERO.
           77 WS-FIN-CAPTURA PIC 9(8) VALUE ZERO.
           77 WS-PORCENTAJE-CAPTURA PIC 9(3)V99 VALUE ZERO.
           77 WS-ID-EMPLEADO PIC 9(5) VALUE ZERO.
           77 WS-EMP-NOMBRE PIC X(30) VALUE SPACES.
           77 WS-EMP-COMPANIA PIC XX VALUE SPACES.
           77 WS-EMP-ASIMILADO PIC X VALUE 'N'.
              88 EMPLEADO-ASIMILADO VALUE 'S'.
           77 WS-EMP-ENCONTRADO PIC X VALUE 'N'.
              88 EMPLEADO-ENCONTRADO VALUE 'S'.
           77 WS-CAPTURA-VALIDA PIC X VALUE 'N'.
              88 CAPTURA-ES-VALIDA VALUE 'S'.
           77 WS-CONTRATO-POS PIC 9(4) VALUE ZERO.
           77 WS-ASIGNACION-POS PIC 9(4) VALUE ZERO.
           77 WS-NUM-LISTADAS PIC 9(4) VALUE ZERO.
           77 WS-PORCENTAJE-EDIT PIC ZZZ9.99.

      * prueba de traslape: el maximo de porcentaje simultaneo en el
      * rango capturado se da en su fecha de inicio o en la de
      * inicio de alguna otra asignacion que caiga dentro del rango
           77 WS-FECHA-PRUEBA PIC 9(8) VALUE ZERO.
           77 WS-FIN-EFECTIVO PIC 9(8) VALUE ZERO.
           77 WS-SUMA-PORCENTAJE PIC 9(4)V99 VALUE ZERO.
           77 WS-MAX-PORCENTAJE PIC 9(4)V99 VALUE ZERO.
           77 WS-FECHA-MAXIMO PIC 9(8) VALUE ZERO.
           77 WS-FECHA-ABIERTA PIC 9(8) VALUE 99999999.

      * imagenes antes/despues para la bitacora: la del contrato con
      * cliente y vigencia, la de la asignacion con contrato, fechas
      * y porcentaje; ambas caben en los X(40) de MNTAUDRC
       01  WS-IMAGEN-CONTRATO.
           05  WS-IC-CONTRATO    PIC X(10).
           05  WS-IC-CLIENTE-RFC PIC X(13).
           05  WS-IC-INICIO      PIC 9(8).
           05  WS-IC-FIN         PIC 9(8).
       01  WS-IMAGEN-ASIGNACION.
           05  WS-IA-CONTRATO    PIC X(10).
           05  WS-IA-INICIO      PIC 9(8).
           05  WS-IA-FIN         PIC 9(8).
           05  WS-IA-PORCENTAJE  PIC 9(3)V99.
           77 WS-IMAGEN-ANTES PIC X(40) VALUE SPACES.
           77 WS-IMAGEN-DESPUES PIC X(40) VALUE SPACES.

           77 WS-RUTA-VIEJA PIC X(30) VALUE SPACES.
           77 WS-RUTA-NUEVA PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           PERFORM FIRMA-OPERADOR.
           IF NOT FIRMA-ACEPTADA
              DISPLAY "FIRMA RECHAZADA, EL PROGRAMA TERMINA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-TABLA-CONTRATOS.
           PERFORM CARGA-TABLA-ASIGNACIONES.

           PERFORM UNTIL MANTTO-TERMINADO
              DISPLAY "TRANSACCION (L/K/A/F/B/T): " WITH NO ADVANCING
              ACCEPT WS-TRANSACCION
              EVALUATE WS-TRANSACCION
                 WHEN 'L' PERFORM LISTA-CONTRATOS
                 WHEN 'K' PERFORM CAPTURA-CONTRATO
                 WHEN 'A' PERFORM CAPTURA-ASIGNACION
                 WHEN 'F' PERFORM FIN-ASIGNACION
                 WHEN 'B' PERFORM BAJA-ASIGNACION
                 WHEN 'T' MOVE 'S' TO WS-TERMINAR
                 WHEN OTHER
                    DISPLAY "TRANSACCION INVALIDA: " WS-TRANSACCION
              END-EVALUATE
           END-PERFORM.

           PERFORM REGRABA-CONTRATOS.
           PERFORM REGRABA-ASIGNACIONES.
           DISPLAY "REPMANTTO: CONTRATOS Y ASIGNACIONES REPSE "
               "REGRABADOS".
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

       CARGA-TABLA-CONTRATOS.
           OPEN INPUT REPCTO-FILE.
           IF WS-REPCTO-STATUS = "00"
              PERFORM UNTIL WS-REPCTO-STATUS NOT = "00"
                 READ REPCTO-FILE
                    AT END MOVE "10" TO WS-REPCTO-STATUS
                    NOT AT END
                       IF WS-NUM-CONTRATOS = 500
                          DISPLAY "TABLA LLENA: WS-NUM-CONTRATOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-CONTRATOS
                       MOVE REPCTO-RECORD TO
                           TC-ENTRY(WS-NUM-CONTRATOS)
                 END-READ
              END-PERFORM
              CLOSE REPCTO-FILE
           END-IF.

       CARGA-TABLA-ASIGNACIONES.
           OPEN INPUT REPASG-FILE.
           IF WS-REPASG-STATUS = "00"
              PERFORM UNTIL WS-REPASG-STATUS NOT = "00"
                 READ REPASG-FILE
                    AT END MOVE "10" TO WS-REPASG-STATUS
                    NOT AT END
                       IF WS-NUM-ASIGNACIONES = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-ASIGNACIONES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-ASIGNACIONES
                       MOVE REPASG-RECORD TO
                           TA-ENTRY(WS-NUM-ASIGNACIONES)
                 END-READ
              END-PERFORM
              CLOSE REPASG-FILE
           END-IF.

      * los contratos de una compania, cada uno con los trabajadores
      * asignados (fecha de fin 0 = abierta)
       LISTA-CONTRATOS.
           DISPLAY "COMPANIA: " WITH NO ADVANCING.
           ACCEPT WS-COMPANIA-CAPTURA.
           MOVE ZERO TO WS-NUM-LISTADAS.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-NUM-CONTRATOS
              IF TC-COMPANIA(TC-IDX) = WS-COMPANIA-CAPTURA
                 ADD 1 TO WS-NUM-LISTADAS
                 DISPLAY TC-CONTRATO(TC-IDX) " CLIENTE "
                     TC-CLIENTE-RFC(TC-IDX) " "
                     TC-CLIENTE-NOMBRE(TC-IDX)
                 DISPLAY "  " TC-OBJETO(TC-IDX) " REG.PAT "
                     TC-REG-PATRONAL(TC-IDX) " VIGENCIA "
                     TC-FECHA-INICIO(TC-IDX) "-" TC-FECHA-FIN(TC-IDX)
                 PERFORM VARYING TA-IDX FROM 1 BY 1
                         UNTIL TA-IDX > WS-NUM-ASIGNACIONES
                    IF TA-COMPANIA(TA-IDX) = WS-COMPANIA-CAPTURA
                       AND TA-CONTRATO(TA-IDX) = TC-CONTRATO(TC-IDX)
                       MOVE TA-PORCENTAJE(TA-IDX) TO
                           WS-PORCENTAJE-EDIT
                       DISPLAY "    DATO-ID " TA-DATO-ID(TA-IDX) " "
                           TA-FECHA-INICIO(TA-IDX) "-"
                           TA-FECHA-FIN(TA-IDX) " "
                           WS-PORCENTAJE-EDIT "%"
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF WS-NUM-LISTADAS = ZERO
              DISPLAY "SIN CONTRATOS REPSE PARA LA COMPANIA "
                  WS-COMPANIA-CAPTURA
           END-IF.

      * alta o cambio de contrato: la llave es compania + contrato;
      * si ya existe se muestra y la captura lo reemplaza completo
       CAPTURA-CONTRATO.
           DISPLAY "COMPANIA: " WITH NO ADVANCING.
           ACCEPT WS-COMPANIA-CAPTURA.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT WS-CONTRATO-CAPTURA.
           PERFORM BUSCA-CONTRATO.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           IF WS-CONTRATO-POS NOT = ZERO
              DISPLAY "CONTRATO VIGENTE: "
                  TC-CLIENTE-RFC(WS-CONTRATO-POS) " "
                  TC-CLIENTE-NOMBRE(WS-CONTRATO-POS) " "
                  TC-FECHA-INICIO(WS-CONTRATO-POS) "-"
                  TC-FECHA-FIN(WS-CONTRATO-POS)
              MOVE TC-CONTRATO(WS-CONTRATO-POS) TO WS-IC-CONTRATO
              MOVE TC-CLIENTE-RFC(WS-CONTRATO-POS) TO
                  WS-IC-CLIENTE-RFC
              MOVE TC-FECHA-INICIO(WS-CONTRATO-POS) TO WS-IC-INICIO
              MOVE TC-FECHA-FIN(WS-CONTRATO-POS) TO WS-IC-FIN
              MOVE WS-IMAGEN-CONTRATO TO WS-IMAGEN-ANTES
           END-IF.
           DISPLAY "RFC DEL CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CLIENTE-RFC-CAPTURA.
           DISPLAY "NOMBRE DEL CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CLIENTE-NOMBRE-CAPTURA.
           DISPLAY "OBJETO DEL CONTRATO: " WITH NO ADVANCING.
           ACCEPT WS-OBJETO-CAPTURA.
           DISPLAY "REGISTRO PATRONAL: " WITH NO ADVANCING.
           ACCEPT WS-REG-PATRONAL-CAPTURA.
           DISPLAY "FECHA DE INICIO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-INICIO-CAPTURA.
           DISPLAY "FECHA DE FIN (AAAAMMDD, 0 = SIN FIN): "
               WITH NO ADVANCING.
           ACCEPT WS-FIN-CAPTURA.
           MOVE 'N' TO WS-CAPTURA-VALIDA.
           EVALUATE TRUE
              WHEN WS-COMPANIA-CAPTURA = SPACES
                   OR WS-CONTRATO-CAPTURA = SPACES
                 DISPLAY "COMPANIA Y CONTRATO SON OBLIGATORIOS"
              WHEN WS-CLIENTE-RFC-CAPTURA = SPACES
                 DISPLAY "SIN RFC DEL CLIENTE"
              WHEN WS-REG-PATRONAL-CAPTURA = SPACES
                 DISPLAY "SIN REGISTRO PATRONAL"
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-INICIO-CAPTURA)
                   NOT = ZERO
                 DISPLAY "FECHA DE INICIO INVALIDA: "
                     WS-INICIO-CAPTURA
              WHEN WS-FIN-CAPTURA NOT = ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-FIN-CAPTURA)
                       NOT = ZERO
                 DISPLAY "FECHA DE FIN INVALIDA: " WS-FIN-CAPTURA
              WHEN WS-FIN-CAPTURA NOT = ZERO
                   AND WS-FIN-CAPTURA < WS-INICIO-CAPTURA
                 DISPLAY "LA FECHA DE FIN ES ANTERIOR AL INICIO"
              WHEN OTHER
                 MOVE 'S' TO WS-CAPTURA-VALIDA
           END-EVALUATE.
           IF NOT CAPTURA-ES-VALIDA
              DISPLAY "CONTRATO RECHAZADO, NO SE GRABA"
           ELSE
              IF WS-CONTRATO-POS = ZERO
                 IF WS-NUM-CONTRATOS = 500
                    DISPLAY "TABLA LLENA: WS-NUM-CONTRATOS"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-CONTRATOS
                 MOVE WS-NUM-CONTRATOS TO WS-CONTRATO-POS
              END-IF
              MOVE WS-COMPANIA-CAPTURA TO TC-COMPANIA(WS-CONTRATO-POS)
              MOVE WS-CONTRATO-CAPTURA TO TC-CONTRATO(WS-CONTRATO-POS)
              MOVE WS-CLIENTE-RFC-CAPTURA TO
                  TC-CLIENTE-RFC(WS-CONTRATO-POS)
              MOVE WS-CLIENTE-NOMBRE-CAPTURA TO
                  TC-CLIENTE-NOMBRE(WS-CONTRATO-POS)
              MOVE WS-OBJETO-CAPTURA TO TC-OBJETO(WS-CONTRATO-POS)
              MOVE WS-REG-PATRONAL-CAPTURA TO
                  TC-REG-PATRONAL(WS-CONTRATO-POS)
              MOVE WS-INICIO-CAPTURA TO
                  TC-FECHA-INICIO(WS-CONTRATO-POS)
              MOVE WS-FIN-CAPTURA TO TC-FECHA-FIN(WS-CONTRATO-POS)
              MOVE WS-CONTRATO-CAPTURA TO WS-IC-CONTRATO
              MOVE WS-CLIENTE-RFC-CAPTURA TO WS-IC-CLIENTE-RFC
              MOVE WS-INICIO-CAPTURA TO WS-IC-INICIO
              MOVE WS-FIN-CAPTURA TO WS-IC-FIN
              MOVE WS-IMAGEN-CONTRATO TO WS-IMAGEN-DESPUES
              MOVE ZERO TO WS-ID-EMPLEADO
              PERFORM ESCRIBE-BITACORA-MANTTO
              DISPLAY "CONTRATO GRABADO: " WS-COMPANIA-CAPTURA " "
                  WS-CONTRATO-CAPTURA
           END-IF.

      * asignacion de un trabajador a un contrato de su compania por
      * un rango de fechas y un porcentaje de su salario
       CAPTURA-ASIGNACION.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           PERFORM BUSCA-EMPLEADO.
           IF NOT EMPLEADO-ENCONTRADO
              DISPLAY "NO EXISTE EMPLEADO CON DATO-ID: "
                  WS-ID-EMPLEADO
           ELSE
              DISPLAY "EMPLEADO: " WS-EMP-NOMBRE " COMPANIA "
                  WS-EMP-COMPANIA
              MOVE WS-EMP-COMPANIA TO WS-COMPANIA-CAPTURA
              DISPLAY "CONTRATO: " WITH NO ADVANCING
              ACCEPT WS-CONTRATO-CAPTURA
              DISPLAY "FECHA DE INICIO (AAAAMMDD): " WITH NO ADVANCING
              ACCEPT WS-INICIO-CAPTURA
              DISPLAY "FECHA DE FIN (AAAAMMDD, 0 = ABIERTA): "
                  WITH NO ADVANCING
              ACCEPT WS-FIN-CAPTURA
              DISPLAY "PORCENTAJE DEL SALARIO: " WITH NO ADVANCING
              ACCEPT WS-PORCENTAJE-CAPTURA
              PERFORM BUSCA-CONTRATO
              PERFORM BUSCA-ASIGNACION
              PERFORM VALIDA-ASIGNACION
              IF NOT CAPTURA-ES-VALIDA
                 DISPLAY "ASIGNACION RECHAZADA, NO SE GRABA"
              ELSE
                 PERFORM APLICA-ASIGNACION
              END-IF
           END-IF.

      * la asignacion se rechaza por: asimilado, contrato que no es
      * de la compania del trabajador, fechas no validas o fuera de
      * la vigencia del contrato, porcentaje en cero o mayor a 100, o
      * un traslape que en alguna fecha pase de 100%
       VALIDA-ASIGNACION.
           MOVE 'N' TO WS-CAPTURA-VALIDA.
           EVALUATE TRUE
              WHEN EMPLEADO-ASIMILADO
                 DISPLAY "ASIMILADO A SALARIOS: NO COTIZA AL IMSS NI "
                     "SE ASIGNA A CONTRATOS REPSE"
              WHEN WS-CONTRATO-POS = ZERO
                 DISPLAY "NO EXISTE EL CONTRATO " WS-CONTRATO-CAPTURA
                     " EN LA COMPANIA " WS-COMPANIA-CAPTURA
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-INICIO-CAPTURA)
                   NOT = ZERO
                 DISPLAY "FECHA DE INICIO INVALIDA: "
                     WS-INICIO-CAPTURA
              WHEN WS-FIN-CAPTURA NOT = ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-FIN-CAPTURA)
                       NOT = ZERO
                 DISPLAY "FECHA DE FIN INVALIDA: " WS-FIN-CAPTURA
              WHEN WS-FIN-CAPTURA NOT = ZERO
                   AND WS-FIN-CAPTURA < WS-INICIO-CAPTURA
                 DISPLAY "LA FECHA DE FIN ES ANTERIOR AL INICIO"
              WHEN WS-INICIO-CAPTURA <
                   TC-FECHA-INICIO(WS-CONTRATO-POS)
                 DISPLAY "EL CONTRATO INICIA EL "
                     TC-FECHA-INICIO(WS-CONTRATO-POS)
              WHEN TC-FECHA-FIN(WS-CONTRATO-POS) NOT = ZERO
                   AND (WS-FIN-CAPTURA = ZERO
                        OR WS-FIN-CAPTURA >
                           TC-FECHA-FIN(WS-CONTRATO-POS))
                 DISPLAY "EL CONTRATO TERMINA EL "
                     TC-FECHA-FIN(WS-CONTRATO-POS)
                     ", LA ASIGNACION DEBE TERMINAR ANTES"
              WHEN WS-PORCENTAJE-CAPTURA = ZERO
                   OR WS-PORCENTAJE-CAPTURA > 100
                 DISPLAY "PORCENTAJE INVALIDO, DEBE SER DE 0.01 A 100"
              WHEN OTHER
                 PERFORM PRUEBA-TRASLAPE
                 IF WS-MAX-PORCENTAJE > 100
                    MOVE WS-MAX-PORCENTAJE TO WS-PORCENTAJE-EDIT
                    DISPLAY "EL " WS-FECHA-MAXIMO " LAS ASIGNACIONES "
                        "SUMARIAN " WS-PORCENTAJE-EDIT "%"
                 ELSE
                    MOVE 'S' TO WS-CAPTURA-VALIDA
                 END-IF
           END-EVALUATE.

      * porcentaje simultaneo maximo del trabajador dentro del rango
      * capturado, sin contar la asignacion que se esta reemplazando
       PRUEBA-TRASLAPE.
           MOVE ZERO TO WS-MAX-PORCENTAJE.
           MOVE WS-FIN-CAPTURA TO WS-FIN-EFECTIVO.
           IF WS-FIN-EFECTIVO = ZERO
              MOVE WS-FECHA-ABIERTA TO WS-FIN-EFECTIVO
           END-IF.
           MOVE WS-INICIO-CAPTURA TO WS-FECHA-PRUEBA.
           PERFORM SUMA-EN-FECHA.
           PERFORM VARYING TA-IDX2 FROM 1 BY 1
                   UNTIL TA-IDX2 > WS-NUM-ASIGNACIONES
              IF TA-DATO-ID(TA-IDX2) = WS-ID-EMPLEADO
                 AND TA-FECHA-INICIO(TA-IDX2) > WS-INICIO-CAPTURA
                 AND TA-FECHA-INICIO(TA-IDX2) NOT > WS-FIN-EFECTIVO
                 MOVE TA-FECHA-INICIO(TA-IDX2) TO WS-FECHA-PRUEBA
                 PERFORM SUMA-EN-FECHA
              END-IF
           END-PERFORM.

       SUMA-EN-FECHA.
           MOVE WS-PORCENTAJE-CAPTURA TO WS-SUMA-PORCENTAJE.
           PERFORM VARYING TA-IDX FROM 1 BY 1
                   UNTIL TA-IDX > WS-NUM-ASIGNACIONES
              IF TA-DATO-ID(TA-IDX) = WS-ID-EMPLEADO
                 AND TA-IDX NOT = WS-ASIGNACION-POS
                 AND TA-FECHA-INICIO(TA-IDX) NOT > WS-FECHA-PRUEBA
                 AND (TA-FECHA-FIN(TA-IDX) = ZERO
                      OR TA-FECHA-FIN(TA-IDX) NOT < WS-FECHA-PRUEBA)
                 ADD TA-PORCENTAJE(TA-IDX) TO WS-SUMA-PORCENTAJE
              END-IF
           END-PERFORM.
           IF WS-SUMA-PORCENTAJE > WS-MAX-PORCENTAJE
              MOVE WS-SUMA-PORCENTAJE TO WS-MAX-PORCENTAJE
              MOVE WS-FECHA-PRUEBA TO WS-FECHA-MAXIMO
           END-IF.

       APLICA-ASIGNACION.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           IF WS-ASIGNACION-POS = ZERO
              IF WS-NUM-ASIGNACIONES = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-ASIGNACIONES"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-ASIGNACIONES
              MOVE WS-NUM-ASIGNACIONES TO WS-ASIGNACION-POS
           ELSE
              PERFORM ARMA-IMAGEN-ASIGNACION
              MOVE WS-IMAGEN-ASIGNACION TO WS-IMAGEN-ANTES
           END-IF.
           MOVE WS-ID-EMPLEADO TO TA-DATO-ID(WS-ASIGNACION-POS).
           MOVE WS-COMPANIA-CAPTURA TO TA-COMPANIA(WS-ASIGNACION-POS).
           MOVE WS-CONTRATO-CAPTURA TO TA-CONTRATO(WS-ASIGNACION-POS).
           MOVE WS-INICIO-CAPTURA TO
               TA-FECHA-INICIO(WS-ASIGNACION-POS).
           MOVE WS-FIN-CAPTURA TO TA-FECHA-FIN(WS-ASIGNACION-POS).
           MOVE WS-PORCENTAJE-CAPTURA TO
               TA-PORCENTAJE(WS-ASIGNACION-POS).
           PERFORM ARMA-IMAGEN-ASIGNACION.
           MOVE WS-IMAGEN-ASIGNACION TO WS-IMAGEN-DESPUES.
           PERFORM ESCRIBE-BITACORA-MANTTO.
           DISPLAY "ASIGNACION GRABADA: DATO-ID " WS-ID-EMPLEADO
               " CONTRATO " WS-CONTRATO-CAPTURA.

      * fecha de fin de una asignacion (el trabajador deja al
      * cliente); la llave es DATO-ID + contrato + fecha de inicio.
      * La fecha nueva pasa por las mismas validaciones que el alta:
      * alargar una asignacion puede salirse del contrato o traslapar
       FIN-ASIGNACION.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT WS-CONTRATO-CAPTURA.
           DISPLAY "FECHA DE INICIO DE LA ASIGNACION: "
               WITH NO ADVANCING.
           ACCEPT WS-INICIO-CAPTURA.
           PERFORM BUSCA-ASIGNACION.
           IF WS-ASIGNACION-POS = ZERO
              DISPLAY "NO EXISTE LA ASIGNACION"
           ELSE
              DISPLAY "FECHA DE FIN (AAAAMMDD): " WITH NO ADVANCING
              ACCEPT WS-FIN-CAPTURA
              MOVE TA-COMPANIA(WS-ASIGNACION-POS) TO
                  WS-COMPANIA-CAPTURA
              MOVE TA-PORCENTAJE(WS-ASIGNACION-POS) TO
                  WS-PORCENTAJE-CAPTURA
              MOVE 'N' TO WS-EMP-ASIMILADO
              PERFORM BUSCA-CONTRATO
              PERFORM VALIDA-ASIGNACION
              IF WS-FIN-CAPTURA = ZERO OR NOT CAPTURA-ES-VALIDA
                 DISPLAY "FECHA DE FIN RECHAZADA: " WS-FIN-CAPTURA
              ELSE
                 PERFORM ARMA-IMAGEN-ASIGNACION
                 MOVE WS-IMAGEN-ASIGNACION TO WS-IMAGEN-ANTES
                 MOVE WS-FIN-CAPTURA TO
                     TA-FECHA-FIN(WS-ASIGNACION-POS)
                 PERFORM ARMA-IMAGEN-ASIGNACION
                 MOVE WS-IMAGEN-ASIGNACION TO WS-IMAGEN-DESPUES
                 PERFORM ESCRIBE-BITACORA-MANTTO
                 DISPLAY "ASIGNACION TERMINADA EL " WS-FIN-CAPTURA
              END-IF
           END-IF.

      * baja de una asignacion capturada por error: se quita de la
      * tabla (una asignacion que si ocurrio se termina con F)
       BAJA-ASIGNACION.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT WS-CONTRATO-CAPTURA.
           DISPLAY "FECHA DE INICIO DE LA ASIGNACION: "
               WITH NO ADVANCING.
           ACCEPT WS-INICIO-CAPTURA.
           PERFORM BUSCA-ASIGNACION.
           IF WS-ASIGNACION-POS = ZERO
              DISPLAY "NO EXISTE LA ASIGNACION"
           ELSE
              PERFORM ARMA-IMAGEN-ASIGNACION
              MOVE WS-IMAGEN-ASIGNACION TO WS-IMAGEN-ANTES
              MOVE SPACES TO WS-IMAGEN-DESPUES
              PERFORM ESCRIBE-BITACORA-MANTTO
              MOVE ZERO TO WS-DESTINO
              PERFORM VARYING TA-IDX FROM 1 BY 1
                      UNTIL TA-IDX > WS-NUM-ASIGNACIONES
                 IF TA-IDX NOT = WS-ASIGNACION-POS
                    ADD 1 TO WS-DESTINO
                    IF WS-DESTINO NOT = TA-IDX
                       MOVE TA-ENTRY(TA-IDX) TO TA-ENTRY(WS-DESTINO)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-DESTINO TO WS-NUM-ASIGNACIONES
              DISPLAY "ASIGNACION DADA DE BAJA"
           END-IF.

       BUSCA-CONTRATO.
           MOVE ZERO TO WS-CONTRATO-POS.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-NUM-CONTRATOS
              IF TC-COMPANIA(TC-IDX) = WS-COMPANIA-CAPTURA
                 AND TC-CONTRATO(TC-IDX) = WS-CONTRATO-CAPTURA
                 SET WS-CONTRATO-POS TO TC-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       BUSCA-ASIGNACION.
           MOVE ZERO TO WS-ASIGNACION-POS.
           PERFORM VARYING TA-IDX FROM 1 BY 1
                   UNTIL TA-IDX > WS-NUM-ASIGNACIONES
              IF TA-DATO-ID(TA-IDX) = WS-ID-EMPLEADO
                 AND TA-CONTRATO(TA-IDX) = WS-CONTRATO-CAPTURA
                 AND TA-FECHA-INICIO(TA-IDX) = WS-INICIO-CAPTURA
                 SET WS-ASIGNACION-POS TO TA-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       ARMA-IMAGEN-ASIGNACION.
           MOVE TA-CONTRATO(WS-ASIGNACION-POS) TO WS-IA-CONTRATO.
           MOVE TA-FECHA-INICIO(WS-ASIGNACION-POS) TO WS-IA-INICIO.
           MOVE TA-FECHA-FIN(WS-ASIGNACION-POS) TO WS-IA-FIN.
           MOVE TA-PORCENTAJE(WS-ASIGNACION-POS) TO WS-IA-PORCENTAJE.

      * el trabajador tiene que existir en el maestro; su compania y
      * su regimen deciden a que contratos se puede asignar
       BUSCA-EMPLEADO.
           MOVE 'N' TO WS-EMP-ENCONTRADO.
           MOVE 'N' TO WS-EMP-ASIMILADO.
           MOVE 'N' TO WS-EMP-EOF.
           MOVE SPACES TO WS-EMP-NOMBRE WS-EMP-COMPANIA.
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
                          MOVE COMPANIA TO WS-EMP-COMPANIA
                          IF REGIMEN-ASIMILADO
                             MOVE 'S' TO WS-EMP-ASIMILADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
           END-IF.

      * un renglon de bitacora por contrato o asignacion tocada, con
      * las imagenes antes/despues (mismo formato que BENMANTTO.cbl)
       ESCRIBE-BITACORA-MANTTO.
           OPEN EXTEND MANTAUD-FILE.
           IF WS-MANTAUD-STATUS = "00" OR WS-MANTAUD-STATUS = "05"
              MOVE WS-OPERADOR-FIRMADO TO MAU-OPERADOR
              MOVE SPACES TO MAU-OPERADOR-CAPTURA
              MOVE 'REP' TO MAU-MAESTRO
              MOVE FUNCTION CURRENT-DATE(1:8) TO MAU-FECHA
              MOVE FUNCTION CURRENT-DATE(9:6) TO MAU-HORA
              MOVE WS-TRANSACCION TO MAU-TRANSACCION
              MOVE WS-ID-EMPLEADO TO MAU-DATO-ID
              MOVE WS-IMAGEN-ANTES TO MAU-ANTES
              MOVE WS-IMAGEN-DESPUES TO MAU-DESPUES
              WRITE MANTAUD-RECORD
              CLOSE MANTAUD-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/MANTAUD.LOG: "
                  WS-MANTAUD-STATUS
           END-IF.

      * regraba los maestros via .NEW + CBL_RENAME_FILE (mismo patron
      * que BENMANTTO.cbl); cada archivo queda en el orden de su tabla
       REGRABA-CONTRATOS.
           OPEN OUTPUT REPCTO-FILE-NEW.
           IF WS-REPCTO-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/REPSECTO.DAT.NEW: "
                  WS-REPCTO-NEW-STATUS
              DISPLAY "REPSECTO.DAT NO SE ACTUALIZO"
           ELSE
              PERFORM VARYING TC-IDX FROM 1 BY 1
                      UNTIL TC-IDX > WS-NUM-CONTRATOS
                 MOVE TC-ENTRY(TC-IDX) TO NEW-REPCTO-RECORD
                 WRITE NEW-REPCTO-RECORD
              END-PERFORM
              CLOSE REPCTO-FILE-NEW
              MOVE "data/REPSECTO.DAT" TO WS-RUTA-VIEJA
              MOVE "data/REPSECTO.DAT.NEW" TO WS-RUTA-NUEVA
              CALL "CBL_RENAME_FILE" USING WS-RUTA-NUEVA WS-RUTA-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/REPSECTO.DAT, RC="
                     RETURN-CODE
              END-IF
           END-IF.

       REGRABA-ASIGNACIONES.
           OPEN OUTPUT REPASG-FILE-NEW.
           IF WS-REPASG-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/REPSEASG.DAT.NEW: "
                  WS-REPASG-NEW-STATUS
              DISPLAY "REPSEASG.DAT NO SE ACTUALIZO"
           ELSE
              PERFORM VARYING TA-IDX FROM 1 BY 1
                      UNTIL TA-IDX > WS-NUM-ASIGNACIONES
                 MOVE TA-ENTRY(TA-IDX) TO NEW-REPASG-RECORD
                 WRITE NEW-REPASG-RECORD
              END-PERFORM
              CLOSE REPASG-FILE-NEW
              MOVE "data/REPSEASG.DAT" TO WS-RUTA-VIEJA
              MOVE "data/REPSEASG.DAT.NEW" TO WS-RUTA-NUEVA
              CALL "CBL_RENAME_FILE" USING WS-RUTA-NUEVA WS-RUTA-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/REPSEASG.DAT, RC="
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
