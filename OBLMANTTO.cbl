      * OBLMANTTO: captura de tesoreria de los pagos de remesas
      * legales (data/OBLPAGO.DAT, ver OBLPAGRC.cpy), en el molde de
      * BNKMANTTO: firma de operador contra data/OPERADOR.DAT y
      * bitacora de cada transaccion en data/MANTAUD.LOG (ver
      * MNTAUDRC.cpy). Cada pago lleva la llave de la obligacion que
      * cubre -tipo, compania, clave (estado del ISN, seccion
      * sindical), periodo y, en las de regla P, la fecha de la
      * corrida- y la confirmacion del banco: linea de captura (SAT,
      * tesoreria estatal, SUA) y numero de operacion. El tipo se
      * valida contra el maestro data/OBLIGA.DAT; OBLVENCE.cbl cruza
      * lo capturado contra el vencimiento para el historial de
      * cumplimiento por compania.
      * Transacciones: L lista, A alta de pago, B baja de un pago mal
      * capturado, T termina (regraba el archivo y sale).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBLMANTTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OBLPAGO-FILE ASSIGN TO "data/OBLPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLPAGO-STATUS.

           SELECT OBLPAGO-FILE-NEW ASSIGN TO "data/OBLPAGO.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLPAGO-NEW-STATUS.

           SELECT OBLIGA-FILE ASSIGN TO "data/OBLIGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLIGA-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT OPTIONAL MANTAUD-FILE ASSIGN TO "data/MANTAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OBLPAGO-FILE.
           COPY OBLPAGRC.

       FD  OBLPAGO-FILE-NEW.
           COPY OBLPAGRC
               REPLACING OBLPAGO-RECORD BY NEW-OBLPAGO-RECORD
                         OPG-TIPO BY NEW-TIPO
                         OPG-COMPANIA BY NEW-COMPANIA
                         OPG-CLAVE BY NEW-CLAVE
                         OPG-PERIODO BY NEW-PERIODO
                         OPG-CORRIDA BY NEW-CORRIDA
                         OPG-FECHA-PAGO BY NEW-FECHA-PAGO
                         OPG-MONTO BY NEW-MONTO
                         OPG-LINEA-CAPTURA BY NEW-LINEA-CAPTURA
                         OPG-NUM-OPERACION BY NEW-NUM-OPERACION
                         OPG-OPERADOR BY NEW-OPERADOR.

       FD  OBLIGA-FILE.
           COPY OBLIGREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  MANTAUD-FILE.
           COPY MNTAUDRC.

       WORKING-STORAGE SECTION.
           77 WS-OBLPAGO-STATUS PIC XX VALUE SPACES.
           77 WS-OBLPAGO-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-OBLIGA-STATUS PIC XX VALUE SPACES.
           77 WS-OPERADOR-STATUS PIC XX VALUE SPACES.
           77 WS-MANTAUD-STATUS PIC XX VALUE SPACES.
           77 WS-OPR-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-OPERADORES VALUE 'S'.

      * firma del operador (mismo circuito que EMPMANTTO.cbl)
           77 WS-ID-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-PASSWORD-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-OPERADOR-FIRMADO PIC X(8) VALUE SPACES.
           77 WS-NIVEL-FIRMADO PIC 9 VALUE ZERO.
           77 WS-FIRMA-OK PIC X VALUE 'N'.
              88 FIRMA-ACEPTADA VALUE 'S'.
           77 WS-INTENTOS PIC 9 VALUE ZERO.

      * codigo de transaccion: L lista, A alta, B baja, T termina
           77 WS-TRANSACCION PIC X VALUE SPACES.
           77 WS-TERMINAR PIC X VALUE 'N'.
              88 MANTTO-TERMINADO VALUE 'S'.

      * reglas del maestro de obligaciones, para validar el tipo y
      * saber si la obligacion va por corrida (regla P)
           77 WS-NUM-REGLAS PIC 99 VALUE ZERO.
           77 WS-REGLA-POS PIC 99 VALUE ZERO.
       01  TABLA-REGLAS.
           05  REGLA-ENTRY OCCURS 50 TIMES
                   INDEXED BY REG-IDX.
               10  TAB-REG-TIPO        PIC X(4).
               10  TAB-REG-CLAVE       PIC X(4).
               10  TAB-REG-REGLA       PIC X.
               10  TAB-REG-DESCRIPCION PIC X(30).

      * pagos capturados completos en memoria, mismo patron que
      * TABLA-CUENTAS en BNKMANTTO.cbl
           77 WS-NUM-PAGOS PIC 9(4) VALUE ZERO.
           77 WS-PAGO-POS PIC 9(4) VALUE ZERO.
       01  TABLA-PAGOS.
           05  TP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TP-IDX.
               10  TP-TIPO             PIC X(4).
               10  TP-COMPANIA         PIC XX.
               10  TP-CLAVE            PIC X(4).
               10  TP-PERIODO          PIC 9(6).
               10  TP-CORRIDA          PIC 9(8).
               10  TP-FECHA-PAGO       PIC 9(8).
               10  TP-MONTO            PIC 9(9)V99.
               10  TP-LINEA-CAPTURA    PIC X(20).
               10  TP-NUM-OPERACION    PIC X(12).
               10  TP-OPERADOR         PIC X(8).

      * captura de la transaccion en turno
           77 WS-TIPO-CAPTURA PIC X(4) VALUE SPACES.
           77 WS-CIA-CAPTURA PIC XX VALUE SPACES.
           77 WS-CLAVE-CAPTURA PIC X(4) VALUE SPACES.
           77 WS-PERIODO-CAPTURA PIC 9(6) VALUE ZERO.
           77 WS-CORRIDA-CAPTURA PIC 9(8) VALUE ZERO.
           77 WS-FECHA-CAPTURA PIC 9(8) VALUE ZERO.
           77 WS-MONTO-CAPTURA PIC 9(9)V99 VALUE ZERO.
           77 WS-LINEA-CAPTURA PIC X(20) VALUE SPACES.
           77 WS-OPERACION-CAPTURA PIC X(12) VALUE SPACES.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-CAPTURA-VALIDA PIC X VALUE 'N'.
              88 CAPTURA-ES-VALIDA VALUE 'S'.
           77 WS-MONTO-EDIT PIC $ZZ,ZZZ,ZZ9.99.

      * imagenes antes/despues para la bitacora (la llave del pago y
      * el numero de operacion caben en los X(40) de MNTAUDRC)
       01  WS-IMAGEN-CAMPOS.
           05  WS-IM-TIPO      PIC X(4).
           05  WS-IM-CIA       PIC XX.
           05  WS-IM-CLAVE     PIC X(4).
           05  WS-IM-PERIODO   PIC 9(6).
           05  WS-IM-CORRIDA   PIC 9(8).
           05  WS-IM-OPERACION PIC X(12).
           05  FILLER          PIC X(4) VALUE SPACES.
           77 WS-IMAGEN-ANTES PIC X(40) VALUE SPACES.

           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/OBLPAGO.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/OBLPAGO.DAT.NEW".

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           PERFORM FIRMA-OPERADOR.
           IF NOT FIRMA-ACEPTADA
              DISPLAY "FIRMA RECHAZADA, EL PROGRAMA TERMINA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM CARGA-TABLA-REGLAS.
           IF WS-NUM-REGLAS = ZERO
              DISPLAY "OBLMANTTO: SIN MAESTRO DE OBLIGACIONES "
                  "data/OBLIGA.DAT: " WS-OBLIGA-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGA-TABLA-PAGOS.

           PERFORM UNTIL MANTTO-TERMINADO
              DISPLAY "TRANSACCION (L/A/B/T): " WITH NO ADVANCING
              ACCEPT WS-TRANSACCION
              EVALUATE WS-TRANSACCION
                 WHEN 'L' PERFORM LISTA-PAGOS
                 WHEN 'A' PERFORM ALTA-PAGO
                 WHEN 'B' PERFORM BAJA-PAGO
                 WHEN 'T' MOVE 'S' TO WS-TERMINAR
                 WHEN OTHER
                    DISPLAY "TRANSACCION INVALIDA: " WS-TRANSACCION
              END-EVALUATE
           END-PERFORM.

           PERFORM REGRABA-PAGOS.
           DISPLAY "OBLMANTTO: PAGOS DE REMESAS REGRABADOS".
           STOP RUN.

      * firma del operador contra data/OPERADOR.DAT: tres intentos;
      * el id firmado queda en el pago y en la bitacora (mismo
      * circuito que EMPMANTTO.cbl)
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
                       MOVE OBL-DESCRIPCION TO
                           TAB-REG-DESCRIPCION(WS-NUM-REGLAS)
                 END-READ
              END-PERFORM
              CLOSE OBLIGA-FILE
           END-IF.

       CARGA-TABLA-PAGOS.
           OPEN INPUT OBLPAGO-FILE.
           IF WS-OBLPAGO-STATUS = "00"
              PERFORM UNTIL WS-OBLPAGO-STATUS NOT = "00"
                 READ OBLPAGO-FILE
                    AT END MOVE "10" TO WS-OBLPAGO-STATUS
                    NOT AT END
                       IF WS-NUM-PAGOS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-PAGOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PAGOS
                       MOVE OBLPAGO-RECORD TO TP-ENTRY(WS-NUM-PAGOS)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE OBLPAGO-FILE.

       LISTA-PAGOS.
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > WS-NUM-PAGOS
              SET WS-PAGO-POS TO TP-IDX
              MOVE TP-MONTO(TP-IDX) TO WS-MONTO-EDIT
              DISPLAY WS-PAGO-POS " " TP-COMPANIA(TP-IDX) " "
                  TP-TIPO(TP-IDX) " " TP-CLAVE(TP-IDX) " "
                  TP-PERIODO(TP-IDX) " " TP-CORRIDA(TP-IDX)
                  " PAGO " TP-FECHA-PAGO(TP-IDX) " " WS-MONTO-EDIT
                  " OP " TP-NUM-OPERACION(TP-IDX)
              DISPLAY "      LINEA DE CAPTURA "
                  TP-LINEA-CAPTURA(TP-IDX) " CAPTURO "
                  TP-OPERADOR(TP-IDX)
           END-PERFORM.
           DISPLAY WS-NUM-PAGOS " PAGO(S) CAPTURADO(S)".

      * alta de un pago: el tipo debe existir en el maestro; la
      * corrida solo se pide en las obligaciones por corrida (regla
      * P); sin numero de operacion no hay confirmacion del banco y
      * el pago no se captura
       ALTA-PAGO.
           MOVE 'N' TO WS-CAPTURA-VALIDA.
           DISPLAY "TIPO (ISR/ISN/SUA/SIND/PENS): " WITH NO ADVANCING.
           ACCEPT WS-TIPO-CAPTURA.
           DISPLAY "COMPANIA: " WITH NO ADVANCING.
           ACCEPT WS-CIA-CAPTURA.
           DISPLAY "CLAVE (ESTADO ISN / SECCION, EN BLANCO SI NO "
               "APLICA): " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-CAPTURA.
           PERFORM BUSCA-REGLA.
           IF WS-REGLA-POS = ZERO
              DISPLAY "TIPO " WS-TIPO-CAPTURA
                  " SIN REGLA EN data/OBLIGA.DAT, EL PAGO NO SE "
                  "CAPTURA"
           ELSE
              DISPLAY TAB-REG-DESCRIPCION(WS-REGLA-POS)
              DISPLAY "PERIODO (AAAAMM): " WITH NO ADVANCING
              ACCEPT WS-PERIODO-CAPTURA
              MOVE ZERO TO WS-CORRIDA-CAPTURA
              IF TAB-REG-REGLA(WS-REGLA-POS) = 'P'
                 DISPLAY "FECHA DE LA CORRIDA (AAAAMMDD): "
                     WITH NO ADVANCING
                 ACCEPT WS-CORRIDA-CAPTURA
              END-IF
              DISPLAY "FECHA DE PAGO (AAAAMMDD): " WITH NO ADVANCING
              ACCEPT WS-FECHA-CAPTURA
              DISPLAY "MONTO PAGADO: " WITH NO ADVANCING
              ACCEPT WS-MONTO-CAPTURA
              DISPLAY "LINEA DE CAPTURA: " WITH NO ADVANCING
              ACCEPT WS-LINEA-CAPTURA
              DISPLAY "NUMERO DE OPERACION: " WITH NO ADVANCING
              ACCEPT WS-OPERACION-CAPTURA
              PERFORM VALIDA-CAPTURA
           END-IF.
           IF CAPTURA-ES-VALIDA
              IF WS-NUM-PAGOS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-PAGOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-PAGOS
              MOVE WS-NUM-PAGOS TO WS-PAGO-POS
              MOVE WS-TIPO-CAPTURA TO TP-TIPO(WS-PAGO-POS)
              MOVE WS-CIA-CAPTURA TO TP-COMPANIA(WS-PAGO-POS)
              MOVE WS-CLAVE-CAPTURA TO TP-CLAVE(WS-PAGO-POS)
              MOVE WS-PERIODO-CAPTURA TO TP-PERIODO(WS-PAGO-POS)
              MOVE WS-CORRIDA-CAPTURA TO TP-CORRIDA(WS-PAGO-POS)
              MOVE WS-FECHA-CAPTURA TO TP-FECHA-PAGO(WS-PAGO-POS)
              MOVE WS-MONTO-CAPTURA TO TP-MONTO(WS-PAGO-POS)
              MOVE WS-LINEA-CAPTURA TO TP-LINEA-CAPTURA(WS-PAGO-POS)
              MOVE WS-OPERACION-CAPTURA TO
                  TP-NUM-OPERACION(WS-PAGO-POS)
              MOVE WS-OPERADOR-FIRMADO TO TP-OPERADOR(WS-PAGO-POS)
              MOVE SPACES TO WS-IMAGEN-ANTES
              DISPLAY "PAGO CAPTURADO"
              PERFORM ESCRIBE-BITACORA-MANTTO
           END-IF.

      * regla de la clave o, si no hay, la general del tipo (mismo
      * criterio que OBLVENCE.cbl)
       BUSCA-REGLA.
           MOVE ZERO TO WS-REGLA-POS.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-NUM-REGLAS
              IF TAB-REG-TIPO(REG-IDX) = WS-TIPO-CAPTURA
                 IF TAB-REG-CLAVE(REG-IDX) = WS-CLAVE-CAPTURA
                    AND WS-CLAVE-CAPTURA NOT = SPACES
                    SET WS-REGLA-POS TO REG-IDX
                    EXIT PERFORM
                 END-IF
                 IF TAB-REG-CLAVE(REG-IDX) = SPACES
                    AND WS-REGLA-POS = ZERO
                    SET WS-REGLA-POS TO REG-IDX
                 END-IF
              END-IF
           END-PERFORM.

      * el pago se rechaza por: periodo o fechas no validos, fecha de
      * pago futura, monto en cero, o sin numero de operacion
       VALIDA-CAPTURA.
           EVALUATE TRUE
              WHEN WS-PERIODO-CAPTURA(5:2) < '01'
                   OR WS-PERIODO-CAPTURA(5:2) > '12'
                 DISPLAY "PERIODO INVALIDO: " WS-PERIODO-CAPTURA
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA)
                   NOT = ZERO
                 DISPLAY "FECHA DE PAGO INVALIDA: " WS-FECHA-CAPTURA
              WHEN WS-FECHA-CAPTURA > WS-FECHA-HOY
                 DISPLAY "FECHA DE PAGO FUTURA: " WS-FECHA-CAPTURA
              WHEN WS-CORRIDA-CAPTURA NOT = ZERO
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (WS-CORRIDA-CAPTURA) NOT = ZERO
                 DISPLAY "FECHA DE CORRIDA INVALIDA: "
                     WS-CORRIDA-CAPTURA
              WHEN WS-MONTO-CAPTURA = ZERO
                 DISPLAY "MONTO EN CERO"
              WHEN WS-OPERACION-CAPTURA = SPACES
                 DISPLAY "SIN NUMERO DE OPERACION DEL BANCO"
              WHEN OTHER
                 MOVE 'S' TO WS-CAPTURA-VALIDA
           END-EVALUATE.
           IF NOT CAPTURA-ES-VALIDA
              DISPLAY "PAGO RECHAZADO, NO SE CAPTURA"
           END-IF.

      * baja de un pago mal capturado, por el numero de renglon que
      * muestra la lista
       BAJA-PAGO.
           DISPLAY "RENGLON A DAR DE BAJA: " WITH NO ADVANCING.
           ACCEPT WS-PAGO-POS.
           IF WS-PAGO-POS = ZERO OR WS-PAGO-POS > WS-NUM-PAGOS
              DISPLAY "RENGLON INEXISTENTE: " WS-PAGO-POS
           ELSE
              PERFORM ARMA-IMAGEN-PAGO
              MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES
      * la baja corre el resto de la tabla un lugar hacia arriba
              PERFORM VARYING TP-IDX FROM WS-PAGO-POS BY 1
                      UNTIL TP-IDX NOT < WS-NUM-PAGOS
                 MOVE TP-ENTRY(TP-IDX + 1) TO TP-ENTRY(TP-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-NUM-PAGOS
              MOVE ZERO TO WS-PAGO-POS
              MOVE SPACES TO WS-IMAGEN-CAMPOS
              DISPLAY "PAGO DADO DE BAJA"
              PERFORM ESCRIBE-BITACORA-MANTTO
           END-IF.

       ARMA-IMAGEN-PAGO.
           MOVE TP-TIPO(WS-PAGO-POS) TO WS-IM-TIPO.
           MOVE TP-COMPANIA(WS-PAGO-POS) TO WS-IM-CIA.
           MOVE TP-CLAVE(WS-PAGO-POS) TO WS-IM-CLAVE.
           MOVE TP-PERIODO(WS-PAGO-POS) TO WS-IM-PERIODO.
           MOVE TP-CORRIDA(WS-PAGO-POS) TO WS-IM-CORRIDA.
           MOVE TP-NUM-OPERACION(WS-PAGO-POS) TO WS-IM-OPERACION.

      * un renglon de bitacora por transaccion aplicada, con las
      * imagenes antes/despues (mismo formato que EMPMANTTO.cbl; el
      * pago no es de un empleado y el DATO-ID va en cero)
       ESCRIBE-BITACORA-MANTTO.
           OPEN EXTEND MANTAUD-FILE.
           IF WS-MANTAUD-STATUS = "00" OR WS-MANTAUD-STATUS = "05"
              MOVE WS-OPERADOR-FIRMADO TO MAU-OPERADOR
              MOVE SPACES TO MAU-OPERADOR-CAPTURA
              MOVE 'OBL' TO MAU-MAESTRO
              MOVE FUNCTION CURRENT-DATE(1:8) TO MAU-FECHA
              MOVE FUNCTION CURRENT-DATE(9:6) TO MAU-HORA
              MOVE WS-TRANSACCION TO MAU-TRANSACCION
              MOVE ZERO TO MAU-DATO-ID
              MOVE WS-IMAGEN-ANTES TO MAU-ANTES
              IF WS-PAGO-POS NOT = ZERO
                 PERFORM ARMA-IMAGEN-PAGO
              END-IF
              MOVE WS-IMAGEN-CAMPOS TO MAU-DESPUES
              WRITE MANTAUD-RECORD
              CLOSE MANTAUD-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/MANTAUD.LOG: "
                  WS-MANTAUD-STATUS
           END-IF.

      * regraba los pagos via .NEW + CBL_RENAME_FILE (mismo patron
      * que BNKMANTTO.cbl)
       REGRABA-PAGOS.
           OPEN OUTPUT OBLPAGO-FILE-NEW.
           IF WS-OBLPAGO-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/OBLPAGO.DAT.NEW: "
                  WS-OBLPAGO-NEW-STATUS
              DISPLAY "OBLPAGO.DAT NO SE ACTUALIZO"
           ELSE
              PERFORM VARYING TP-IDX FROM 1 BY 1
                      UNTIL TP-IDX > WS-NUM-PAGOS
                 MOVE TP-ENTRY(TP-IDX) TO NEW-OBLPAGO-RECORD
                 WRITE NEW-OBLPAGO-RECORD
              END-PERFORM
              CLOSE OBLPAGO-FILE-NEW
              CALL "CBL_RENAME_FILE" USING WS-RUTA-NUEVA WS-RUTA-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/OBLPAGO.DAT, RC="
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
