      * siguiente dispersion y el empleado se sigue pagando por
      * cheque hasta que el operador confirme la prenota
      * (transaccion C) y la cuenta pase a activa.
      * La cuenta capturada con A ya no entra directo al maestro: una
      * CLABE nueva es exactamente por donde se desvia un neto, asi
      * que queda en la cola data/CAMBPEND.DAT (ver CAMPENRC.cpy)
      * hasta que otro operador supervisor la apruebe con R; quien la
      * capturo no puede aprobarla, y la decision queda en la
      * bitacora con los dos operadores.
      * Transacciones: L lista, A alta/cambio, B baja, C confirma
      * prenota, R revisa pendientes, T termina (regraba el maestro y
      * sale).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKMANTTO.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

           SELECT OPTIONAL CAMBPEND-FILE ASSIGN TO "data/CAMBPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBPEND-STATUS.

           SELECT CAMBPEND-FILE-NEW
               ASSIGN TO "data/CAMBPEND.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBPEND-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE.
       FD  MANTAUD-FILE.
           COPY MNTAUDRC.

       FD  CAMBPEND-FILE.
           COPY CAMPENRC.

       FD  CAMBPEND-FILE-NEW.
       01  CAMBPEND-NEW-LINEA PIC X(105).

       WORKING-STORAGE SECTION.
           77 WS-BANK-STATUS PIC XX VALUE SPACES.
           77 WS-BANK-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-PASSWORD-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-OPERADOR-FIRMADO PIC X(8) VALUE SPACES.
           77 WS-NIVEL-FIRMADO PIC 9 VALUE ZERO.
              88 OPERADOR-ES-SUPERVISOR VALUE 2.
           77 WS-FIRMA-OK PIC X VALUE 'N'.
              88 FIRMA-ACEPTADA VALUE 'S'.
           77 WS-INTENTOS PIC 9 VALUE ZERO.
           05  FILLER        PIC X(11) VALUE SPACES.
           77 WS-IMAGEN-ANTES PIC X(40) VALUE SPACES.

      * cola de cambios de cuenta pendientes de autorizacion: el
      * valor es el banco seguido de la CLABE
           77 WS-CAMBPEND-STATUS PIC XX VALUE SPACES.
           77 WS-CAMBPEND-NEW-STATUS PIC XX VALUE SPACES.
       01  WS-VALOR-CUENTA.
           05  WS-VC-BANCO   PIC X(10).
           05  WS-VC-CLABE   PIC X(18).
           77 WS-CPD-ANTES PIC X(28) VALUE SPACES.
           77 WS-DECISION PIC X VALUE SPACE.
           77 WS-NUM-PENDIENTES PIC 9(4) VALUE ZERO.
      * operador que capturo el cambio que se decide, para la columna
      * de MANTAUD.LOG; en blanco en las demas transacciones
           77 WS-OPERADOR-CAPTURO PIC X(8) VALUE SPACES.
           77 WS-RUTA-CPD-VIEJA PIC X(30) VALUE "data/CAMBPEND.DAT".
           77 WS-RUTA-CPD-NUEVA PIC X(30)
               VALUE "data/CAMBPEND.DAT.NEW".

           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/BANKACCT.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/BANKACCT.DAT.NEW".

           PERFORM CARGA-TABLA-CUENTAS.

           PERFORM UNTIL MANTTO-TERMINADO
              DISPLAY "TRANSACCION (L/A/B/C/R/T): " WITH NO ADVANCING
              ACCEPT WS-TRANSACCION
              EVALUATE WS-TRANSACCION
                 WHEN 'L' PERFORM LISTA-CUENTAS
                 WHEN 'A' PERFORM ALTA-O-CAMBIO-CUENTA
                 WHEN 'B' PERFORM BAJA-CUENTA
                 WHEN 'C' PERFORM CONFIRMA-PRENOTA
                 WHEN 'R'
                    IF OPERADOR-ES-SUPERVISOR
                       PERFORM REVISA-PENDIENTES
                    ELSE
                       DISPLAY "REVISION REQUIERE NIVEL SUPERVISOR"
                    END-IF
                 WHEN 'T' MOVE 'S' TO WS-TERMINAR
                 WHEN OTHER
                    DISPLAY "TRANSACCION INVALIDA: " WS-TRANSACCION
           DISPLAY WS-NUM-CUENTAS " CUENTA(S) EN EL MAESTRO".

      * alta o cambio: la CLABE pasa por el digito verificador y el
      * codigo de banco por el catalogo ANTES de encolarse; la cuenta
      * no se toca hasta que otro supervisor apruebe el cambio (R), y
      * entonces queda en prenota ('P') y no recibe neto hasta que la
      * verificacion con monto cero pase por el banco y el operador
      * la confirme con C
       ALTA-O-CAMBIO-CUENTA.
           ELSE
              PERFORM BUSCA-CUENTA-EMPLEADO
              IF WS-CTA-POS = ZERO
                 MOVE SPACES TO WS-CPD-ANTES
              ELSE
                 MOVE TC-BANCO(WS-CTA-POS) TO WS-VC-BANCO
                 MOVE TC-CLABE(WS-CTA-POS) TO WS-VC-CLABE
                 MOVE WS-VALOR-CUENTA TO WS-CPD-ANTES
              END-IF
              MOVE WS-BANCO-CAPTURA TO WS-VC-BANCO
              MOVE WS-CLABE-CAPTURA TO WS-VC-CLABE
              IF WS-VALOR-CUENTA = WS-CPD-ANTES
                 DISPLAY "LA CUENTA CAPTURADA ES LA VIGENTE, NO HAY "
                     "CAMBIO"
              ELSE
                 PERFORM ENCOLA-CAMBIO-CUENTA
              END-IF
           END-IF.

      * agrega a data/CAMBPEND.DAT el cambio de cuenta recien
      * capturado (vigente en WS-CPD-ANTES, nuevo en WS-VALOR-CUENTA)
       ENCOLA-CAMBIO-CUENTA.
           OPEN EXTEND CAMBPEND-FILE.
           IF WS-CAMBPEND-STATUS = "00" OR WS-CAMBPEND-STATUS = "05"
              MOVE 'CLABE' TO CPD-CAMPO
              MOVE WS-ID-EMPLEADO TO CPD-DATO-ID
              MOVE WS-CPD-ANTES TO CPD-VALOR-ANTES
              MOVE WS-VALOR-CUENTA TO CPD-VALOR-NUEVO
              MOVE WS-OPERADOR-FIRMADO TO CPD-OPERADOR-CAPTURA
              MOVE FUNCTION CURRENT-DATE(1:8) TO CPD-FECHA-CAPTURA
              MOVE FUNCTION CURRENT-DATE(9:6) TO CPD-HORA-CAPTURA
              MOVE 'P' TO CPD-STATUS
              MOVE SPACES TO CPD-OPERADOR-DECIDE
              MOVE ZERO TO CPD-FECHA-DECIDE
              WRITE CAMBPEND-RECORD
              CLOSE CAMBPEND-FILE
              DISPLAY "CUENTA PENDIENTE DE AUTORIZACION POR OTRO "
                  "SUPERVISOR: EL EMPLEADO CONSERVA LA VIGENTE"
           ELSE
              DISPLAY "ERROR AL ABRIR data/CAMBPEND.DAT: "
                  WS-CAMBPEND-STATUS
              DISPLAY "EL CAMBIO DE CUENTA NO SE REGISTRO"
           END-IF.

       BAJA-CUENTA.
           OPEN EXTEND MANTAUD-FILE.
           IF WS-MANTAUD-STATUS = "00" OR WS-MANTAUD-STATUS = "05"
              MOVE WS-OPERADOR-FIRMADO TO MAU-OPERADOR
              MOVE WS-OPERADOR-CAPTURO TO MAU-OPERADOR-CAPTURA
              MOVE 'BNK' TO MAU-MAESTRO
              MOVE FUNCTION CURRENT-DATE(1:8) TO MAU-FECHA
              MOVE FUNCTION CURRENT-DATE(9:6) TO MAU-HORA
              MOVE WS-TRANSACCION TO MAU-TRANSACCION
                  WS-MANTAUD-STATUS
           END-IF.

      * revision de la cola: cada cambio de CLABE pendiente se
      * muestra y el supervisor lo aprueba (A), lo rechaza (R) o lo
      * deja pendiente; PAGO y GRADO se revisan en EMPMANTTO. La cola
      * se regraba completa con las decisiones anotadas
       REVISA-PENDIENTES.
           MOVE ZERO TO WS-NUM-PENDIENTES.
           OPEN INPUT CAMBPEND-FILE.
           IF WS-CAMBPEND-STATUS NOT = "00"
              DISPLAY "NO HAY CAMBIOS PENDIENTES DE AUTORIZACION"
           ELSE
              OPEN OUTPUT CAMBPEND-FILE-NEW
              PERFORM UNTIL WS-CAMBPEND-STATUS NOT = "00"
                 READ CAMBPEND-FILE
                    AT END MOVE "10" TO WS-CAMBPEND-STATUS
                    NOT AT END
                       IF CPD-PENDIENTE AND CPD-ES-CLABE
                          ADD 1 TO WS-NUM-PENDIENTES
                          PERFORM DECIDE-CAMBIO-CUENTA
                       END-IF
                       MOVE CAMBPEND-RECORD TO CAMBPEND-NEW-LINEA
                       WRITE CAMBPEND-NEW-LINEA
                 END-READ
              END-PERFORM
              CLOSE CAMBPEND-FILE CAMBPEND-FILE-NEW
              CALL "CBL_RENAME_FILE" USING WS-RUTA-CPD-NUEVA
                  WS-RUTA-CPD-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/CAMBPEND.DAT, RC="
                     RETURN-CODE
              END-IF
              DISPLAY WS-NUM-PENDIENTES " CAMBIO(S) DE CUENTA "
                  "REVISADO(S)"
           END-IF.

      * quien capturo el cambio no puede decidirlo: se queda
      * pendiente para otro supervisor
       DECIDE-CAMBIO-CUENTA.
           MOVE CPD-DATO-ID TO WS-ID-EMPLEADO.
           DISPLAY "CAMBIO DE CUENTA DATO-ID " CPD-DATO-ID
               " CAPTURADO POR " CPD-OPERADOR-CAPTURA " EL "
               CPD-FECHA-CAPTURA.
           DISPLAY "   VIGENTE: " CPD-VALOR-ANTES.
           DISPLAY "   NUEVA:   " CPD-VALOR-NUEVO.
           IF CPD-OPERADOR-CAPTURA = WS-OPERADOR-FIRMADO
              DISPLAY "   LO CAPTURO USTED: LO DEBE AUTORIZAR OTRO "
                  "SUPERVISOR, SIGUE PENDIENTE"
           ELSE
              DISPLAY "   A=APRUEBA, R=RECHAZA, OTRO=SIGUE PENDIENTE: "
                  WITH NO ADVANCING
              ACCEPT WS-DECISION
              EVALUATE WS-DECISION
                 WHEN 'A'
                    PERFORM APRUEBA-CAMBIO-CUENTA
                 WHEN 'R'
                    PERFORM RECHAZA-CAMBIO-CUENTA
                 WHEN OTHER
                    DISPLAY "   SIGUE PENDIENTE"
              END-EVALUATE
           END-IF.

      * la cuenta solo se aplica si el maestro todavia trae la que
      * habia al capturar; aplicada queda en prenota como cualquier
      * cuenta nueva
       APRUEBA-CAMBIO-CUENTA.
           PERFORM BUSCA-CUENTA-EMPLEADO.
           IF WS-CTA-POS = ZERO
              MOVE SPACES TO WS-VALOR-CUENTA
           ELSE
              MOVE TC-BANCO(WS-CTA-POS) TO WS-VC-BANCO
              MOVE TC-CLABE(WS-CTA-POS) TO WS-VC-CLABE
           END-IF.
           IF WS-VALOR-CUENTA NOT = CPD-VALOR-ANTES
              DISPLAY "   EL MAESTRO YA NO TRAE LA CUENTA VIGENTE DE "
                  "LA CAPTURA, SOLO PUEDE RECHAZARSE"
           ELSE
              IF WS-CTA-POS = ZERO
                 IF WS-NUM-CUENTAS = 5000
                    DISPLAY "TABLA LLENA: WS-NUM-CUENTAS"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-CUENTAS
                 MOVE WS-NUM-CUENTAS TO WS-CTA-POS
                 MOVE SPACES TO WS-IMAGEN-ANTES
              ELSE
                 PERFORM ARMA-IMAGEN-CUENTA
                 MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES
              END-IF
              MOVE CPD-VALOR-NUEVO TO WS-VALOR-CUENTA
              MOVE CPD-DATO-ID TO TC-DATO-ID(WS-CTA-POS)
              MOVE WS-VC-BANCO TO TC-BANCO(WS-CTA-POS)
              MOVE WS-VC-CLABE TO TC-CLABE(WS-CTA-POS)
              MOVE 'P' TO TC-STATUS(WS-CTA-POS)
              MOVE 'A' TO CPD-STATUS
              MOVE WS-OPERADOR-FIRMADO TO CPD-OPERADOR-DECIDE
              MOVE FUNCTION CURRENT-DATE(1:8) TO CPD-FECHA-DECIDE
              MOVE 'V' TO WS-TRANSACCION
              MOVE CPD-OPERADOR-CAPTURA TO WS-OPERADOR-CAPTURO
              PERFORM ESCRIBE-BITACORA-MANTTO
              MOVE 'R' TO WS-TRANSACCION
              MOVE SPACES TO WS-OPERADOR-CAPTURO
              DISPLAY "   APROBADA: LA CUENTA QUEDA EN PRENOTA HASTA "
                  "CONFIRMARLA (C)"
           END-IF.

      * el rechazo no toca el maestro: la bitacora lleva la cuenta
      * vigente antes y despues
       RECHAZA-CAMBIO-CUENTA.
           PERFORM BUSCA-CUENTA-EMPLEADO.
           IF WS-CTA-POS = ZERO
              MOVE SPACES TO WS-IMAGEN-CAMPOS
           ELSE
              PERFORM ARMA-IMAGEN-CUENTA
           END-IF.
           MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES.
           MOVE 'R' TO CPD-STATUS.
           MOVE WS-OPERADOR-FIRMADO TO CPD-OPERADOR-DECIDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CPD-FECHA-DECIDE.
           MOVE 'X' TO WS-TRANSACCION.
           MOVE CPD-OPERADOR-CAPTURA TO WS-OPERADOR-CAPTURO.
           PERFORM ESCRIBE-BITACORA-MANTTO.
           MOVE 'R' TO WS-TRANSACCION.
           MOVE SPACES TO WS-OPERADOR-CAPTURO.
           DISPLAY "   RECHAZADA, EL MAESTRO NO CAMBIA".

      * regraba el maestro via .NEW + CBL_RENAME_FILE (mismo patron
      * que CHKMANTTO.cbl); el archivo queda ordenado como la tabla
       REGRABA-MAESTRO.
