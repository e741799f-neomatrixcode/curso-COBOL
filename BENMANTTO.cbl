      * BENMANTTO: mantenimiento del maestro de beneficiarios
      * designados (data/BENEFIC.DAT, ver BENEFREC.cpy), en el molde
      * de BNKMANTTO: firma de operador contra data/OPERADOR.DAT y
      * bitacora de cada transaccion en data/MANTAUD.LOG (ver
      * MNTAUDRC.cpy) con MAU-MAESTRO 'BEN'. La designacion de
      * beneficiarios vivia en un sobre en el expediente; cuando un
      * empleado fallecia nadie sabia a quien pagarle ni en que
      * proporcion, y el pago se armaba a mano semanas despues.
      * La designacion se captura COMPLETA por DATO-ID (nombre,
      * parentesco, RFC, CURP, porcentaje y CLABE de cada
      * beneficiario) y solo se graba si los porcentajes suman
      * exactamente 100.00; si no, la designacion vigente no se toca.
      * La CLABE pasa por el mismo digito verificador y catalogo de
      * bancos que BNKMANTTO; un beneficiario sin CLABE cobra con
      * cheque.
      * Transacciones: L lista, C captura la designacion completa, B
      * baja de la designacion, T termina (regraba el maestro y
      * sale).
      * uso: jobs/BENMANTTO.job (interactivo)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMANTTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BENEFIC-FILE ASSIGN TO "data/BENEFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIC-STATUS.

           SELECT BENEFIC-FILE-NEW ASSIGN TO "data/BENEFIC.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIC-NEW-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT BANCOCAT-FILE ASSIGN TO "data/BANCOCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCOCAT-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT OPTIONAL MANTAUD-FILE ASSIGN TO "data/MANTAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIC-FILE.
           COPY BENEFREC.

       FD  BENEFIC-FILE-NEW.
           COPY BENEFREC
               REPLACING BENEFIC-RECORD BY NEW-BENEFIC-RECORD
                         BEN-DATO-ID BY NEW-DATO-ID
                         BEN-SECUENCIA BY NEW-SECUENCIA
                         BEN-NOMBRE BY NEW-NOMBRE
                         BEN-PARENTESCO BY NEW-PARENTESCO
                         BEN-RFC BY NEW-RFC
                         BEN-CURP BY NEW-CURP
                         BEN-PORCENTAJE BY NEW-PORCENTAJE
                         BEN-CLABE BY NEW-CLABE.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  BANCOCAT-FILE.
           COPY BANCATRC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  MANTAUD-FILE.
           COPY MNTAUDRC.

       WORKING-STORAGE SECTION.
           77 WS-BENEFIC-STATUS PIC XX VALUE SPACES.
           77 WS-BENEFIC-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-BANCOCAT-STATUS PIC XX VALUE SPACES.
           77 WS-OPERADOR-STATUS PIC XX VALUE SPACES.
           77 WS-MANTAUD-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-BENEFICIARIOS VALUE 'S'.
           77 WS-EMP-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.
           77 WS-CAT-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-CATALOGO VALUE 'S'.
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

      * codigo de transaccion: L lista, C captura, B baja, T termina
           77 WS-TRANSACCION PIC X VALUE SPACES.
           77 WS-TERMINAR PIC X VALUE 'N'.
              88 MANTTO-TERMINADO VALUE 'S'.

      * maestro completo de beneficiarios en memoria, mismo patron
      * que TABLA-CUENTAS en BNKMANTTO.cbl
           77 WS-NUM-BENEF PIC 9(4) VALUE ZERO.
           77 WS-DESTINO PIC 9(4) VALUE ZERO.
       01  TABLA-BENEFICIARIOS.
           05  TB-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TB-IDX.
               10  TB-DATO-ID      PIC 9(5).
               10  TB-SECUENCIA    PIC 9.
               10  TB-NOMBRE       PIC X(30).
               10  TB-PARENTESCO   PIC X(10).
               10  TB-RFC          PIC X(13).
               10  TB-CURP         PIC X(18).
               10  TB-PORCENTAJE   PIC 9(3)V99.
               10  TB-CLABE        PIC X(18).

      * designacion en captura (hasta 9 beneficiarios por DATO-ID) y
      * la vigente que reemplaza, para las imagenes de la bitacora
           77 WS-NUM-CAPTURA PIC 9 VALUE ZERO.
           77 WS-NUM-ANTERIOR PIC 9 VALUE ZERO.
           77 WS-MAX-SECUENCIA PIC 9 VALUE ZERO.
           77 WS-SEC-IDX PIC 99 VALUE ZERO.
       01  TABLA-CAPTURA.
           05  CAP-ENTRY OCCURS 9 TIMES.
               10  CAP-NOMBRE      PIC X(30).
               10  CAP-PARENTESCO  PIC X(10).
               10  CAP-RFC         PIC X(13).
               10  CAP-CURP        PIC X(18).
               10  CAP-PORCENTAJE  PIC 9(3)V99.
               10  CAP-CLABE       PIC X(18).
       01  TABLA-ANTERIOR.
           05  ANT-ENTRY OCCURS 9 TIMES.
               10  ANT-PORCENTAJE  PIC 9(3)V99.
               10  ANT-CLABE       PIC X(18).
               10  ANT-NOMBRE      PIC X(30).

           77 WS-FIN-CAPTURA PIC X VALUE 'N'.
              88 CAPTURA-TERMINADA VALUE 'S'.
           77 WS-TOTAL-PORCENTAJE PIC 9(4)V99 VALUE ZERO.
           77 WS-PORCENTAJE-EDIT PIC ZZZ9.99.

      * captura de la transaccion en turno
           77 WS-ID-EMPLEADO PIC 9(5) VALUE ZERO.
           77 WS-EMP-NOMBRE PIC X(30) VALUE SPACES.
           77 WS-EMP-ENCONTRADO PIC X VALUE 'N'.
              88 EMPLEADO-ENCONTRADO VALUE 'S'.
           77 WS-NOMBRE-CAPTURA PIC X(30) VALUE SPACES.
           77 WS-PARENTESCO-CAPTURA PIC X(10) VALUE SPACES.
           77 WS-RFC-CAPTURA PIC X(13) VALUE SPACES.
           77 WS-CURP-CAPTURA PIC X(18) VALUE SPACES.
           77 WS-PORCENTAJE-CAPTURA PIC 9(3)V99 VALUE ZERO.
           77 WS-CLABE-CAPTURA PIC X(18) VALUE SPACES.

      * catalogo de bancos en memoria (ver BANCATRC.cpy)
           77 WS-NUM-BANCOS PIC 99 VALUE ZERO.
       01  TABLA-BANCOS.
           05  BANCO-ENTRY OCCURS 50 TIMES
                   INDEXED BY BAN-IDX.
               10  TAB-BAN-CODIGO  PIC X(3).
               10  TAB-BAN-NOMBRE  PIC X(10).

      * validacion de la CLABE, la misma de BNKMANTTO.cbl: 18
      * digitos, ponderacion ciclica 3-7-1 sobre los primeros 17 y
      * el codigo de banco en el catalogo
           77 WS-CLABE-VALIDA PIC X VALUE 'N'.
              88 CLABE-ES-VALIDA VALUE 'S'.
           77 WS-CLABE-IDX PIC 99 VALUE ZERO.
           77 WS-DIGITO PIC 9 VALUE ZERO.
           77 WS-PESO PIC 9 VALUE ZERO.
           77 WS-PRODUCTO PIC 99 VALUE ZERO.
           77 WS-SUMA-PONDERADA PIC 9(4) VALUE ZERO.
           77 WS-VERIFICADOR PIC 9 VALUE ZERO.
           77 WS-CICLO PIC 9 VALUE ZERO.
           77 WS-BANCO-EN-CATALOGO PIC X VALUE 'N'.
              88 BANCO-RECONOCIDO VALUE 'S'.

      * imagenes antes/despues para la bitacora: secuencia,
      * porcentaje, CLABE y el principio del nombre caben en los
      * X(40) de MNTAUDRC
       01  WS-IMAGEN-CAMPOS.
           05  WS-IB-SECUENCIA   PIC 9.
           05  WS-IB-PORCENTAJE  PIC 9(3)V99.
           05  WS-IB-CLABE       PIC X(18).
           05  WS-IB-NOMBRE      PIC X(16).
           77 WS-IMAGEN-ANTES PIC X(40) VALUE SPACES.

           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/BENEFIC.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/BENEFIC.DAT.NEW".

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           PERFORM FIRMA-OPERADOR.
           IF NOT FIRMA-ACEPTADA
              DISPLAY "FIRMA RECHAZADA, EL PROGRAMA TERMINA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-CATALOGO-BANCOS.
           PERFORM CARGA-TABLA-BENEFICIARIOS.

           PERFORM UNTIL MANTTO-TERMINADO
              DISPLAY "TRANSACCION (L/C/B/T): " WITH NO ADVANCING
              ACCEPT WS-TRANSACCION
              EVALUATE WS-TRANSACCION
                 WHEN 'L' PERFORM LISTA-DESIGNACION
                 WHEN 'C' PERFORM CAPTURA-DESIGNACION
                 WHEN 'B' PERFORM BAJA-DESIGNACION
                 WHEN 'T' MOVE 'S' TO WS-TERMINAR
                 WHEN OTHER
                    DISPLAY "TRANSACCION INVALIDA: " WS-TRANSACCION
              END-EVALUATE
           END-PERFORM.

           PERFORM REGRABA-MAESTRO.
           DISPLAY "BENMANTTO: MAESTRO DE BENEFICIARIOS REGRABADO".
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

       CARGA-CATALOGO-BANCOS.
           OPEN INPUT BANCOCAT-FILE.
           IF WS-BANCOCAT-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-CATALOGO
                 READ BANCOCAT-FILE
                    AT END MOVE 'S' TO WS-CAT-EOF
                    NOT AT END
                       IF WS-NUM-BANCOS < 50
                          ADD 1 TO WS-NUM-BANCOS
                          MOVE BCA-CODIGO TO
                              TAB-BAN-CODIGO(WS-NUM-BANCOS)
                          MOVE BCA-NOMBRE TO
                              TAB-BAN-NOMBRE(WS-NUM-BANCOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BANCOCAT-FILE
           ELSE
              DISPLAY "ADVERTENCIA: SIN CATALOGO data/BANCOCAT.DAT, "
                  "EL CODIGO DE BANCO NO SE PUEDE VALIDAR"
           END-IF.

       CARGA-TABLA-BENEFICIARIOS.
           OPEN INPUT BENEFIC-FILE.
           IF WS-BENEFIC-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-BENEFICIARIOS
                 READ BENEFIC-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF WS-NUM-BENEF = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-BENEF"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-BENEF
                       MOVE BEN-DATO-ID TO TB-DATO-ID(WS-NUM-BENEF)
                       MOVE BEN-SECUENCIA TO
                           TB-SECUENCIA(WS-NUM-BENEF)
                       MOVE BEN-NOMBRE TO TB-NOMBRE(WS-NUM-BENEF)
                       MOVE BEN-PARENTESCO TO
                           TB-PARENTESCO(WS-NUM-BENEF)
                       MOVE BEN-RFC TO TB-RFC(WS-NUM-BENEF)
                       MOVE BEN-CURP TO TB-CURP(WS-NUM-BENEF)
                       MOVE BEN-PORCENTAJE TO
                           TB-PORCENTAJE(WS-NUM-BENEF)
                       MOVE BEN-CLABE TO TB-CLABE(WS-NUM-BENEF)
                 END-READ
              END-PERFORM
              CLOSE BENEFIC-FILE
           END-IF.

      * la designacion vigente de un DATO-ID con su total; una
      * designacion que no suma 100.00 (capturada a mano antes de
      * este programa) se senala para recapturarla
       LISTA-DESIGNACION.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           PERFORM MUESTRA-DESIGNACION.

       MUESTRA-DESIGNACION.
           MOVE ZERO TO WS-TOTAL-PORCENTAJE.
           MOVE ZERO TO WS-NUM-ANTERIOR.
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > WS-NUM-BENEF
              IF TB-DATO-ID(TB-IDX) = WS-ID-EMPLEADO
                 ADD 1 TO WS-NUM-ANTERIOR
                 ADD TB-PORCENTAJE(TB-IDX) TO WS-TOTAL-PORCENTAJE
                 MOVE TB-PORCENTAJE(TB-IDX) TO WS-PORCENTAJE-EDIT
                 DISPLAY TB-SECUENCIA(TB-IDX) " " TB-NOMBRE(TB-IDX)
                     " " TB-PARENTESCO(TB-IDX) " "
                     WS-PORCENTAJE-EDIT "% CLABE=" TB-CLABE(TB-IDX)
                 DISPLAY "  RFC=" TB-RFC(TB-IDX)
                     " CURP=" TB-CURP(TB-IDX)
              END-IF
           END-PERFORM.
           IF WS-NUM-ANTERIOR = ZERO
              DISPLAY "SIN BENEFICIARIOS DESIGNADOS PARA EL DATO-ID "
                  WS-ID-EMPLEADO
           ELSE
              MOVE WS-TOTAL-PORCENTAJE TO WS-PORCENTAJE-EDIT
              DISPLAY WS-NUM-ANTERIOR " BENEFICIARIO(S), TOTAL "
                  WS-PORCENTAJE-EDIT "%"
              IF WS-TOTAL-PORCENTAJE NOT = 100
                 DISPLAY "ADVERTENCIA: LA DESIGNACION NO SUMA 100%, "
                     "RECAPTURELA (C)"
              END-IF
           END-IF.

      * captura de la designacion completa del empleado: un
      * beneficiario tras otro hasta un nombre en blanco (o nueve);
      * la designacion solo reemplaza a la vigente si los
      * porcentajes suman exactamente 100.00
       CAPTURA-DESIGNACION.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           PERFORM BUSCA-EMPLEADO.
           IF NOT EMPLEADO-ENCONTRADO
              DISPLAY "NO EXISTE EMPLEADO CON DATO-ID: "
                  WS-ID-EMPLEADO
           ELSE
              DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
              DISPLAY "DESIGNACION VIGENTE:"
              PERFORM MUESTRA-DESIGNACION
              MOVE ZERO TO WS-NUM-CAPTURA
              MOVE ZERO TO WS-TOTAL-PORCENTAJE
              MOVE 'N' TO WS-FIN-CAPTURA
              PERFORM CAPTURA-BENEFICIARIO UNTIL CAPTURA-TERMINADA
              MOVE WS-TOTAL-PORCENTAJE TO WS-PORCENTAJE-EDIT
              IF WS-NUM-CAPTURA = ZERO
                 DISPLAY "SIN BENEFICIARIOS CAPTURADOS, LA "
                     "DESIGNACION VIGENTE NO CAMBIA"
              ELSE
                 IF WS-TOTAL-PORCENTAJE NOT = 100
                    DISPLAY "LOS PORCENTAJES SUMAN "
                        WS-PORCENTAJE-EDIT "%, DEBEN SUMAR 100.00%: "
                        "LA DESIGNACION NO SE GRABA"
                 ELSE
                    PERFORM APLICA-DESIGNACION
                    DISPLAY "DESIGNACION GRABADA: " WS-NUM-CAPTURA
                        " BENEFICIARIO(S), TOTAL " WS-PORCENTAJE-EDIT
                        "%"
                 END-IF
              END-IF
           END-IF.

      * un beneficiario: un nombre en blanco termina la captura; un
      * porcentaje en cero o una CLABE que no pasa la validacion
      * descartan SOLO a este beneficiario (se vuelve a capturar)
       CAPTURA-BENEFICIARIO.
           COMPUTE WS-SEC-IDX = WS-NUM-CAPTURA + 1.
           DISPLAY "BENEFICIARIO " WS-SEC-IDX
               " NOMBRE (EN BLANCO TERMINA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOMBRE-CAPTURA.
           ACCEPT WS-NOMBRE-CAPTURA.
           IF WS-NOMBRE-CAPTURA = SPACES
              MOVE 'S' TO WS-FIN-CAPTURA
           ELSE
              DISPLAY "PARENTESCO: " WITH NO ADVANCING
              ACCEPT WS-PARENTESCO-CAPTURA
              DISPLAY "RFC: " WITH NO ADVANCING
              ACCEPT WS-RFC-CAPTURA
              DISPLAY "CURP: " WITH NO ADVANCING
              ACCEPT WS-CURP-CAPTURA
              DISPLAY "PORCENTAJE: " WITH NO ADVANCING
              ACCEPT WS-PORCENTAJE-CAPTURA
              DISPLAY "CLABE (EN BLANCO = PAGO CON CHEQUE): "
                  WITH NO ADVANCING
              MOVE SPACES TO WS-CLABE-CAPTURA
              ACCEPT WS-CLABE-CAPTURA
              MOVE 'S' TO WS-CLABE-VALIDA
              IF WS-CLABE-CAPTURA NOT = SPACES
                 PERFORM VALIDA-CLABE
              END-IF
              IF WS-PORCENTAJE-CAPTURA = ZERO
                 DISPLAY "PORCENTAJE EN CERO, EL BENEFICIARIO NO SE "
                     "CAPTURA"
              ELSE
                 IF NOT CLABE-ES-VALIDA
                    DISPLAY "CLABE RECHAZADA, EL BENEFICIARIO NO SE "
                        "CAPTURA"
                 ELSE
                    ADD 1 TO WS-NUM-CAPTURA
                    MOVE WS-NOMBRE-CAPTURA TO
                        CAP-NOMBRE(WS-NUM-CAPTURA)
                    MOVE WS-PARENTESCO-CAPTURA TO
                        CAP-PARENTESCO(WS-NUM-CAPTURA)
                    MOVE WS-RFC-CAPTURA TO CAP-RFC(WS-NUM-CAPTURA)
                    MOVE WS-CURP-CAPTURA TO
                        CAP-CURP(WS-NUM-CAPTURA)
                    MOVE WS-PORCENTAJE-CAPTURA TO
                        CAP-PORCENTAJE(WS-NUM-CAPTURA)
                    MOVE WS-CLABE-CAPTURA TO
                        CAP-CLABE(WS-NUM-CAPTURA)
                    ADD WS-PORCENTAJE-CAPTURA TO WS-TOTAL-PORCENTAJE
                    IF WS-NUM-CAPTURA = 9
                       DISPLAY "MAXIMO DE 9 BENEFICIARIOS CAPTURADO"
                       MOVE 'S' TO WS-FIN-CAPTURA
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * la designacion nueva reemplaza completa a la vigente: la
      * vigente se aparta para la bitacora y se quita de la tabla, y
      * la capturada se agrega con secuencia 1..n; un renglon de
      * bitacora por secuencia con el beneficiario anterior y el
      * nuevo (en blanco el lado que no existe)
       APLICA-DESIGNACION.
           PERFORM APARTA-Y-QUITA-VIGENTE.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-NUM-CAPTURA
              IF WS-NUM-BENEF = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-BENEF"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-BENEF
              MOVE WS-ID-EMPLEADO TO TB-DATO-ID(WS-NUM-BENEF)
              MOVE WS-SEC-IDX TO TB-SECUENCIA(WS-NUM-BENEF)
              MOVE CAP-NOMBRE(WS-SEC-IDX) TO TB-NOMBRE(WS-NUM-BENEF)
              MOVE CAP-PARENTESCO(WS-SEC-IDX) TO
                  TB-PARENTESCO(WS-NUM-BENEF)
              MOVE CAP-RFC(WS-SEC-IDX) TO TB-RFC(WS-NUM-BENEF)
              MOVE CAP-CURP(WS-SEC-IDX) TO TB-CURP(WS-NUM-BENEF)
              MOVE CAP-PORCENTAJE(WS-SEC-IDX) TO
                  TB-PORCENTAJE(WS-NUM-BENEF)
              MOVE CAP-CLABE(WS-SEC-IDX) TO TB-CLABE(WS-NUM-BENEF)
           END-PERFORM.
           MOVE WS-NUM-CAPTURA TO WS-MAX-SECUENCIA.
           IF WS-NUM-ANTERIOR > WS-MAX-SECUENCIA
              MOVE WS-NUM-ANTERIOR TO WS-MAX-SECUENCIA
           END-IF.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-MAX-SECUENCIA
              PERFORM ARMA-IMAGEN-ANTERIOR
              MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES
              MOVE SPACES TO WS-IMAGEN-CAMPOS
              IF WS-SEC-IDX NOT > WS-NUM-CAPTURA
                 MOVE WS-SEC-IDX TO WS-IB-SECUENCIA
                 MOVE CAP-PORCENTAJE(WS-SEC-IDX) TO WS-IB-PORCENTAJE
                 MOVE CAP-CLABE(WS-SEC-IDX) TO WS-IB-CLABE
                 MOVE CAP-NOMBRE(WS-SEC-IDX) TO WS-IB-NOMBRE
              END-IF
              PERFORM ESCRIBE-BITACORA-MANTTO
           END-PERFORM.

      * la baja quita la designacion completa del DATO-ID (una
      * designacion revocada); un renglon de bitacora por
      * beneficiario con la imagen despues en blanco
       BAJA-DESIGNACION.
           DISPLAY "DATO-ID A DAR DE BAJA: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           PERFORM APARTA-Y-QUITA-VIGENTE.
           IF WS-NUM-ANTERIOR = ZERO
              DISPLAY "SIN BENEFICIARIOS DESIGNADOS PARA EL DATO-ID "
                  WS-ID-EMPLEADO
           ELSE
              PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                      UNTIL WS-SEC-IDX > WS-NUM-ANTERIOR
                 PERFORM ARMA-IMAGEN-ANTERIOR
                 MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES
                 MOVE SPACES TO WS-IMAGEN-CAMPOS
                 PERFORM ESCRIBE-BITACORA-MANTTO
              END-PERFORM
              DISPLAY "DESIGNACION DADA DE BAJA: " WS-NUM-ANTERIOR
                  " BENEFICIARIO(S)"
           END-IF.

      * aparta en TABLA-ANTERIOR los beneficiarios vigentes del
      * DATO-ID (en el orden del maestro) y compacta la tabla sin
      * ellos
       APARTA-Y-QUITA-VIGENTE.
           MOVE ZERO TO WS-NUM-ANTERIOR.
           MOVE ZERO TO WS-DESTINO.
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > WS-NUM-BENEF
              IF TB-DATO-ID(TB-IDX) = WS-ID-EMPLEADO
                 IF WS-NUM-ANTERIOR = 9
                    DISPLAY "TABLA LLENA: WS-NUM-ANTERIOR"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-ANTERIOR
                 MOVE TB-PORCENTAJE(TB-IDX) TO
                     ANT-PORCENTAJE(WS-NUM-ANTERIOR)
                 MOVE TB-CLABE(TB-IDX) TO ANT-CLABE(WS-NUM-ANTERIOR)
                 MOVE TB-NOMBRE(TB-IDX) TO ANT-NOMBRE(WS-NUM-ANTERIOR)
              ELSE
                 ADD 1 TO WS-DESTINO
                 IF WS-DESTINO NOT = TB-IDX
                    MOVE TB-ENTRY(TB-IDX) TO TB-ENTRY(WS-DESTINO)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-DESTINO TO WS-NUM-BENEF.

       ARMA-IMAGEN-ANTERIOR.
           MOVE SPACES TO WS-IMAGEN-CAMPOS.
           IF WS-SEC-IDX NOT > WS-NUM-ANTERIOR
              MOVE WS-SEC-IDX TO WS-IB-SECUENCIA
              MOVE ANT-PORCENTAJE(WS-SEC-IDX) TO WS-IB-PORCENTAJE
              MOVE ANT-CLABE(WS-SEC-IDX) TO WS-IB-CLABE
              MOVE ANT-NOMBRE(WS-SEC-IDX) TO WS-IB-NOMBRE
           END-IF.

      * el empleado tiene que existir en el maestro para designarle
      * beneficiarios
       BUSCA-EMPLEADO.
           MOVE 'N' TO WS-EMP-ENCONTRADO.
           MOVE 'N' TO WS-EMP-EOF.
           MOVE SPACES TO WS-EMP-NOMBRE.
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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
           END-IF.

      * la CLABE se rechaza por: no ser 18 digitos numericos, tener
      * un digito verificador que no cuadra con la ponderacion
      * 3-7-1, o traer un codigo de banco fuera del catalogo
       VALIDA-CLABE.
           MOVE 'N' TO WS-CLABE-VALIDA.
           IF WS-CLABE-CAPTURA IS NOT NUMERIC
              DISPLAY "CLABE NO NUMERICA O INCOMPLETA: "
                  WS-CLABE-CAPTURA
           ELSE
              MOVE ZERO TO WS-SUMA-PONDERADA
              PERFORM VARYING WS-CLABE-IDX FROM 1 BY 1
                      UNTIL WS-CLABE-IDX > 17
                 MOVE WS-CLABE-CAPTURA(WS-CLABE-IDX:1) TO WS-DIGITO
                 COMPUTE WS-CICLO =
                     FUNCTION MOD(WS-CLABE-IDX - 1, 3)
                 EVALUATE WS-CICLO
                    WHEN 0 MOVE 3 TO WS-PESO
                    WHEN 1 MOVE 7 TO WS-PESO
                    WHEN OTHER MOVE 1 TO WS-PESO
                 END-EVALUATE
                 COMPUTE WS-PRODUCTO =
                     FUNCTION MOD(WS-DIGITO * WS-PESO, 10)
                 ADD WS-PRODUCTO TO WS-SUMA-PONDERADA
              END-PERFORM
              COMPUTE WS-VERIFICADOR = FUNCTION MOD(
                  10 - FUNCTION MOD(WS-SUMA-PONDERADA, 10), 10)
              MOVE WS-CLABE-CAPTURA(18:1) TO WS-DIGITO
              IF WS-DIGITO NOT = WS-VERIFICADOR
                 DISPLAY "DIGITO VERIFICADOR INCORRECTO (ESPERADO "
                     WS-VERIFICADOR ")"
              ELSE
                 PERFORM VALIDA-CODIGO-BANCO
                 IF BANCO-RECONOCIDO OR WS-NUM-BANCOS = ZERO
                    MOVE 'S' TO WS-CLABE-VALIDA
                 END-IF
              END-IF
           END-IF.

       VALIDA-CODIGO-BANCO.
           MOVE 'N' TO WS-BANCO-EN-CATALOGO.
           PERFORM VARYING BAN-IDX FROM 1 BY 1
                   UNTIL BAN-IDX > WS-NUM-BANCOS
              IF TAB-BAN-CODIGO(BAN-IDX) = WS-CLABE-CAPTURA(1:3)
                 MOVE 'S' TO WS-BANCO-EN-CATALOGO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-NUM-BANCOS > ZERO AND NOT BANCO-RECONOCIDO
              DISPLAY "CODIGO DE BANCO " WS-CLABE-CAPTURA(1:3)
                  " FUERA DEL CATALOGO data/BANCOCAT.DAT"
           END-IF.

      * un renglon de bitacora por beneficiario tocado, con las
      * imagenes antes/despues (mismo formato que BNKMANTTO.cbl)
       ESCRIBE-BITACORA-MANTTO.
           OPEN EXTEND MANTAUD-FILE.
           IF WS-MANTAUD-STATUS = "00" OR WS-MANTAUD-STATUS = "05"
              MOVE WS-OPERADOR-FIRMADO TO MAU-OPERADOR
              MOVE SPACES TO MAU-OPERADOR-CAPTURA
              MOVE 'BEN' TO MAU-MAESTRO
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
           OPEN OUTPUT BENEFIC-FILE-NEW.
           IF WS-BENEFIC-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/BENEFIC.DAT.NEW: "
                  WS-BENEFIC-NEW-STATUS
              DISPLAY "BENEFIC.DAT NO SE ACTUALIZO"
           ELSE
              PERFORM VARYING TB-IDX FROM 1 BY 1
                      UNTIL TB-IDX > WS-NUM-BENEF
                 MOVE TB-DATO-ID(TB-IDX) TO NEW-DATO-ID
                 MOVE TB-SECUENCIA(TB-IDX) TO NEW-SECUENCIA
                 MOVE TB-NOMBRE(TB-IDX) TO NEW-NOMBRE
                 MOVE TB-PARENTESCO(TB-IDX) TO NEW-PARENTESCO
                 MOVE TB-RFC(TB-IDX) TO NEW-RFC
                 MOVE TB-CURP(TB-IDX) TO NEW-CURP
                 MOVE TB-PORCENTAJE(TB-IDX) TO NEW-PORCENTAJE
                 MOVE TB-CLABE(TB-IDX) TO NEW-CLABE
                 WRITE NEW-BENEFIC-RECORD
              END-PERFORM
              CLOSE BENEFIC-FILE-NEW
              CALL "CBL_RENAME_FILE" USING WS-RUTA-NUEVA WS-RUTA-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/BENEFIC.DAT, RC="
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
