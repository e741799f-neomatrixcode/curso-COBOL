      * CBL_RENAME_FILE que SINCRONIZA-EMPLOYEE-DAT, pero UNA sola
      * regrabada al final de todas las transacciones, no una por
      * transaccion como el interactivo.
      * Control de plazas (ver PLAZAREC.cpy): una alta o un cambio de
      * DEPARTAMENTO toma una plaza autorizada vacante de su
      * compania/departamento/grado (TRN-PLAZA, o la primera vacante)
      * y sin ella se rechaza, salvo TRN-SIN-PLAZA = 'S' con
      * supervisor firmado, que queda en la bitacora. La baja y la
      * transferencia liberan la plaza anterior. data/PLAZAS.DAT se
      * regraba una vez al final, como EMPLOYEE.DAT.
      * Un cambio de PAGO o de JOB-GRADE no entra al maestro: queda en
      * la cola de cambios sensibles data/CAMBPEND.DAT (ver
      * CAMPENRC.cpy) a nombre del operador firmado, y solo se aplica
      * cuando otro supervisor lo aprueba en la transaccion R de
      * EMPMANTTO; el resto del cambio se aplica en la pasada.
      * Contrato de trabajo (ver CONTRREC.cpy): el alta registra el
      * contrato de la transaccion (en blanco, indeterminado desde la
      * FECHA-INGRESO) y un cambio con tipo de contrato registra la
      * renovacion; ambos con los mismos topes de la LFT que la
      * captura interactiva. Un asimilado no lleva contrato.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBATCH.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRATE-STATUS.

      * maestro de plazas autorizadas (ver PLAZAREC.cpy) y su
      * regrabada
           SELECT OPTIONAL PLAZA-FILE ASSIGN TO "data/PLAZAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZA-STATUS.

           SELECT PLAZA-FILE-NEW ASSIGN TO "data/PLAZAS.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZA-NEW-STATUS.

      * historia de contratos de trabajo (ver CONTRREC.cpy)
           SELECT OPTIONAL CONTRATO-FILE ASSIGN TO "data/CONTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATO-STATUS.

      * cola de cambios sensibles pendientes de autorizacion (ver
      * CAMPENRC.cpy)
           SELECT OPTIONAL CAMBPEND-FILE ASSIGN TO "data/CAMBPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPTRANS-FILE.
                         FECHA-INGRESO BY NEW-FECHA-INGRESO
                         SALARIO-REGULAR BY NEW-SALARIO-REGULAR
                         HORAS-EXTRA BY NEW-HORAS-EXTRA
                         PRIMA-EXTRA BY NEW-PRIMA-EXTRA
                         BASE-PAGO BY NEW-BASE-PAGO
                         BASE-POR-HORA BY NEW-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY NEW-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY NEW-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY NEW-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY NEW-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY NEW-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY NEW-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY NEW-REGIMEN-VALIDO.

       FD  RECHAZO-FILE.
           COPY EMPTRNRC
                         TRN-NOMBRE BY REJ-NOMBRE
                         TRN-RFC BY REJ-RFC
                         TRN-CURP BY REJ-CURP
                         TRN-FECHA-INGRESO BY REJ-FECHA-INGRESO
                         TRN-BASE-PAGO BY REJ-BASE-PAGO
                         TRN-TIPO-REGIMEN BY REJ-TIPO-REGIMEN
                         TRN-PLAZA BY REJ-PLAZA
                         TRN-SIN-PLAZA BY REJ-SIN-PLAZA
                         TRN-AUTORIZA-SIN-PLAZA BY
                             REJ-AUTORIZA-SIN-PLAZA
                         TRN-TIPO-CONTRATO BY REJ-TIPO-CONTRATO
                         TRN-CTR-INICIO BY REJ-CTR-INICIO
                         TRN-CTR-FIN BY REJ-CTR-FIN
                         TRN-CTR-CONFIANZA BY REJ-CTR-CONFIANZA.

       FD  CONTRATO-FILE.
           COPY CONTRREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
           COPY PAYRATE.
       01  PAY-RATE-LINEA PIC X(40).

       FD  PLAZA-FILE.
           COPY PLAZAREC.

       FD  PLAZA-FILE-NEW.
           COPY PLAZAREC
               REPLACING PLAZA-RECORD BY PLAZA-NEW-RECORD
                         PLZ-NUMERO BY PLZN-NUMERO
                         PLZ-COMPANIA BY PLZN-COMPANIA
                         PLZ-DEPARTAMENTO BY PLZN-DEPARTAMENTO
                         PLZ-JOB-GRADE BY PLZN-JOB-GRADE
                         PLZ-STATUS BY PLZN-STATUS
                         PLZ-AUTORIZADA BY PLZN-AUTORIZADA
                         PLZ-CONGELADA BY PLZN-CONGELADA
                         PLZ-DATO-ID BY PLZN-DATO-ID
                         PLZ-VACANTE BY PLZN-VACANTE
                         PLZ-FECHA-VACANTE BY PLZN-FECHA-VACANTE.

       FD  CAMBPEND-FILE.
           COPY CAMPENRC.

       WORKING-STORAGE SECTION.
           77 WS-EMPTRANS-STATUS PIC XX VALUE SPACES.
           77 WS-MASTER-STATUS PIC XX VALUE SPACES.
      * transaccion es valida y se aplica
           77 WS-MOTIVO-RECHAZO PIC X(35) VALUE SPACES.

      * contrato de trabajo (ver CONTRREC.cpy): el capturado (CTN) se
      * valida contra los topes de la LFT y contra la historia del
      * DATO-ID (el vigente y si ya tuvo prueba o capacitacion)
           77 WS-CONTRATO-STATUS PIC XX VALUE SPACES.
           77 WS-CTN-DATO-ID PIC 9(5) VALUE ZERO.
           77 WS-CTN-TIPO PIC XX VALUE SPACES.
              88 CTN-TIPO-VALIDO VALUE '01' THRU '06'.
              88 CTN-INDETERMINADO VALUE '01'.
              88 CTN-RENOVABLE VALUE '02' THRU '04'.
              88 CTN-PRUEBA VALUE '05'.
              88 CTN-CAPACITACION VALUE '06'.
              88 CTN-INICIAL VALUE '05' '06'.
           77 WS-CTN-INICIO PIC 9(8) VALUE ZERO.
           77 WS-CTN-FIN PIC 9(8) VALUE ZERO.
           77 WS-CTN-RENOV PIC 99 VALUE ZERO.
           77 WS-CTN-CONFIANZA PIC X VALUE 'N'.
              88 CTN-DE-CONFIANZA VALUE 'S'.
           77 WS-CTR-VIG-TIPO PIC XX VALUE SPACES.
           77 WS-CTR-VIG-INICIO PIC 9(8) VALUE ZERO.
           77 WS-CTR-VIG-FIN PIC 9(8) VALUE ZERO.
           77 WS-CTR-VIG-RENOV PIC 99 VALUE ZERO.
           77 WS-CTR-HUBO-INICIAL PIC X VALUE 'N'.
              88 CTR-YA-TUVO-INICIAL VALUE 'S'.
           77 WS-CTR-MOTIVO PIC X(35) VALUE SPACES.
           77 WS-CTR-DIAS PIC 9(5) VALUE ZERO.
           77 WS-CTR-TOPE-DIAS PIC 9(3) VALUE ZERO.
           77 WS-CTR-MESES PIC 99 VALUE ZERO.
           77 WS-CTR-MES-ABS PIC 9(6) VALUE ZERO.
       01  WS-CTR-FECHA-TOPE.
           05  WS-CTR-TOPE-ANIO     PIC 9(4).
           05  WS-CTR-TOPE-MES      PIC 99.
           05  WS-CTR-TOPE-DIA      PIC 99.
       01  WS-CTR-TOPE-NUM REDEFINES WS-CTR-FECHA-TOPE PIC 9(8).

      * catalogos de validacion, mismos que la captura interactiva
           77 WS-EDO-VALIDA PIC X(3) VALUE SPACES.
              88 EDO-EN-CATALOGO values 'agu' 'bcn' 'bcs' 'cam'
               10  TE-RFC               PIC X(13).
               10  TE-CURP              PIC X(18).
               10  TE-FECHA-INGRESO     PIC 9(8).
               10  TE-BASE-PAGO         PIC X.
               10  TE-TIPO-REGIMEN      PIC XX.

      * tabla en memoria de data/PLAZAS.DAT: las transacciones mueven
      * ocupantes aqui y el archivo se regraba al final solo si hubo
      * movimiento
           77 WS-PLAZA-STATUS PIC XX VALUE SPACES.
           77 WS-PLAZA-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-PLAZAS PIC 9(4) VALUE ZERO.
       01  TABLA-PLAZAS.
           05  PLZ-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PLZ-IDX.
               10  TAB-PLZ-NUMERO       PIC 9(5).
               10  TAB-PLZ-CIA          PIC XX.
               10  TAB-PLZ-DEPTO        PIC X(4).
               10  TAB-PLZ-GRADO        PIC X(2).
               10  TAB-PLZ-STATUS       PIC X.
               10  TAB-PLZ-DATO-ID      PIC 9(5).
               10  TAB-PLZ-FECHA-VAC    PIC 9(8).
           77 WS-PLAZA-POS PIC 9(4) VALUE ZERO.
           77 WS-PLAZA-PEDIDA PIC 9(5) VALUE ZERO.
           77 WS-PLZ-CIA PIC XX VALUE SPACES.
           77 WS-PLZ-DEPTO PIC X(4) VALUE SPACES.
           77 WS-PLZ-GRADO PIC X(2) VALUE SPACES.
           77 WS-PLAZAS-MOVIDAS PIC X VALUE 'N'.
              88 HUBO-MOVIMIENTO-PLAZAS VALUE 'S'.
           77 WS-TRANSFERENCIA PIC X VALUE 'N'.
              88 ES-TRANSFERENCIA VALUE 'S'.
           77 WS-AVISO-PLAZA PIC X(35) VALUE SPACES.

      * cola de cambios sensibles: PAGO viaja en sus 7 digitos
      * 9(5)V99 al principio del campo de valor
           77 WS-CAMBPEND-STATUS PIC XX VALUE SPACES.
           77 WS-CPD-CAMPO PIC X(5) VALUE SPACES.
           77 WS-CPD-ANTES PIC X(28) VALUE SPACES.
           77 WS-CPD-NUEVO PIC X(28) VALUE SPACES.
       01  WS-VALOR-PAGO.
           05  WS-VP-PAGO          PIC 9(5)V99.
           05  FILLER              PIC X(21) VALUE SPACES.
           77 WS-NUM-ENCOLADOS PIC 9(6) VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-RUTA-PLZ-VIEJA PIC X(30) VALUE "data/PLAZAS.DAT".
           77 WS-RUTA-PLZ-NUEVA PIC X(30) VALUE "data/PLAZAS.DAT.NEW".

           77 WS-NUM-APLICADAS PIC 9(6) VALUE ZERO.
           77 WS-NUM-RECHAZADAS PIC 9(6) VALUE ZERO.
           05  WS-IM-DEPARTAMENTO   PIC X(4).
           05  WS-IM-SCHEDULED      PIC 9(3).
           05  WS-IM-STATUS         PIC X(3).
           05  WS-IM-BASE-PAGO      PIC X.
           05  WS-IM-TIPO-REGIMEN   PIC XX.
           77 WS-IMAGEN-ANTES PIC X(40) VALUE SPACES.

      * etiquetas del archivo de empleados (ver LBLREC.cpy); la
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

      * firmarse es obligatorio tambien en batch: sin operador no hay
      * quien responda por 20-40 alteraciones al maestro de un jalon
           PERFORM CARGA-TABLA-GRADOS.
           PERFORM CARGA-TABLA-DEPTOS-CAT.
           PERFORM CARGA-TABLA-EMPLEADOS.
           PERFORM CARGA-TABLA-PLAZAS.

           PERFORM LEE-TRANSACCION.
           PERFORM APLICA-TRANSACCION
               UNTIL NO-HAY-MAS-TRANSACCIONES.

           PERFORM REGRABA-EMPLOYEE-DAT.
           IF HUBO-MOVIMIENTO-PLAZAS
              PERFORM REGRABA-PLAZAS
           END-IF.

           CLOSE EMPTRANS-FILE EMPLOYEE-MASTER RECHAZO-FILE
                 REPORT-FILE.
           PERFORM SUELTA-CANDADO.
           DISPLAY "EMPBATCH: " WS-NUM-APLICADAS " APLICADA(S), "
               WS-NUM-RECHAZADAS " RECHAZADA(S) EN data/EMPTRANS.REJ".
           IF WS-NUM-ENCOLADOS > ZERO
              DISPLAY "EMPBATCH: " WS-NUM-ENCOLADOS " CAMBIO(S) DE "
                  "PAGO/GRADO PENDIENTE(S) DE AUTORIZACION EN "
                  "data/CAMBPEND.DAT (EMPMANTTO, TRANSACCION R)"
           END-IF.
           PERFORM IMPRIME-ESTADISTICAS.
           STOP RUN.

       APLICA-TRANSACCION.
           ADD 1 TO WS-STAT-LEIDOS.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-AVISO-PLAZA.
           PERFORM VALIDA-TRANSACCION.
           IF WS-MOTIVO-RECHAZO = SPACES
              EVALUATE TRUE
           END-IF.
           IF WS-MOTIVO-RECHAZO = SPACES
              MOVE 'APLICADA' TO WS-R-RESULTADO
              MOVE WS-AVISO-PLAZA TO WS-R-MOTIVO
              ADD 1 TO WS-NUM-APLICADAS
              ADD 1 TO WS-STAT-PROCESADOS
           ELSE
                     WS-MOTIVO-RECHAZO
              END-IF
           END-IF.
           IF WS-MOTIVO-RECHAZO = SPACES AND NOT TRN-BAJA
              AND TRN-BASE-PAGO NOT = 'H' AND TRN-BASE-PAGO NOT = 'S'
              AND TRN-BASE-PAGO NOT = 'D' AND TRN-BASE-PAGO NOT = SPACE
              MOVE 'BASE-PAGO INVALIDA (H/S/D)' TO WS-MOTIVO-RECHAZO
           END-IF.
           IF WS-MOTIVO-RECHAZO = SPACES AND NOT TRN-BAJA
              AND TRN-TIPO-REGIMEN NOT = SPACES
              AND TRN-TIPO-REGIMEN NOT = '02'
              AND (TRN-TIPO-REGIMEN < '05' OR TRN-TIPO-REGIMEN > '11')
              MOVE 'TIPO-REGIMEN INVALIDO (02/05-11)' TO
                  WS-MOTIVO-RECHAZO
           END-IF.
           IF WS-MOTIVO-RECHAZO = SPACES AND TRN-ALTA
              PERFORM VALIDA-DIGITO-RFC
              IF NOT RFC-ES-VALIDO
                     WS-MOTIVO-RECHAZO
              END-IF
           END-IF.
      * contrato de trabajo: en el alta siempre (salvo asimilados),
      * en el cambio solo si trae tipo
           IF WS-MOTIVO-RECHAZO = SPACES AND TRN-ALTA
              AND TRN-TIPO-REGIMEN NOT = SPACES
              AND TRN-TIPO-REGIMEN NOT = '02'
              AND TRN-TIPO-CONTRATO NOT = SPACES
              MOVE 'ASIMILADO NO LLEVA CONTRATO' TO WS-MOTIVO-RECHAZO
           END-IF.
           MOVE SPACES TO WS-CTN-TIPO.
           IF WS-MOTIVO-RECHAZO = SPACES
              AND ((TRN-ALTA AND (TRN-TIPO-REGIMEN = SPACES
                                  OR TRN-TIPO-REGIMEN = '02'))
                   OR (TRN-CAMBIO AND TRN-TIPO-CONTRATO NOT = SPACES))
              PERFORM ARMA-CONTRATO-TRANSACCION
              PERFORM VALIDA-CONTRATO
              IF WS-CTR-MOTIVO NOT = SPACES
                 MOVE WS-CTR-MOTIVO TO WS-MOTIVO-RECHAZO
                 MOVE SPACES TO WS-CTN-TIPO
              END-IF
           END-IF.
      * la baja es de supervisor tambien en batch, igual que la
      * transaccion B interactiva; la rechazada sale al archivo de
      * rechazos para que un supervisor la reenvie
                  WS-MOTIVO-RECHAZO
           END-IF.

      * contrato de la transaccion en los campos de captura; el
      * alta sin tipo es indeterminado y el alta sin inicio arranca
      * en la FECHA-INGRESO (o hoy, si esta no es fecha)
       ARMA-CONTRATO-TRANSACCION.
           MOVE TRN-DATO-ID TO WS-CTN-DATO-ID.
           MOVE TRN-TIPO-CONTRATO TO WS-CTN-TIPO.
           MOVE ZERO TO WS-CTN-INICIO WS-CTN-FIN.
           IF TRN-CTR-INICIO IS NUMERIC
              MOVE TRN-CTR-INICIO TO WS-CTN-INICIO
           END-IF.
           IF TRN-CTR-FIN IS NUMERIC
              MOVE TRN-CTR-FIN TO WS-CTN-FIN
           END-IF.
           MOVE 'N' TO WS-CTN-CONFIANZA.
           IF TRN-CTR-CONFIANZA = 'S'
              MOVE 'S' TO WS-CTN-CONFIANZA
           END-IF.
           IF TRN-ALTA
              IF WS-CTN-TIPO = SPACES
                 MOVE '01' TO WS-CTN-TIPO
                 MOVE ZERO TO WS-CTN-FIN
              END-IF
              IF WS-CTN-INICIO = ZERO
                 IF TRN-FECHA-INGRESO IS NUMERIC
                    AND FUNCTION TEST-DATE-YYYYMMDD(TRN-FECHA-INGRESO)
                        = 0
                    MOVE TRN-FECHA-INGRESO TO WS-CTN-INICIO
                 ELSE
                    MOVE WS-FECHA-HOY TO WS-CTN-INICIO
                 END-IF
              END-IF
           END-IF.

       BUSCA-GRADO.
           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING GRADO-IDX FROM 1 BY 1
           MOVE TRN-RFC TO EM-RFC.
           MOVE TRN-CURP TO EM-CURP.
           MOVE TRN-FECHA-INGRESO TO EM-FECHA-INGRESO.
           MOVE TRN-BASE-PAGO TO EM-BASE-PAGO.
           MOVE TRN-TIPO-REGIMEN TO EM-TIPO-REGIMEN.
           MOVE EM-COMPANIA TO WS-PLZ-CIA.
           MOVE EM-DEPARTAMENTO TO WS-PLZ-DEPTO.
           MOVE EM-JOB-GRADE TO WS-PLZ-GRADO.
           PERFORM ASIGNA-PLAZA-TRANSACCION.
           IF WS-MOTIVO-RECHAZO = SPACES
              WRITE EMPLOYEE-MASTER-RECORD
                  INVALID KEY
                     MOVE 'DATO-ID YA EXISTE' TO WS-MOTIVO-RECHAZO
                  NOT INVALID KEY
                     MOVE SPACES TO WS-IMAGEN-ANTES
                     MOVE SPACES TO WS-STATUS-PREVIO
                     PERFORM ESCRIBE-HISTORIAL-STATUS
                     PERFORM ESCRIBE-BITACORA-MANTTO
                     IF WS-CTN-TIPO NOT = SPACES
                        PERFORM ESCRIBE-CONTRATO
                     END-IF
                     PERFORM INSERTA-EN-TABLA-EMPLEADOS
                     PERFORM OCUPA-PLAZA
              END-WRITE
           END-IF.

      * un cambio que toca PAGO, BASE-PAGO o TIPO-REGIMEN o voltea
      * el status a 'baj' es de supervisor, igual que en la
      * pantalla: un archivo de RH no brinca el gating. BASE-PAGO o
      * TIPO-REGIMEN en blanco conservan el vigente. PAGO y JOB-GRADE
      * nuevos se encolan para la doble autorizacion. El resto del
      * cambio se aplica completo y deja su renglon antes/despues en
      * la bitacora.
       APLICA-CAMBIO.
           MOVE TRN-DATO-ID TO EM-DATO-ID.
           READ EMPLOYEE-MASTER
               NOT INVALID KEY
                  IF NOT OPERADOR-ES-SUPERVISOR
                     AND (TRN-PAGO NOT = EM-PAGO
                          OR TRN-EMPLOYEE-STATUS = 'baj'
                          OR (TRN-BASE-PAGO NOT = SPACE
                              AND TRN-BASE-PAGO NOT = EM-BASE-PAGO)
                          OR (TRN-TIPO-REGIMEN NOT = SPACES
                              AND TRN-TIPO-REGIMEN NOT =
                                  EM-TIPO-REGIMEN))
                     MOVE 'PAGO/BAJA REQUIERE SUPERVISOR' TO
                         WS-MOTIVO-RECHAZO
                  ELSE
      * un DEPARTAMENTO distinto (sin ser baja) es transferencia y
      * necesita plaza vacante en el departamento y grado nuevos
                     MOVE 'N' TO WS-TRANSFERENCIA
                     MOVE ZERO TO WS-PLAZA-POS
                     IF TRN-DEPARTAMENTO NOT = EM-DEPARTAMENTO
                        AND TRN-EMPLOYEE-STATUS NOT = 'baj'
                        MOVE 'S' TO WS-TRANSFERENCIA
                        MOVE EM-COMPANIA TO WS-PLZ-CIA
                        MOVE TRN-DEPARTAMENTO TO WS-PLZ-DEPTO
                        MOVE EM-JOB-GRADE TO WS-PLZ-GRADO
                        PERFORM ASIGNA-PLAZA-TRANSACCION
                     END-IF
                  END-IF
                  IF WS-MOTIVO-RECHAZO = SPACES
                     PERFORM ARMA-IMAGEN-REGISTRO
                     MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES
      * PAGO y JOB-GRADE distintos se encolan para la doble
      * autorizacion; el maestro conserva los vigentes
                     IF TRN-PAGO NOT = EM-PAGO
                        MOVE 'PAGO ' TO WS-CPD-CAMPO
                        MOVE EM-PAGO TO WS-VP-PAGO
                        MOVE WS-VALOR-PAGO TO WS-CPD-ANTES
                        MOVE TRN-PAGO TO WS-VP-PAGO
                        MOVE WS-VALOR-PAGO TO WS-CPD-NUEVO
                        PERFORM ENCOLA-CAMBIO-PENDIENTE
                     END-IF
                     IF TRN-JOB-GRADE NOT = EM-JOB-GRADE
                        MOVE 'GRADO' TO WS-CPD-CAMPO
                        MOVE EM-JOB-GRADE TO WS-CPD-ANTES
                        MOVE TRN-JOB-GRADE TO WS-CPD-NUEVO
                        PERFORM ENCOLA-CAMBIO-PENDIENTE
                     END-IF
                     MOVE TRN-MX-ESTADO TO EM-MX-ESTADO
                     MOVE TRN-DEDUCCION-PERIODO TO
                         EM-DEDUCCION-PERIODO
                     MOVE TRN-DEPARTAMENTO TO EM-DEPARTAMENTO
                     MOVE TRN-SCHEDULED-HORAS TO EM-SCHEDULED-HORAS
                     IF TRN-BASE-PAGO NOT = SPACE
                        MOVE TRN-BASE-PAGO TO EM-BASE-PAGO
                     END-IF
                     IF TRN-TIPO-REGIMEN NOT = SPACES
                        MOVE TRN-TIPO-REGIMEN TO EM-TIPO-REGIMEN
                     END-IF
                     MOVE EM-EMPLOYEE-STATUS TO WS-STATUS-PREVIO
                     MOVE TRN-EMPLOYEE-STATUS TO EM-EMPLOYEE-STATUS
                     PERFORM ESCRIBE-HISTORIAL-STATUS
                     REWRITE EMPLOYEE-MASTER-RECORD
                     PERFORM ESCRIBE-BITACORA-MANTTO
                     IF WS-CTN-TIPO NOT = SPACES
                        PERFORM ESCRIBE-CONTRATO
                     END-IF
                     PERFORM ACTUALIZA-EN-TABLA-EMPLEADOS
                     IF ES-TRANSFERENCIA
                        OR (EM-BAJA AND WS-STATUS-PREVIO NOT = 'baj')
                        PERFORM LIBERA-PLAZA-EMPLEADO
                     END-IF
                     IF ES-TRANSFERENCIA
                        PERFORM OCUPA-PLAZA
                     END-IF
                  END-IF
           END-READ.

                  REWRITE EMPLOYEE-MASTER-RECORD
                  PERFORM ESCRIBE-BITACORA-MANTTO
                  PERFORM MARCA-BAJA-EN-TABLA
                  PERFORM LIBERA-PLAZA-EMPLEADO
           END-READ.


           MOVE TRN-RFC TO REJ-RFC.
           MOVE TRN-CURP TO REJ-CURP.
           MOVE TRN-FECHA-INGRESO TO REJ-FECHA-INGRESO.
           MOVE TRN-BASE-PAGO TO REJ-BASE-PAGO.
           MOVE TRN-TIPO-REGIMEN TO REJ-TIPO-REGIMEN.
           MOVE TRN-PLAZA TO REJ-PLAZA.
           MOVE TRN-SIN-PLAZA TO REJ-SIN-PLAZA.
           MOVE TRN-TIPO-CONTRATO TO REJ-TIPO-CONTRATO.
           MOVE TRN-CTR-INICIO TO REJ-CTR-INICIO.
           MOVE TRN-CTR-FIN TO REJ-CTR-FIN.
           MOVE TRN-CTR-CONFIANZA TO REJ-CTR-CONFIANZA.
           WRITE RECHAZO-RECORD.

      * firma del operador contra data/OPERADOR.DAT, mismas tres
           MOVE EM-DEPARTAMENTO TO WS-IM-DEPARTAMENTO.
           MOVE EM-SCHEDULED-HORAS TO WS-IM-SCHEDULED.
           MOVE EM-EMPLOYEE-STATUS TO WS-IM-STATUS.
           MOVE EM-BASE-PAGO TO WS-IM-BASE-PAGO.
           MOVE EM-TIPO-REGIMEN TO WS-IM-TIPO-REGIMEN.

      * un renglon de bitacora por transaccion aplicada: operador,
      * fecha/hora, codigo, DATO-ID e imagenes antes/despues (la
           OPEN EXTEND MANTAUD-FILE.
           IF WS-MANTAUD-STATUS = "00" OR WS-MANTAUD-STATUS = "05"
              MOVE WS-OPERADOR-FIRMADO TO MAU-OPERADOR
              MOVE SPACES TO MAU-OPERADOR-CAPTURA
              MOVE 'EMP' TO MAU-MAESTRO
              MOVE FUNCTION CURRENT-DATE(1:8) TO MAU-FECHA
              MOVE FUNCTION CURRENT-DATE(9:6) TO MAU-HORA
              MOVE TRN-CODIGO TO MAU-TRANSACCION
                           TE-CURP(WS-NUM-EMPLEADOS)
                       MOVE FECHA-INGRESO TO
                           TE-FECHA-INGRESO(WS-NUM-EMPLEADOS)
                       MOVE BASE-PAGO TO
                           TE-BASE-PAGO(WS-NUM-EMPLEADOS)
                       MOVE TIPO-REGIMEN TO
                           TE-TIPO-REGIMEN(WS-NUM-EMPLEADOS)
                       END-IF
                 END-READ
              END-PERFORM
           MOVE EM-RFC TO TE-RFC(WS-TE-POS).
           MOVE EM-CURP TO TE-CURP(WS-TE-POS).
           MOVE EM-FECHA-INGRESO TO TE-FECHA-INGRESO(WS-TE-POS).
           MOVE EM-BASE-PAGO TO TE-BASE-PAGO(WS-TE-POS).
           MOVE EM-TIPO-REGIMEN TO TE-TIPO-REGIMEN(WS-TE-POS).
           ADD 1 TO WS-NUM-EMPLEADOS.

       ACTUALIZA-EN-TABLA-EMPLEADOS.
                     TE-SCHEDULED-HORAS(TE-IDX2)
                 MOVE EM-EMPLOYEE-STATUS TO
                     TE-EMPLOYEE-STATUS(TE-IDX2)
                 MOVE EM-BASE-PAGO TO TE-BASE-PAGO(TE-IDX2)
                 MOVE EM-TIPO-REGIMEN TO TE-TIPO-REGIMEN(TE-IDX2)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
                 MOVE TE-RFC(TE-IDX2) TO NEW-RFC
                 MOVE TE-CURP(TE-IDX2) TO NEW-CURP
                 MOVE TE-FECHA-INGRESO(TE-IDX2) TO NEW-FECHA-INGRESO
                 MOVE TE-BASE-PAGO(TE-IDX2) TO NEW-BASE-PAGO
                 MOVE TE-TIPO-REGIMEN(TE-IDX2) TO NEW-TIPO-REGIMEN
                 MOVE ZERO TO NEW-SALARIO-REGULAR
                 MOVE ZERO TO NEW-HORAS-EXTRA
                 MOVE ZERO TO NEW-PRIMA-EXTRA
              END-IF
           END-IF.

      * carga data/PLAZAS.DAT a TABLA-PLAZAS; sin archivo no hay
      * plazas vacantes y toda alta o transferencia necesita la
      * autorizacion de un supervisor
       CARGA-TABLA-PLAZAS.
           MOVE ZERO TO WS-NUM-PLAZAS.
           OPEN INPUT PLAZA-FILE.
           PERFORM UNTIL WS-PLAZA-STATUS NOT = "00"
              READ PLAZA-FILE
                 AT END MOVE "10" TO WS-PLAZA-STATUS
                 NOT AT END
                    IF WS-NUM-PLAZAS = 2000
                       DISPLAY "TABLA LLENA: WS-NUM-PLAZAS"
                       PERFORM ABORTA-TABLA-LLENA
                    END-IF
                    ADD 1 TO WS-NUM-PLAZAS
                    MOVE PLZ-NUMERO TO TAB-PLZ-NUMERO(WS-NUM-PLAZAS)
                    MOVE PLZ-COMPANIA TO TAB-PLZ-CIA(WS-NUM-PLAZAS)
                    MOVE PLZ-DEPARTAMENTO TO
                        TAB-PLZ-DEPTO(WS-NUM-PLAZAS)
                    MOVE PLZ-JOB-GRADE TO TAB-PLZ-GRADO(WS-NUM-PLAZAS)
                    MOVE PLZ-STATUS TO TAB-PLZ-STATUS(WS-NUM-PLAZAS)
                    MOVE PLZ-DATO-ID TO TAB-PLZ-DATO-ID(WS-NUM-PLAZAS)
                    MOVE PLZ-FECHA-VACANTE TO
                        TAB-PLZ-FECHA-VAC(WS-NUM-PLAZAS)
              END-READ
           END-PERFORM.
           CLOSE PLAZA-FILE.

      * busca la plaza de la transaccion (TRN-PLAZA, o la primera
      * vacante) para WS-PLZ-CIA/DEPTO/GRADO; sin plaza la
      * transaccion se rechaza, salvo que un supervisor la autorice
      * con TRN-SIN-PLAZA y entonces queda aviso en el reporte y en
      * la bitacora
      * agrega a data/CAMBPEND.DAT el cambio sensible de la
      * transaccion (WS-CPD-CAMPO/ANTES/NUEVO) como pendiente a nombre
      * del operador firmado; el reporte lo anota en la aplicada
       ENCOLA-CAMBIO-PENDIENTE.
           OPEN EXTEND CAMBPEND-FILE.
           IF WS-CAMBPEND-STATUS = "00" OR WS-CAMBPEND-STATUS = "05"
              MOVE WS-CPD-CAMPO TO CPD-CAMPO
              MOVE EM-DATO-ID TO CPD-DATO-ID
              MOVE WS-CPD-ANTES TO CPD-VALOR-ANTES
              MOVE WS-CPD-NUEVO TO CPD-VALOR-NUEVO
              MOVE WS-OPERADOR-FIRMADO TO CPD-OPERADOR-CAPTURA
              MOVE FUNCTION CURRENT-DATE(1:8) TO CPD-FECHA-CAPTURA
              MOVE FUNCTION CURRENT-DATE(9:6) TO CPD-HORA-CAPTURA
              MOVE 'P' TO CPD-STATUS
              MOVE SPACES TO CPD-OPERADOR-DECIDE
              MOVE ZERO TO CPD-FECHA-DECIDE
              WRITE CAMBPEND-RECORD
              CLOSE CAMBPEND-FILE
              ADD 1 TO WS-NUM-ENCOLADOS
              IF WS-AVISO-PLAZA = SPACES
                 MOVE 'PAGO/GRADO PENDIENTE DE AUTORIZAR' TO
                     WS-AVISO-PLAZA
              END-IF
           ELSE
              DISPLAY "ERROR AL ABRIR data/CAMBPEND.DAT: "
                  WS-CAMBPEND-STATUS
              MOVE 'COLA DE AUTORIZACION NO DISPONIBLE' TO
                  WS-AVISO-PLAZA
           END-IF.

       ASIGNA-PLAZA-TRANSACCION.
           IF TRN-PLAZA NUMERIC
              MOVE TRN-PLAZA TO WS-PLAZA-PEDIDA
           ELSE
              MOVE ZERO TO WS-PLAZA-PEDIDA
           END-IF.
           PERFORM BUSCA-PLAZA-VACANTE.
           IF WS-PLAZA-POS = ZERO
              IF TRN-AUTORIZA-SIN-PLAZA AND OPERADOR-ES-SUPERVISOR
                 MOVE 'SIN PLAZA, AUTORIZO SUPERVISOR' TO
                     WS-AVISO-PLAZA
                 MOVE 'EMPBATCH' TO LOG-PROGRAMA
                 MOVE 'W' TO LOG-SEVERIDAD
                 MOVE SPACES TO LOG-MENSAJE
                 STRING 'DATO-ID ' TRN-DATO-ID ' SIN PLAZA EN '
                     WS-PLZ-CIA '/' WS-PLZ-DEPTO '/' WS-PLZ-GRADO
                     ', AUTORIZO ' WS-OPERADOR-FIRMADO
                     DELIMITED BY SIZE INTO LOG-MENSAJE
                 PERFORM REGISTRA-BITACORA
              ELSE
                 MOVE 'SIN PLAZA VACANTE AUTORIZADA' TO
                     WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

      * primera plaza autorizada y vacante de la compania,
      * departamento y grado pedidos (la pedida, si viene numero);
      * WS-PLAZA-POS queda en cero si no hay
       BUSCA-PLAZA-VACANTE.
           MOVE ZERO TO WS-PLAZA-POS.
           PERFORM VARYING PLZ-IDX FROM 1 BY 1
                   UNTIL PLZ-IDX > WS-NUM-PLAZAS
              IF TAB-PLZ-STATUS(PLZ-IDX) = 'A'
                 AND TAB-PLZ-DATO-ID(PLZ-IDX) = ZERO
                 AND TAB-PLZ-CIA(PLZ-IDX) = WS-PLZ-CIA
                 AND TAB-PLZ-DEPTO(PLZ-IDX) = WS-PLZ-DEPTO
                 AND TAB-PLZ-GRADO(PLZ-IDX) = WS-PLZ-GRADO
                 AND (WS-PLAZA-PEDIDA = ZERO
                      OR TAB-PLZ-NUMERO(PLZ-IDX) = WS-PLAZA-PEDIDA)
                 SET WS-PLAZA-POS TO PLZ-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * el empleado ocupa la plaza que se le encontro (ninguna si
      * entro sin plaza por autorizacion de supervisor)
       OCUPA-PLAZA.
           IF WS-PLAZA-POS > ZERO
              MOVE EM-DATO-ID TO TAB-PLZ-DATO-ID(WS-PLAZA-POS)
              MOVE 'S' TO WS-PLAZAS-MOVIDAS
           END-IF.

      * la plaza que ocupaba el empleado queda vacante desde hoy
       LIBERA-PLAZA-EMPLEADO.
           PERFORM VARYING PLZ-IDX FROM 1 BY 1
                   UNTIL PLZ-IDX > WS-NUM-PLAZAS
              IF TAB-PLZ-DATO-ID(PLZ-IDX) = EM-DATO-ID
                 MOVE ZERO TO TAB-PLZ-DATO-ID(PLZ-IDX)
                 MOVE WS-FECHA-HOY TO TAB-PLZ-FECHA-VAC(PLZ-IDX)
                 MOVE 'S' TO WS-PLAZAS-MOVIDAS
              END-IF
           END-PERFORM.

      * regraba data/PLAZAS.DAT desde la tabla, mismo patron .NEW +
      * CBL_RENAME_FILE que EMPLOYEE.DAT
       REGRABA-PLAZAS.
           OPEN OUTPUT PLAZA-FILE-NEW.
           IF WS-PLAZA-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PLAZAS.DAT.NEW: "
                  WS-PLAZA-NEW-STATUS
           ELSE
              PERFORM VARYING PLZ-IDX FROM 1 BY 1
                      UNTIL PLZ-IDX > WS-NUM-PLAZAS
                 MOVE TAB-PLZ-NUMERO(PLZ-IDX) TO PLZN-NUMERO
                 MOVE TAB-PLZ-CIA(PLZ-IDX) TO PLZN-COMPANIA
                 MOVE TAB-PLZ-DEPTO(PLZ-IDX) TO PLZN-DEPARTAMENTO
                 MOVE TAB-PLZ-GRADO(PLZ-IDX) TO PLZN-JOB-GRADE
                 MOVE TAB-PLZ-STATUS(PLZ-IDX) TO PLZN-STATUS
                 MOVE TAB-PLZ-DATO-ID(PLZ-IDX) TO PLZN-DATO-ID
                 MOVE TAB-PLZ-FECHA-VAC(PLZ-IDX) TO PLZN-FECHA-VACANTE
                 WRITE PLAZA-NEW-RECORD
              END-PERFORM
              CLOSE PLAZA-FILE-NEW
              CALL "CBL_RENAME_FILE" USING WS-RUTA-PLZ-NUEVA
                  WS-RUTA-PLZ-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/PLAZAS.DAT, RC="
                     RETURN-CODE
              END-IF
           END-IF.

      * el digito verificador del RFC de la transaccion (mismo
      * algoritmo que VALIDA-DIGITO-RFC en EMPMANTTO.cbl)
       VALIDA-DIGITO-RFC.
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * historia de contratos de WS-CTN-DATO-ID: el vigente es el de
      * inicio mas reciente (a inicio igual, el ultimo capturado) y
      * se anota si alguna vez tuvo prueba o capacitacion inicial
       CARGA-HISTORIA-CONTRATO.
           MOVE SPACES TO WS-CTR-VIG-TIPO.
           MOVE ZERO TO WS-CTR-VIG-INICIO WS-CTR-VIG-FIN
               WS-CTR-VIG-RENOV.
           MOVE 'N' TO WS-CTR-HUBO-INICIAL.
           OPEN INPUT CONTRATO-FILE.
           IF WS-CONTRATO-STATUS = "00"
              PERFORM UNTIL WS-CONTRATO-STATUS NOT = "00"
                 READ CONTRATO-FILE
                    AT END MOVE "10" TO WS-CONTRATO-STATUS
                    NOT AT END
                       IF CTR-DATO-ID = WS-CTN-DATO-ID
                          IF CTR-INICIAL
                             MOVE 'S' TO WS-CTR-HUBO-INICIAL
                          END-IF
                          IF CTR-FECHA-INICIO NOT < WS-CTR-VIG-INICIO
                             MOVE CTR-TIPO TO WS-CTR-VIG-TIPO
                             MOVE CTR-FECHA-INICIO TO WS-CTR-VIG-INICIO
                             MOVE CTR-FECHA-FIN TO WS-CTR-VIG-FIN
                             MOVE CTR-RENOVACIONES TO WS-CTR-VIG-RENOV
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRATO-FILE
           END-IF.

      * topes de la LFT sobre el contrato capturado; WS-CTR-MOTIVO
      * queda en blanco si procede. Prueba: hasta 30 dias, 180 en
      * direccion/confianza (art. 39-A). Capacitacion inicial: hasta
      * 3 meses, 6 en confianza (art. 39-B). Ninguno se repite ni se
      * encadena (art. 39-D). Un indeterminado ya no regresa a
      * temporal, y un contrato no puede empezar antes del vigente.
      * La renovacion del mismo tipo (obra, tiempo, temporada) lleva
      * la cuenta del vigente mas uno
       VALIDA-CONTRATO.
           MOVE SPACES TO WS-CTR-MOTIVO.
           IF NOT CTN-TIPO-VALIDO
              MOVE 'TIPO DE CONTRATO INVALIDO (01-06)' TO
                  WS-CTR-MOTIVO
           END-IF.
           IF WS-CTR-MOTIVO = SPACES
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-CTN-INICIO) NOT = 0
              MOVE 'INICIO DE CONTRATO INVALIDO' TO WS-CTR-MOTIVO
           END-IF.
           IF WS-CTR-MOTIVO = SPACES AND CTN-INDETERMINADO
              AND WS-CTN-FIN NOT = ZERO
              MOVE 'CONTRATO 01 NO LLEVA FECHA FIN' TO WS-CTR-MOTIVO
           END-IF.
           IF WS-CTR-MOTIVO = SPACES AND NOT CTN-INDETERMINADO
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CTN-FIN) NOT = 0
                 OR WS-CTN-FIN < WS-CTN-INICIO
                 MOVE 'FIN DE CONTRATO INVALIDO' TO WS-CTR-MOTIVO
              END-IF
           END-IF.
           IF WS-CTR-MOTIVO = SPACES AND CTN-PRUEBA
              MOVE 30 TO WS-CTR-TOPE-DIAS
              IF CTN-DE-CONFIANZA
                 MOVE 180 TO WS-CTR-TOPE-DIAS
              END-IF
              COMPUTE WS-CTR-DIAS =
                  FUNCTION INTEGER-OF-DATE(WS-CTN-FIN)
                  - FUNCTION INTEGER-OF-DATE(WS-CTN-INICIO) + 1
              IF WS-CTR-DIAS > WS-CTR-TOPE-DIAS
                 MOVE 'PRUEBA EXCEDE SU TOPE (LFT 39-A)' TO
                     WS-CTR-MOTIVO
              END-IF
           END-IF.
           IF WS-CTR-MOTIVO = SPACES AND CTN-CAPACITACION
              MOVE 3 TO WS-CTR-MESES
              IF CTN-DE-CONFIANZA
                 MOVE 6 TO WS-CTR-MESES
              END-IF
              PERFORM CALCULA-TOPE-MESES
              IF WS-CTN-FIN > WS-CTR-TOPE-NUM
                 MOVE 'CAPACITACION EXCEDE TOPE (LFT 39-B)' TO
                     WS-CTR-MOTIVO
              END-IF
           END-IF.
           IF WS-CTR-MOTIVO = SPACES
              PERFORM CARGA-HISTORIA-CONTRATO
              IF CTN-INICIAL AND CTR-YA-TUVO-INICIAL
                 MOVE 'PRUEBA/CAPACITACION YA DADA (39-D)' TO
                     WS-CTR-MOTIVO
              END-IF
           END-IF.
           IF WS-CTR-MOTIVO = SPACES AND WS-CTR-VIG-TIPO = '01'
              IF CTN-INDETERMINADO
                 MOVE 'YA TIENE CONTRATO 01 VIGENTE' TO WS-CTR-MOTIVO
              ELSE
                 MOVE 'YA ES POR TIEMPO INDETERMINADO' TO
                     WS-CTR-MOTIVO
              END-IF
           END-IF.
           IF WS-CTR-MOTIVO = SPACES AND WS-CTR-VIG-TIPO NOT = SPACES
              AND WS-CTN-INICIO < WS-CTR-VIG-INICIO
              MOVE 'INICIO ANTERIOR AL CONTRATO VIGENTE' TO
                  WS-CTR-MOTIVO
           END-IF.
           MOVE ZERO TO WS-CTN-RENOV.
           IF WS-CTR-MOTIVO = SPACES AND CTN-RENOVABLE
              AND WS-CTN-TIPO = WS-CTR-VIG-TIPO
              AND WS-CTR-VIG-RENOV < 99
              COMPUTE WS-CTN-RENOV = WS-CTR-VIG-RENOV + 1
           END-IF.

      * ultimo dia del plazo de WS-CTR-MESES meses contado desde el
      * inicio: mismo dia N meses despues, menos uno. Si ese dia no
      * existe en el mes destino (31 de abril) el plazo corre hasta
      * el ultimo dia de ese mes
       CALCULA-TOPE-MESES.
           MOVE WS-CTN-INICIO TO WS-CTR-TOPE-NUM.
           COMPUTE WS-CTR-MES-ABS = WS-CTR-TOPE-ANIO * 12
               + WS-CTR-TOPE-MES - 1 + WS-CTR-MESES.
           DIVIDE WS-CTR-MES-ABS BY 12 GIVING WS-CTR-TOPE-ANIO
               REMAINDER WS-CTR-TOPE-MES.
           ADD 1 TO WS-CTR-TOPE-MES.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CTR-TOPE-NUM) NOT = 0
              MOVE 1 TO WS-CTR-TOPE-DIA
              IF WS-CTR-TOPE-MES = 12
                 ADD 1 TO WS-CTR-TOPE-ANIO
                 MOVE 1 TO WS-CTR-TOPE-MES
              ELSE
                 ADD 1 TO WS-CTR-TOPE-MES
              END-IF
           END-IF.
           COMPUTE WS-CTR-TOPE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CTR-TOPE-NUM) - 1).

      * agrega el contrato ya validado a data/CONTRATO.DAT
       ESCRIBE-CONTRATO.
           OPEN EXTEND CONTRATO-FILE.
           IF WS-CONTRATO-STATUS = "00" OR WS-CONTRATO-STATUS = "05"
              MOVE WS-CTN-DATO-ID TO CTR-DATO-ID
              MOVE WS-CTN-TIPO TO CTR-TIPO
              MOVE WS-CTN-INICIO TO CTR-FECHA-INICIO
              MOVE WS-CTN-FIN TO CTR-FECHA-FIN
              MOVE WS-CTN-RENOV TO CTR-RENOVACIONES
              MOVE WS-CTN-CONFIANZA TO CTR-CONFIANZA
              MOVE FUNCTION CURRENT-DATE(1:8) TO CTR-FECHA-CAPTURA
              WRITE CONTRATO-RECORD
              CLOSE CONTRATO-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/CONTRATO.DAT: "
                  WS-CONTRATO-STATUS
           END-IF.

      * una tabla en memoria llena no se trunca en silencio: con el
      * volumen creciendo, truncar es pagar mal; el job aborta y
      * capacidad decide si aumentar el OCCURS. Las cargas que pueden
