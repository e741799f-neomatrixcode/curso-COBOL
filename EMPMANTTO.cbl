      * reemplazo de archivo se hace con CBL_RENAME_FILE en vez de un
      * paso de shell aparte porque EMPMANTTO es interactivo y debe
      * dejar EMPLOYEE.DAT listo entre una transaccion y la siguiente.
      *
      * Control de plazas (ver PLAZAREC.cpy): el alta y la
      * transferencia de departamento piden la plaza autorizada
      * vacante que toma el empleado; sin ella el alta se cancela y la
      * transferencia no se aplica, salvo que el supervisor firmado
      * autorice el movimiento sin plaza (queda en la bitacora). La
      * baja y la transferencia liberan la plaza anterior, y
      * data/PLAZAS.DAT se regraba en la misma transaccion.
      *
      * Cambios sensibles con doble autorizacion (ver CAMPENRC.cpy):
      * un PAGO o JOB-GRADE nuevo capturado en el cambio no entra al
      * maestro, queda en la cola data/CAMBPEND.DAT; la transaccion
      * R (supervisor) revisa la cola y aprueba o rechaza cada
      * renglon, nunca uno capturado por el mismo operador firmado.
      * La aprobacion aplica el valor al maestro y ambas decisiones
      * quedan en data/MANTAUD.LOG con los dos operadores.
      *
      * Contrato de trabajo (ver CONTRREC.cpy): el alta de un
      * trabajador de sueldos y salarios captura su contrato (tipo,
      * inicio, fin) y la transaccion K registra la renovacion o el
      * cambio de tipo; ambos validan los topes de la LFT para la
      * prueba y la capacitacion inicial y la historia del DATO-ID.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMANTTO.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LICENCIA-STATUS.

      * historia de contratos de trabajo (ver CONTRREC.cpy); el alta
      * y la transaccion K le agregan un renglon
           SELECT OPTIONAL CONTRATO-FILE ASSIGN TO "data/CONTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATO-STATUS.

      * historial de transferencias de departamento (ver
      * TRANSREC.cpy); cada cambio de DEPARTAMENTO agrega un renglon
      * con fecha efectiva para que la corrida prorratee el SALARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

      * creditos FONACOT de la cedula (ver FONCRRC.cpy) y bajas por
      * reportar (ver FONBAJRC.cpy): la baja de un trabajador con
      * credito marca sus creditos para que el cierre del mes los
      * regrese al FONACOT y salgan de la siguiente cedula
           SELECT OPTIONAL FONCRED-FILE ASSIGN TO "data/FONCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONCRED-STATUS.

           SELECT OPTIONAL FONBAJA-FILE ASSIGN TO "data/FONBAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONBAJA-STATUS.

      * inscripcion al seguro de gastos medicos mayores (ver
      * SGMMREC.cpy): la baja termina la cobertura de toda la familia
           SELECT OPTIONAL SGMM-FILE ASSIGN TO "data/SGMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMM-STATUS.

           SELECT SGMM-FILE-NEW ASSIGN TO "data/SGMM.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMM-NEW-STATUS.

      * tabla de tarifas: solo para validar que el JOB-GRADE
      * capturado exista de verdad en data/PAYRATE.DAT (un grado
      * inexistente dejaba al empleado pagandose con el PAGO viejo
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

      * cola de cambios sensibles pendientes de autorizacion (ver
      * CAMPENRC.cpy) y su regrabada al cerrar una revision
           SELECT OPTIONAL CAMBPEND-FILE ASSIGN TO "data/CAMBPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBPEND-STATUS.

           SELECT CAMBPEND-FILE-NEW
               ASSIGN TO "data/CAMBPEND.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBPEND-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       FD  TRANSFER-FILE.
           COPY TRANSREC.

       FD  CONTRATO-FILE.
           COPY CONTRREC.

       FD  LOCK-FILE.
           COPY LOCKREC.

       FD  MANTAUD-FILE.
           COPY MNTAUDRC.

       FD  FONCRED-FILE.
           COPY FONCRRC.

       FD  FONBAJA-FILE.
           COPY FONBAJRC.

       FD  SGMM-FILE.
           COPY SGMMREC.

       FD  SGMM-FILE-NEW.
       01  SGMM-NEW-LINEA PIC X(68).

       FD  DEPTCAT-FILE.
           COPY DEPTCAT.

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

       FD  CAMBPEND-FILE-NEW.
       01  CAMBPEND-NEW-LINEA PIC X(105).

       WORKING-STORAGE SECTION.
           77 WS-MASTER-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-NEW-STATUS PIC XX VALUE SPACES.
      * codigo de transaccion: A alta, C cambio, B baja, D catalogo
      * de departamentos, K contrato, R revisa pendientes, T termina.
      * Cualquier otro valor se rechaza en WHEN OTHER.
           77 WS-TRANSACCION PIC X VALUE SPACES.
           77 WS-TERMINAR PIC X VALUE 'N'.
              88 MANTTO-TERMINADO VALUE 'S'.
                   10  TE-RFC               PIC X(13).
                   10  TE-CURP              PIC X(18).
                   10  TE-FECHA-INGRESO     PIC 9(8).
               10  TE-BASE-PAGO         PIC X.
               10  TE-TIPO-REGIMEN      PIC XX.
           77 WS-NUM-EMPLEADOS PIC 9(4) VALUE ZERO.
           77 WS-TE-POS PIC 9(4) VALUE ZERO.

           05  WS-IM-DEPARTAMENTO   PIC X(4).
           05  WS-IM-SCHEDULED      PIC 9(3).
           05  WS-IM-STATUS         PIC X(3).
           05  WS-IM-BASE-PAGO      PIC X.
           05  WS-IM-TIPO-REGIMEN   PIC XX.
           77 WS-IMAGEN-ANTES PIC X(40) VALUE SPACES.

      * candado del maestro: si data/EMPLOYEE.LCK existe, otro
           77 WS-TRANSFER-STATUS PIC XX VALUE SPACES.
           77 WS-RUTA-CANDADO PIC X(30) VALUE "data/EMPLOYEE.LCK".

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

      * etiquetas del archivo de empleados (ver LBLREC.cpy); la
      * regrabada escribe encabezado y trailer nuevos, con el conteo
      * y la suma de HORAS del contenido que se acaba de grabar
           77 WS-LBL-CONTEO PIC 9(6) VALUE ZERO.
           77 WS-LBL-HASH-HORAS PIC 9(7) VALUE ZERO.

      * creditos FONACOT del empleado dado de baja: los del mes mas
      * reciente de la cedula (el maestro guarda tambien el anterior)
           77 WS-FONCRED-STATUS PIC XX VALUE SPACES.
           77 WS-FONBAJA-STATUS PIC XX VALUE SPACES.
           77 WS-BAJA-NUEVA PIC X VALUE 'N'.
              88 BAJA-RECIEN-APLICADA VALUE 'S'.
           77 WS-FON-MES-MAX PIC 9(6) VALUE ZERO.
           77 WS-NUM-FON-CRED PIC 99 VALUE ZERO.

      * tabla en memoria de data/PLAZAS.DAT (mismo layout que en
      * EMPBATCH.cbl); cada transaccion que mueve un ocupante regraba
      * el archivo, como EMPLOYEE.DAT
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
           77 WS-PLAZA-OK PIC X VALUE 'N'.
              88 PLAZA-RESUELTA VALUE 'S'.
           77 WS-TRANSFERENCIA PIC X VALUE 'N'.
              88 ES-TRANSFERENCIA VALUE 'S'.
           77 WS-AUTORIZA-CAPTURA PIC X VALUE SPACE.
           77 WS-RUTA-PLZ-VIEJA PIC X(30) VALUE "data/PLAZAS.DAT".
           77 WS-RUTA-PLZ-NUEVA PIC X(30) VALUE "data/PLAZAS.DAT.NEW".

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl):
      * ahi queda cada movimiento autorizado sin plaza
           COPY LOGCOMM.

      * cola de cambios sensibles: el valor propuesto se arma aqui
      * antes de encolarse; PAGO viaja en sus 7 digitos 9(5)V99 al
      * principio del campo de valor
           77 WS-CAMBPEND-STATUS PIC XX VALUE SPACES.
           77 WS-CAMBPEND-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-CPD-CAMPO PIC X(5) VALUE SPACES.
           77 WS-CPD-ANTES PIC X(28) VALUE SPACES.
           77 WS-CPD-NUEVO PIC X(28) VALUE SPACES.
           77 WS-PAGO-CAPTURA PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-PAGO.
           05  WS-VP-PAGO          PIC 9(5)V99.
           05  FILLER              PIC X(21) VALUE SPACES.
           77 WS-DECISION PIC X VALUE SPACE.
           77 WS-VALOR-VIGENTE PIC X VALUE 'N'.
              88 CAMBIO-SOBRE-VIGENTE VALUE 'S'.
           77 WS-NUM-PENDIENTES PIC 9(4) VALUE ZERO.
      * operador que capturo el cambio que se decide, para la columna
      * de MANTAUD.LOG; en blanco en las demas transacciones
           77 WS-OPERADOR-CAPTURO PIC X(8) VALUE SPACES.
           77 WS-RUTA-CPD-VIEJA PIC X(30) VALUE "data/CAMBPEND.DAT".
           77 WS-RUTA-CPD-NUEVA PIC X(30)
               VALUE "data/CAMBPEND.DAT.NEW".
       01  TABLA-FON-CRED.
           05  FON-CRED-ENTRY OCCURS 20 TIMES
                   INDEXED BY FON-IDX.
               10  TAB-FON-CREDITO  PIC X(10).

      * asegurados del empleado dado de baja cuya cobertura termina
           77 WS-SGMM-STATUS PIC XX VALUE SPACES.
           77 WS-SGMM-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-SGMM-BAJA PIC 99 VALUE ZERO.
           77 WS-FECHA-BAJA-SGMM PIC 9(8) VALUE ZERO.
           77 WS-RUTA-SGMM-VIEJA PIC X(30) VALUE "data/SGMM.DAT".
           77 WS-RUTA-SGMM-NUEVA PIC X(30) VALUE "data/SGMM.DAT.NEW".

           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/EMPLOYEE.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/EMPLOYEE.DAT.NEW".


           PERFORM CARGA-TABLA-GRADOS.
           PERFORM CARGA-TABLA-DEPTOS-CAT.
           PERFORM CARGA-TABLA-PLAZAS.

      * a partir de aqui el candado esta tomado: cualquier salida
      * tiene que soltarlo o data/EMPLOYEE.LCK bloquea la corrida de

           PERFORM UNTIL MANTTO-TERMINADO
              DISPLAY "TRANSACCION (A=ALTA, C=CAMBIO, B=BAJA, "
                  "D=CATALOGO DEPTOS, K=CONTRATO, "
                  "R=REVISA PENDIENTES, T=TERMINAR): "
                  WITH NO ADVANCING
              ACCEPT WS-TRANSACCION
              EVALUATE WS-TRANSACCION
                    END-IF
                 WHEN 'D'
                    PERFORM MANTIENE-CATALOGO-DEPTOS
                 WHEN 'K'
                    PERFORM CAMBIA-CONTRATO
      * la revision de la cola de cambios sensibles es de supervisor
                 WHEN 'R'
                    IF OPERADOR-ES-SUPERVISOR
                       PERFORM REVISA-PENDIENTES
                    ELSE
                       DISPLAY "REVISION REQUIERE NIVEL SUPERVISOR"
                    END-IF
                 WHEN 'T'
                    MOVE 'S' TO WS-TERMINAR
                 WHEN OTHER
           ACCEPT EM-CURP.
           DISPLAY "FECHA-INGRESO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT EM-FECHA-INGRESO.
           PERFORM CAPTURA-BASE-PAGO-VALIDADA.
           PERFORM CAPTURA-TIPO-REGIMEN-VALIDADO.
           MOVE 'act' TO EM-EMPLOYEE-STATUS.
      * un asimilado no tiene relacion laboral ni contrato de trabajo
           IF NOT EM-REGIMEN-ASIMILADO
              PERFORM CAPTURA-CONTRATO-ALTA
           END-IF.

      * toda alta toma una plaza autorizada vacante
           MOVE EM-COMPANIA TO WS-PLZ-CIA.
           MOVE EM-DEPARTAMENTO TO WS-PLZ-DEPTO.
           MOVE EM-JOB-GRADE TO WS-PLZ-GRADO.
           PERFORM CAPTURA-PLAZA.
           IF NOT PLAZA-RESUELTA
              DISPLAY "ALTA CANCELADA, DATO-ID: " EM-DATO-ID
           ELSE
              WRITE EMPLOYEE-MASTER-RECORD
                  INVALID KEY
                     DISPLAY "YA EXISTE UN EMPLEADO CON DATO-ID: "
                         EM-DATO-ID
                  NOT INVALID KEY
                     DISPLAY "ALTA REGISTRADA, DATO-ID: " EM-DATO-ID
                     MOVE SPACES TO WS-IMAGEN-ANTES
                     MOVE SPACES TO WS-STATUS-PREVIO
                     PERFORM ESCRIBE-HISTORIAL-STATUS
                     PERFORM ESCRIBE-BITACORA-MANTTO
                     IF NOT EM-REGIMEN-ASIMILADO
                        PERFORM ESCRIBE-CONTRATO
                     END-IF
                     PERFORM CARGA-TABLA-EMPLEADOS
                     PERFORM INSERTA-EN-TABLA-EMPLEADOS
                     PERFORM SINCRONIZA-EMPLOYEE-DAT
                     PERFORM OCUPA-PLAZA
                     PERFORM REGRABA-PLAZAS
              END-WRITE
           END-IF.

      * cambio: solo corrige PAGO, MX-ESTADO, JOB-GRADE,
      * DEDUCCION-PERIODO, DEPARTAMENTO, SCHEDULED-HORAS, BASE-PAGO y
      * TIPO-REGIMEN
      * de un registro existente; HORAS y SALARIO los sigue manejando el
      * calculo de nomina, no la captura de mantenimiento
       CAMBIA-REGISTRO.
           PERFORM SOLICITA-DATO-ID.
                  PERFORM ARMA-IMAGEN-REGISTRO
                  MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES
      * cambiar PAGO es de supervisor; un operador de captura
      * conserva el PAGO vigente. El PAGO nuevo no entra al maestro:
      * queda en la cola hasta que otro supervisor lo apruebe
                  IF OPERADOR-ES-SUPERVISOR
                     DISPLAY "PAGO ACTUAL: " EM-PAGO
                     DISPLAY "PAGO NUEVO: " WITH NO ADVANCING
                     ACCEPT WS-PAGO-CAPTURA
                     IF WS-PAGO-CAPTURA NOT = EM-PAGO
                        MOVE 'PAGO ' TO WS-CPD-CAMPO
                        MOVE EM-PAGO TO WS-VP-PAGO
                        MOVE WS-VALOR-PAGO TO WS-CPD-ANTES
                        MOVE WS-PAGO-CAPTURA TO WS-VP-PAGO
                        MOVE WS-VALOR-PAGO TO WS-CPD-NUEVO
                        PERFORM ENCOLA-CAMBIO-PENDIENTE
                     END-IF
                  ELSE
                     DISPLAY "PAGO SOLO LO CAMBIA UN SUPERVISOR, "
                         "SE CONSERVA: " EM-PAGO
                  DISPLAY "MX-ESTADO ACTUAL: " EM-MX-ESTADO
                  PERFORM CAPTURA-ESTADO-VALIDADO
                  MOVE WS-EDO-CAPTURA TO EM-MX-ESTADO
      * el JOB-GRADE fija la tarifa: tambien pasa por la cola
                  DISPLAY "JOB-GRADE ACTUAL: " EM-JOB-GRADE
                  PERFORM CAPTURA-GRADO-VALIDADO
                  IF WS-GRADO-CAPTURA NOT = EM-JOB-GRADE
                     MOVE 'GRADO' TO WS-CPD-CAMPO
                     MOVE EM-JOB-GRADE TO WS-CPD-ANTES
                     MOVE WS-GRADO-CAPTURA TO WS-CPD-NUEVO
                     PERFORM ENCOLA-CAMBIO-PENDIENTE
                  END-IF
                  DISPLAY "DEDUCCION-PERIODO ACTUAL: "
                      EM-DEDUCCION-PERIODO
                  DISPLAY "DEDUCCION-PERIODO NUEVA: "
                  PERFORM CAPTURA-DEPTO-VALIDADO
      * un DEPARTAMENTO distinto es una transferencia de centro de
      * costo: se captura la fecha efectiva y queda en el historial
      * para el prorrateo de la corrida (ver TRANSREC.cpy). La
      * transferencia necesita plaza vacante en el departamento y
      * grado nuevos; sin ella se conserva el departamento
                  MOVE 'N' TO WS-TRANSFERENCIA
                  IF WS-DEPTO-CAPTURA NOT = EM-DEPARTAMENTO
                     MOVE EM-COMPANIA TO WS-PLZ-CIA
                     MOVE WS-DEPTO-CAPTURA TO WS-PLZ-DEPTO
                     MOVE EM-JOB-GRADE TO WS-PLZ-GRADO
                     PERFORM CAPTURA-PLAZA
                     IF PLAZA-RESUELTA
                        MOVE 'S' TO WS-TRANSFERENCIA
                        PERFORM CAPTURA-TRANSFERENCIA
                     ELSE
                        DISPLAY "TRANSFERENCIA RECHAZADA, SE CONSERVA: "
                            EM-DEPARTAMENTO
                        MOVE EM-DEPARTAMENTO TO WS-DEPTO-CAPTURA
                     END-IF
                  END-IF
                  MOVE WS-DEPTO-CAPTURA TO EM-DEPARTAMENTO
                  DISPLAY "SCHEDULED-HORAS ACTUAL: "
                  DISPLAY "SCHEDULED-HORAS NUEVO: "
                      WITH NO ADVANCING
                  ACCEPT EM-SCHEDULED-HORAS
      * la base de pago decide cuanto cobra el empleado, igual que
      * PAGO: solo la cambia un supervisor
                  IF OPERADOR-ES-SUPERVISOR
                     DISPLAY "BASE-PAGO ACTUAL: " EM-BASE-PAGO
                     PERFORM CAPTURA-BASE-PAGO-VALIDADA
                  ELSE
                     DISPLAY "BASE-PAGO SOLO LA CAMBIA UN SUPERVISOR, "
                         "SE CONSERVA: " EM-BASE-PAGO
                  END-IF
      * el regimen decide IMSS, PTU, provisiones y el timbrado del
      * recibo: tambien es de supervisor
                  IF OPERADOR-ES-SUPERVISOR
                     DISPLAY "TIPO-REGIMEN ACTUAL: " EM-TIPO-REGIMEN
                     PERFORM CAPTURA-TIPO-REGIMEN-VALIDADO
                  ELSE
                     DISPLAY "TIPO-REGIMEN SOLO LO CAMBIA UN "
                         "SUPERVISOR, SE CONSERVA: " EM-TIPO-REGIMEN
                  END-IF
                  DISPLAY "STATUS ACTUAL: " EM-EMPLOYEE-STATUS
                  DISPLAY "STATUS NUEVO (act/baj/lic): "
                      WITH NO ADVANCING
                  ACCEPT WS-STATUS-CAPTURA
                  MOVE 'N' TO WS-BAJA-NUEVA
      * la baja es de supervisor tambien aqui: teclear 'baj' en el
      * cambio era la vuelta al gating de la transaccion B
                  IF WS-STATUS-CAPTURA = 'baj'
                     MOVE EM-EMPLOYEE-STATUS TO WS-STATUS-PREVIO
                     MOVE WS-STATUS-CAPTURA TO EM-EMPLOYEE-STATUS
                     PERFORM ESCRIBE-HISTORIAL-STATUS
                     IF EM-BAJA AND WS-STATUS-PREVIO NOT = 'baj'
                        MOVE 'S' TO WS-BAJA-NUEVA
                     END-IF
                  END-IF
      * un status 'lic' ya no es una bandera ciega: se captura el
      * detalle de la licencia para el prorrateo de la corrida y el
                  END-IF
                  REWRITE EMPLOYEE-MASTER-RECORD
                  DISPLAY "CAMBIO REGISTRADO, DATO-ID: " EM-DATO-ID
                  IF BAJA-RECIEN-APLICADA
                     PERFORM MARCA-BAJA-FONACOT
                     PERFORM MARCA-BAJA-SGMM
                  END-IF
                  PERFORM ESCRIBE-BITACORA-MANTTO
                  PERFORM CARGA-TABLA-EMPLEADOS
                  PERFORM ACTUALIZA-EN-TABLA-EMPLEADOS
                  PERFORM SINCRONIZA-EMPLOYEE-DAT
                  IF ES-TRANSFERENCIA OR BAJA-RECIEN-APLICADA
                     PERFORM LIBERA-PLAZA-EMPLEADO
                  END-IF
                  IF ES-TRANSFERENCIA AND NOT BAJA-RECIEN-APLICADA
                     PERFORM OCUPA-PLAZA
                  END-IF
                  IF HUBO-MOVIMIENTO-PLAZAS
                     PERFORM REGRABA-PLAZAS
                  END-IF
           END-READ.

      * baja: el empleado se marca EMPLOYEE-STATUS = 'baj' en vez de
                  PERFORM ESCRIBE-HISTORIAL-STATUS
                  REWRITE EMPLOYEE-MASTER-RECORD
                  DISPLAY "BAJA REGISTRADA, DATO-ID: " EM-DATO-ID
                  IF WS-STATUS-PREVIO NOT = 'baj'
                     PERFORM MARCA-BAJA-FONACOT
                     PERFORM MARCA-BAJA-SGMM
                  END-IF
                  PERFORM ESCRIBE-BITACORA-MANTTO
                  PERFORM CARGA-TABLA-EMPLEADOS
                  PERFORM ACTUALIZA-EN-TABLA-EMPLEADOS
                  PERFORM SINCRONIZA-EMPLOYEE-DAT
                  PERFORM LIBERA-PLAZA-EMPLEADO
                  IF HUBO-MOVIMIENTO-PLAZAS
                     PERFORM REGRABA-PLAZAS
                  END-IF
           END-READ.

      * la baja de un trabajador con credito FONACOT en la cedula mas
      * reciente deja un renglon por credito en data/FONBAJA.DAT: el
      * cierre del mes (FONPAGO.cbl) lo regresa como incidencia de
      * baja con esta fecha para que salga de la siguiente cedula
       MARCA-BAJA-FONACOT.
           MOVE ZERO TO WS-FON-MES-MAX WS-NUM-FON-CRED.
           OPEN INPUT FONCRED-FILE.
           IF WS-FONCRED-STATUS = "00"
              PERFORM UNTIL WS-FONCRED-STATUS NOT = "00"
                 READ FONCRED-FILE
                    AT END MOVE "10" TO WS-FONCRED-STATUS
                    NOT AT END
                       IF FCR-DATO-ID = EM-DATO-ID
                          AND FCR-MES NOT < WS-FON-MES-MAX
                          IF FCR-MES > WS-FON-MES-MAX
                             MOVE FCR-MES TO WS-FON-MES-MAX
                             MOVE ZERO TO WS-NUM-FON-CRED
                          END-IF
                          IF WS-NUM-FON-CRED = 20
                             DISPLAY "TABLA LLENA: WS-NUM-FON-CRED"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-FON-CRED
                          MOVE FCR-NUM-CREDITO TO
                              TAB-FON-CREDITO(WS-NUM-FON-CRED)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE FONCRED-FILE.
           IF WS-NUM-FON-CRED > ZERO
              OPEN EXTEND FONBAJA-FILE
              IF WS-FONBAJA-STATUS = "00" OR WS-FONBAJA-STATUS = "05"
                 PERFORM VARYING FON-IDX FROM 1 BY 1
                         UNTIL FON-IDX > WS-NUM-FON-CRED
                    MOVE EM-DATO-ID TO FBJ-DATO-ID
                    MOVE TAB-FON-CREDITO(FON-IDX) TO FBJ-NUM-CREDITO
                    MOVE FUNCTION CURRENT-DATE(1:8) TO FBJ-FECHA-BAJA
                    MOVE WS-OPERADOR-FIRMADO TO FBJ-OPERADOR
                    WRITE FONBAJA-RECORD
                    DISPLAY "CREDITO FONACOT " FBJ-NUM-CREDITO
                        " MARCADO PARA BAJA EN LA SIGUIENTE CEDULA"
                 END-PERFORM
                 CLOSE FONBAJA-FILE
              ELSE
                 DISPLAY "ERROR AL ABRIR data/FONBAJA.DAT: "
                     WS-FONBAJA-STATUS
              END-IF
           END-IF.

      * la baja termina la cobertura de gastos medicos de toda la
      * familia con la fecha del dia (motivo 'E'); el archivo se copia
      * a .NEW y se renombra, mismo patron que EMPLOYEE.DAT, y la
      * siguiente nomina ya no descuenta la prima (SGMMCALC.cbl)
       MARCA-BAJA-SGMM.
           MOVE ZERO TO WS-NUM-SGMM-BAJA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-BAJA-SGMM.
           OPEN INPUT SGMM-FILE.
           IF WS-SGMM-STATUS = "00"
              OPEN OUTPUT SGMM-FILE-NEW
              IF WS-SGMM-NEW-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR data/SGMM.DAT.NEW: "
                     WS-SGMM-NEW-STATUS
                 DISPLAY "LA COBERTURA DE GASTOS MEDICOS NO SE "
                     "TERMINO, LA TERMINA LA SIGUIENTE NOMINA"
                 MOVE "10" TO WS-SGMM-STATUS
              END-IF
              PERFORM UNTIL WS-SGMM-STATUS NOT = "00"
                 READ SGMM-FILE
                    AT END MOVE "10" TO WS-SGMM-STATUS
                    NOT AT END
                       IF SGM-DATO-ID = EM-DATO-ID
                          AND SGM-FECHA-BAJA = ZERO
                          IF WS-FECHA-BAJA-SGMM < SGM-FECHA-ALTA
                             MOVE SGM-FECHA-ALTA TO SGM-FECHA-BAJA
                          ELSE
                             MOVE WS-FECHA-BAJA-SGMM TO
                                 SGM-FECHA-BAJA
                          END-IF
                          MOVE 'E' TO SGM-MOTIVO-BAJA
                          ADD 1 TO WS-NUM-SGMM-BAJA
                       END-IF
                       MOVE SGMM-RECORD TO SGMM-NEW-LINEA
                       WRITE SGMM-NEW-LINEA
                 END-READ
              END-PERFORM
              IF WS-SGMM-NEW-STATUS = "00"
                 CLOSE SGMM-FILE-NEW
              END-IF
           END-IF.
           CLOSE SGMM-FILE.
           IF WS-NUM-SGMM-BAJA > ZERO
              CALL "CBL_RENAME_FILE" USING WS-RUTA-SGMM-NUEVA
                  WS-RUTA-SGMM-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/SGMM.DAT, RC="
                     RETURN-CODE
              ELSE
                 DISPLAY "COBERTURA DE GASTOS MEDICOS TERMINADA: "
                     WS-NUM-SGMM-BAJA " ASEGURADO(S)"
              END-IF
           END-IF.

      * si el candado existe, se muestra quien lo tiene y el
      * programa termina sin tocar nada
       VERIFICA-CANDADO-LIBRE.
                  WS-LICENCIA-STATUS
           END-IF.

      * contrato del alta: se recaptura hasta que cumpla la LFT; el
      * inicio en cero toma la FECHA-INGRESO recien capturada
       CAPTURA-CONTRATO-ALTA.
           MOVE EM-DATO-ID TO WS-CTN-DATO-ID.
           MOVE 'X' TO WS-CTR-MOTIVO.
           PERFORM UNTIL WS-CTR-MOTIVO = SPACES
              PERFORM CAPTURA-DATOS-CONTRATO
              IF WS-CTN-INICIO = ZERO
                 MOVE EM-FECHA-INGRESO TO WS-CTN-INICIO
              END-IF
              PERFORM VALIDA-CONTRATO
              IF WS-CTR-MOTIVO NOT = SPACES
                 DISPLAY "CONTRATO RECHAZADO: " WS-CTR-MOTIVO
              END-IF
           END-PERFORM.

      * transaccion K: renovacion del contrato vigente o cambio de
      * tipo (p.ej. de prueba a indeterminado). Un solo intento: el
      * rechazado no graba nada y el operador vuelve a la pantalla
       CAMBIA-CONTRATO.
           PERFORM SOLICITA-DATO-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                  DISPLAY "NO EXISTE EMPLEADO CON DATO-ID: "
                      EM-DATO-ID
               NOT INVALID KEY
                  IF EM-BAJA
                     DISPLAY "EMPLEADO DADO DE BAJA, DATO-ID: "
                         EM-DATO-ID
                  ELSE
                     IF EM-REGIMEN-ASIMILADO
                        DISPLAY "ASIMILADO A SALARIOS, NO LLEVA "
                            "CONTRATO DE TRABAJO"
                     ELSE
                        MOVE EM-DATO-ID TO WS-CTN-DATO-ID
                        PERFORM CARGA-HISTORIA-CONTRATO
                        IF WS-CTR-VIG-TIPO = SPACES
                           DISPLAY "SIN CONTRATO CAPTURADO "
                               "(SE PRESUME INDETERMINADO)"
                        ELSE
                           DISPLAY "CONTRATO VIGENTE: "
                               WS-CTR-VIG-TIPO " DEL "
                               WS-CTR-VIG-INICIO " AL "
                               WS-CTR-VIG-FIN " RENOVACIONES "
                               WS-CTR-VIG-RENOV
                        END-IF
                        PERFORM CAPTURA-DATOS-CONTRATO
                        PERFORM VALIDA-CONTRATO
                        IF WS-CTR-MOTIVO = SPACES
                           PERFORM ESCRIBE-CONTRATO
                           DISPLAY "CONTRATO REGISTRADO, DATO-ID: "
                               EM-DATO-ID
                        ELSE
                           DISPLAY "CONTRATO RECHAZADO: "
                               WS-CTR-MOTIVO
                        END-IF
                     END-IF
                  END-IF
           END-READ.

      * pide tipo, inicio, fin (si no es indeterminado) y, para la
      * prueba o la capacitacion, si el puesto es de confianza
       CAPTURA-DATOS-CONTRATO.
           DISPLAY "TIPO DE CONTRATO (01=INDETERMINADO, 02=OBRA, "
               "03=TIEMPO DET., 04=TEMPORADA, 05=PRUEBA, "
               "06=CAPACITACION): " WITH NO ADVANCING.
           ACCEPT WS-CTN-TIPO.
           DISPLAY "INICIO DEL CONTRATO (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-CTN-INICIO.
           MOVE ZERO TO WS-CTN-FIN.
           IF NOT CTN-INDETERMINADO
              DISPLAY "FIN DEL CONTRATO (AAAAMMDD): "
                  WITH NO ADVANCING
              ACCEPT WS-CTN-FIN
           END-IF.
           MOVE 'N' TO WS-CTN-CONFIANZA.
           IF CTN-INICIAL
              DISPLAY "PUESTO DE DIRECCION O CONFIANZA (S/N): "
                  WITH NO ADVANCING
              ACCEPT WS-CTN-CONFIANZA
           END-IF.

      * agrega la transferencia recien capturada al historial
      * data/TRANSFER.DAT, con el departamento que deja, el que toma
      * y la fecha efectiva; la corrida reparte el SALARIO del
           MOVE EM-DEPARTAMENTO TO WS-IM-DEPARTAMENTO.
           MOVE EM-SCHEDULED-HORAS TO WS-IM-SCHEDULED.
           MOVE EM-EMPLOYEE-STATUS TO WS-IM-STATUS.
           MOVE EM-BASE-PAGO TO WS-IM-BASE-PAGO.
           MOVE EM-TIPO-REGIMEN TO WS-IM-TIPO-REGIMEN.


      * un renglon de historial por transicion de status realmente
           OPEN EXTEND MANTAUD-FILE.
           IF WS-MANTAUD-STATUS = "00" OR WS-MANTAUD-STATUS = "05"
              MOVE WS-OPERADOR-FIRMADO TO MAU-OPERADOR
              MOVE WS-OPERADOR-CAPTURO TO MAU-OPERADOR-CAPTURA
              MOVE 'EMP' TO MAU-MAESTRO
              MOVE FUNCTION CURRENT-DATE(1:8) TO MAU-FECHA
              MOVE FUNCTION CURRENT-DATE(9:6) TO MAU-HORA
              MOVE WS-TRANSACCION TO MAU-TRANSACCION
              END-IF
           END-PERFORM.

      * recaptura TIPO-REGIMEN hasta recibir una clave SAT valida
      * (blanco o 02 sueldos y salarios, 05 a 11 asimilados)
       CAPTURA-TIPO-REGIMEN-VALIDADO.
           MOVE 'XX' TO EM-TIPO-REGIMEN.
           PERFORM UNTIL EM-REGIMEN-VALIDO
              DISPLAY "TIPO-REGIMEN (02=SUELDOS, 05-11=ASIMILADOS): "
                  WITH NO ADVANCING
              ACCEPT EM-TIPO-REGIMEN
              IF NOT EM-REGIMEN-VALIDO
                 DISPLAY "TIPO-REGIMEN INVALIDO: " EM-TIPO-REGIMEN
              END-IF
           END-PERFORM.

      * recaptura BASE-PAGO hasta recibir H, S, D o blanco (por hora)
       CAPTURA-BASE-PAGO-VALIDADA.
           MOVE 'X' TO EM-BASE-PAGO.
           PERFORM UNTIL EM-BASE-PAGO-VALIDA
              DISPLAY "BASE-PAGO (H=HORA, S=SUELDO FIJO, D=DESTAJO): "
                  WITH NO ADVANCING
              ACCEPT EM-BASE-PAGO
              IF NOT EM-BASE-PAGO-VALIDA
                 DISPLAY "BASE-PAGO INVALIDA: " EM-BASE-PAGO
              END-IF
           END-PERFORM.

      * recaptura DEPARTAMENTO hasta recibir uno del catalogo
       CAPTURA-DEPTO-VALIDADO.
           MOVE 'N' TO WS-CAPTURA-OK.
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

      * aplica a TABLA-EMPLEADOS los campos EM-* que CAMBIA-REGISTRO o
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

      * pide la plaza del movimiento (0 = la primera vacante de
      * WS-PLZ-CIA/DEPTO/GRADO); sin plaza solo un supervisor puede
      * autorizar el movimiento, y la autorizacion va a la bitacora
       CAPTURA-PLAZA.
           MOVE 'N' TO WS-PLAZA-OK.
           DISPLAY "PLAZA (0 = PRIMERA VACANTE DE " WS-PLZ-CIA "/"
               WS-PLZ-DEPTO "/" WS-PLZ-GRADO "): " WITH NO ADVANCING.
           ACCEPT WS-PLAZA-PEDIDA.
           PERFORM BUSCA-PLAZA-VACANTE.
           IF WS-PLAZA-POS > ZERO
              MOVE 'S' TO WS-PLAZA-OK
              DISPLAY "PLAZA ASIGNADA: " TAB-PLZ-NUMERO(WS-PLAZA-POS)
           ELSE
              DISPLAY "SIN PLAZA AUTORIZADA VACANTE EN " WS-PLZ-CIA
                  "/" WS-PLZ-DEPTO "/" WS-PLZ-GRADO
              IF OPERADOR-ES-SUPERVISOR
                 DISPLAY "AUTORIZA EL MOVIMIENTO SIN PLAZA (S/N): "
                     WITH NO ADVANCING
                 ACCEPT WS-AUTORIZA-CAPTURA
                 IF WS-AUTORIZA-CAPTURA = 'S'
                    MOVE 'S' TO WS-PLAZA-OK
                    MOVE 'EMPMANTTO' TO LOG-PROGRAMA
                    MOVE 'W' TO LOG-SEVERIDAD
                    MOVE SPACES TO LOG-MENSAJE
                    STRING 'DATO-ID ' EM-DATO-ID ' SIN PLAZA EN '
                        WS-PLZ-CIA '/' WS-PLZ-DEPTO '/' WS-PLZ-GRADO
                        ', AUTORIZO ' WS-OPERADOR-FIRMADO
                        DELIMITED BY SIZE INTO LOG-MENSAJE
                    PERFORM REGISTRA-BITACORA
                 END-IF
              ELSE
                 DISPLAY "EL MOVIMIENTO SIN PLAZA LO AUTORIZA UN "
                     "SUPERVISOR"
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
                 MOVE FUNCTION CURRENT-DATE(1:8) TO
                     TAB-PLZ-FECHA-VAC(PLZ-IDX)
                 MOVE 'S' TO WS-PLAZAS-MOVIDAS
              END-IF
           END-PERFORM.

      * regraba data/PLAZAS.DAT desde la tabla, mismo patron .NEW +
      * CBL_RENAME_FILE que SINCRONIZA-EMPLOYEE-DAT
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
           MOVE 'N' TO WS-PLAZAS-MOVIDAS.

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
      * capacidad decide si aumentar el OCCURS
           PERFORM SUELTA-CANDADO.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA (mismo parrafo que EMPBATCH.cbl); si
      * el modulo no esta disponible el mensaje al menos sale por
      * consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.

      * agrega a data/CAMBPEND.DAT el cambio sensible recien capturado
      * (WS-CPD-CAMPO/ANTES/NUEVO) como pendiente; el maestro conserva
      * el valor vigente hasta que otro supervisor lo apruebe
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
              DISPLAY WS-CPD-CAMPO " NUEVO PENDIENTE DE AUTORIZACION "
                  "POR OTRO SUPERVISOR, SE CONSERVA EL VIGENTE"
           ELSE
              DISPLAY "ERROR AL ABRIR data/CAMBPEND.DAT: "
                  WS-CAMBPEND-STATUS
              DISPLAY "EL CAMBIO DE " WS-CPD-CAMPO " NO SE REGISTRO"
           END-IF.

      * revision de la cola: cada PAGO/GRADO pendiente se muestra y
      * el supervisor lo aprueba (A), lo rechaza (R) o lo deja
      * pendiente; las cuentas CLABE se revisan en BNKMANTTO. La cola
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
                       IF CPD-PENDIENTE
                          AND (CPD-ES-PAGO OR CPD-ES-GRADO)
                          ADD 1 TO WS-NUM-PENDIENTES
                          PERFORM DECIDE-CAMBIO-PENDIENTE
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
              DISPLAY WS-NUM-PENDIENTES " CAMBIO(S) PENDIENTE(S) "
                  "REVISADO(S)"
           END-IF.

      * quien capturo el cambio no puede decidirlo: se queda
      * pendiente para otro supervisor
       DECIDE-CAMBIO-PENDIENTE.
           DISPLAY "CAMBIO DE " CPD-CAMPO " DATO-ID " CPD-DATO-ID
               " CAPTURADO POR " CPD-OPERADOR-CAPTURA " EL "
               CPD-FECHA-CAPTURA.
           IF CPD-ES-PAGO
              MOVE CPD-VALOR-ANTES TO WS-VALOR-PAGO
              DISPLAY "   PAGO VIGENTE: " WS-VP-PAGO
              MOVE CPD-VALOR-NUEVO TO WS-VALOR-PAGO
              DISPLAY "   PAGO NUEVO:   " WS-VP-PAGO
           ELSE
              DISPLAY "   GRADO VIGENTE: " CPD-VALOR-ANTES(1:2)
                  "  GRADO NUEVO: " CPD-VALOR-NUEVO(1:2)
           END-IF.
           IF CPD-OPERADOR-CAPTURA = WS-OPERADOR-FIRMADO
              DISPLAY "   LO CAPTURO USTED: LO DEBE AUTORIZAR OTRO "
                  "SUPERVISOR, SIGUE PENDIENTE"
           ELSE
              DISPLAY "   A=APRUEBA, R=RECHAZA, OTRO=SIGUE PENDIENTE: "
                  WITH NO ADVANCING
              ACCEPT WS-DECISION
              EVALUATE WS-DECISION
                 WHEN 'A'
                    PERFORM APRUEBA-CAMBIO-PENDIENTE
                 WHEN 'R'
                    PERFORM RECHAZA-CAMBIO-PENDIENTE
                 WHEN OTHER
                    DISPLAY "   SIGUE PENDIENTE"
              END-EVALUATE
           END-IF.

      * el valor solo se aplica si el maestro todavia trae el que
      * habia al capturar; si otro cambio entro antes, el renglon
      * sigue pendiente y solo puede rechazarse
       APRUEBA-CAMBIO-PENDIENTE.
           MOVE CPD-DATO-ID TO EM-DATO-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                  DISPLAY "   NO EXISTE EMPLEADO CON DATO-ID: "
                      EM-DATO-ID ", SIGUE PENDIENTE"
               NOT INVALID KEY
                  PERFORM ARMA-IMAGEN-REGISTRO
                  MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES
                  MOVE 'N' TO WS-VALOR-VIGENTE
                  IF CPD-ES-PAGO
                     MOVE EM-PAGO TO WS-VP-PAGO
                     IF WS-VALOR-PAGO = CPD-VALOR-ANTES
                        MOVE 'S' TO WS-VALOR-VIGENTE
                     END-IF
                  ELSE
                     IF EM-JOB-GRADE = CPD-VALOR-ANTES(1:2)
                        MOVE 'S' TO WS-VALOR-VIGENTE
                     END-IF
                  END-IF
                  IF NOT CAMBIO-SOBRE-VIGENTE
                     DISPLAY "   EL MAESTRO YA NO TRAE EL VALOR "
                         "VIGENTE DE LA CAPTURA, SOLO PUEDE RECHAZARSE"
                  ELSE
                     IF CPD-ES-PAGO
                        MOVE CPD-VALOR-NUEVO TO WS-VALOR-PAGO
                        MOVE WS-VP-PAGO TO EM-PAGO
                     ELSE
                        MOVE CPD-VALOR-NUEVO(1:2) TO EM-JOB-GRADE
                     END-IF
                     REWRITE EMPLOYEE-MASTER-RECORD
                     MOVE 'A' TO CPD-STATUS
                     MOVE WS-OPERADOR-FIRMADO TO CPD-OPERADOR-DECIDE
                     MOVE FUNCTION CURRENT-DATE(1:8) TO
                         CPD-FECHA-DECIDE
                     MOVE 'V' TO WS-TRANSACCION
                     MOVE CPD-OPERADOR-CAPTURA TO WS-OPERADOR-CAPTURO
                     PERFORM ESCRIBE-BITACORA-MANTTO
                     MOVE 'R' TO WS-TRANSACCION
                     MOVE SPACES TO WS-OPERADOR-CAPTURO
                     PERFORM CARGA-TABLA-EMPLEADOS
                     PERFORM ACTUALIZA-EN-TABLA-EMPLEADOS
                     PERFORM SINCRONIZA-EMPLOYEE-DAT
                     DISPLAY "   APROBADO Y APLICADO, DATO-ID: "
                         EM-DATO-ID
                  END-IF
           END-READ.

      * el rechazo no toca el maestro: la bitacora lleva la imagen
      * vigente antes y despues
       RECHAZA-CAMBIO-PENDIENTE.
           MOVE CPD-DATO-ID TO EM-DATO-ID.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           READ EMPLOYEE-MASTER
               INVALID KEY
                  MOVE SPACES TO EMPLOYEE-MASTER-RECORD
                  MOVE CPD-DATO-ID TO EM-DATO-ID
               NOT INVALID KEY
                  PERFORM ARMA-IMAGEN-REGISTRO
                  MOVE WS-IMAGEN-CAMPOS TO WS-IMAGEN-ANTES
           END-READ.
           MOVE 'R' TO CPD-STATUS.
           MOVE WS-OPERADOR-FIRMADO TO CPD-OPERADOR-DECIDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CPD-FECHA-DECIDE.
           MOVE 'X' TO WS-TRANSACCION.
           MOVE CPD-OPERADOR-CAPTURA TO WS-OPERADOR-CAPTURO.
           PERFORM ESCRIBE-BITACORA-MANTTO.
           MOVE 'R' TO WS-TRANSACCION.
           MOVE SPACES TO WS-OPERADOR-CAPTURO.
           DISPLAY "   RECHAZADO, EL MAESTRO NO CAMBIA".
