      * CONSTANCIA: constancias laborales a peticion (para el credito
      * hipotecario, la visa o el INFONAVIT del empleado). Recursos
      * humanos escribia varias por semana buscando a mano la fecha de
      * ingreso, el puesto y el sueldo, y el sueldo salia mal seguido.
      * Firma de operador contra data/OPERADOR.DAT (mismo circuito que
      * BNKMANTTO.cbl) y transacciones:
      *   C emite una constancia de un DATO-ID; tipos:
      *     'E' solo la relacion laboral: datos del empleado,
      *         departamento (data/DEPTCAT.DAT), plaza y grado
      *         (data/PLAZAS.DAT), fecha de ingreso y antiguedad
      *     'S' ademas el salario mensual bruto: la tarifa vigente de
      *         su grado en data/PAYRATE.DAT (o su PAGO si el grado no
      *         tiene tarifa) por la jornada de 8 horas, por 30.4 dias
      *         (el mismo salario diario de SBCCALC.cbl)
      *     'I' ademas el sueldo bruto y el neto pagado de cada uno de
      *         los ultimos tres meses cerrados, de las generaciones
      *         archivadas de PAYCALC (data/CONSTANCIA.IN, la arma
      *         jobs/CONSTANCIA.job con la fecha de cada generacion
      *         antepuesta, como jobs/REPSE.job), y el acumulado del
      *         ejercicio de data/YTD.DAT; sin nominas archivadas del
      *         empleado en esos meses la carta no se emite
      *     Cada carta lleva un folio consecutivo, sale en
      *     data/CONSTANCIA.<folio>.RPT con el membrete de la compania
      *     (data/CIANOM.DAT, ver CIANOMRC.cpy) y queda anotada con
      *     sus cifras en data/CONSTANCIA.DAT (ver CONSTRC.cpy)
      *   V verifica un folio: lo que dice la bitacora de esa carta,
      *     para contestarle al banco que llama a confirmarla
      *   T termina
      * Un empleado de baja no recibe constancia de este programa.
      * uso: jobs/CONSTANCIA.job (interactivo)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTANCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL PAY-RATE-FILE ASSIGN TO "data/PAYRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRATE-STATUS.

           SELECT OPTIONAL DEPTCAT-FILE ASSIGN TO "data/DEPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT OPTIONAL PLAZA-FILE ASSIGN TO "data/PLAZAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZA-STATUS.

           SELECT OPTIONAL CIANOM-FILE ASSIGN TO "data/CIANOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIANOM-STATUS.

           SELECT OPTIONAL YTD-FILE ASSIGN TO "data/YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "data/CONSTANCIA.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT OPTIONAL CONSTANCIA-FILE
               ASSIGN TO "data/CONSTANCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSTANCIA-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

      * la carta, con el folio en el nombre
           SELECT CARTA-FILE ASSIGN TO WS-RUTA-CARTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

      * vista ancha para las etiquetas HDR/TRL, mismo motivo que en
      * SBCCALC.cbl
       FD  PAY-RATE-FILE.
           COPY PAYRATE.
       01  PAY-RATE-LINEA PIC X(40).

       FD  DEPTCAT-FILE.
           COPY DEPTCAT.

       FD  PLAZA-FILE.
           COPY PLAZAREC.

       FD  CIANOM-FILE.
           COPY CIANOMRC.

       FD  YTD-FILE.
           COPY YTDACUM.

      * fecha de la generacion + el registro de PAYCALC tal cual
       FD  HISTORIA-FILE.
       01  HISTORIA-RECORD.
           05  HIS-FECHA-GEN      PIC 9(8).
           05  HIS-PAYCALC        PIC X(200).

       FD  CONSTANCIA-FILE.
           COPY CONSTRC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  CARTA-FILE.
       01  CARTA-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-PAYRATE-STATUS PIC XX VALUE SPACES.
           77 WS-DEPTCAT-STATUS PIC XX VALUE SPACES.
           77 WS-PLAZA-STATUS PIC XX VALUE SPACES.
           77 WS-CIANOM-STATUS PIC XX VALUE SPACES.
           77 WS-YTD-STATUS PIC XX VALUE SPACES.
           77 WS-HISTORIA-STATUS PIC XX VALUE SPACES.
           77 WS-CONSTANCIA-STATUS PIC XX VALUE SPACES.
           77 WS-OPERADOR-STATUS PIC XX VALUE SPACES.
           77 WS-CARTA-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-EMP-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.
           77 WS-OPR-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-OPERADORES VALUE 'S'.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-HORA-HOY PIC 9(6) VALUE ZERO.
           77 WS-RUTA-CARTA PIC X(40) VALUE SPACES.

      * firma del operador (mismo circuito que BNKMANTTO.cbl)
           77 WS-ID-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-PASSWORD-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-OPERADOR-FIRMADO PIC X(8) VALUE SPACES.
           77 WS-NIVEL-FIRMADO PIC 9 VALUE ZERO.
           77 WS-FIRMA-OK PIC X VALUE 'N'.
              88 FIRMA-ACEPTADA VALUE 'S'.
           77 WS-INTENTOS PIC 9 VALUE ZERO.

      * codigo de transaccion: C constancia, V verifica folio, T
      * termina
           77 WS-TRANSACCION PIC X VALUE SPACES.
           77 WS-TERMINAR PIC X VALUE 'N'.
              88 CONSULTA-TERMINADA VALUE 'S'.
           77 WS-NUM-EMITIDAS PIC 9(3) VALUE ZERO.

      * el registro de nomina de la generacion, con el layout de
      * PAYCALC (el mismo EMPREC que lee REPSEINF)
           COPY EMPREC
               REPLACING EMPLOYEE-RECORD BY PAYCALC-RECORD
                         DATO-ID BY PC-DATO-ID
                         HORAS BY PC-HORAS
                         PAGO BY PC-PAGO
                         SALARIO BY PC-SALARIO
                         MX-ESTADO BY PC-MX-ESTADO
                         ESTADO-VALIDO BY PC-ESTADO-VALIDO
                         JOB-GRADE BY PC-JOB-GRADE
                         DEDUCCION-PERIODO BY PC-DEDUCCION-PERIODO
                         DEPARTAMENTO BY PC-DEPARTAMENTO
                         SCHEDULED-HORAS BY PC-SCHEDULED-HORAS
                         EMPLOYEE-STATUS BY PC-EMPLOYEE-STATUS
                         ACTIVO BY PC-ACTIVO
                         BAJA BY PC-BAJA
                         LICENCIA BY PC-LICENCIA
                         NET-SALARIO BY PC-NET-SALARIO
                         COMPANIA BY PC-COMPANIA
                         PERIODO-NOMINA BY PC-PERIODO-NOMINA
                         NOMBRE BY PC-NOMBRE
                         RFC BY PC-RFC
                         CURP BY PC-CURP
                         FECHA-INGRESO BY PC-FECHA-INGRESO
                         SALARIO-REGULAR BY PC-SALARIO-REGULAR
                         HORAS-EXTRA BY PC-HORAS-EXTRA
                         PRIMA-EXTRA BY PC-PRIMA-EXTRA
                         BASE-PAGO BY PC-BASE-PAGO
                         BASE-POR-HORA BY PC-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY PC-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY PC-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY PC-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY PC-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY PC-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY PC-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY PC-REGIMEN-VALIDO.

      * tarifas por grado (ver PAYRATE.cpy)
           77 WS-NUM-TARIFAS PIC 99 VALUE ZERO.
       01  TABLA-TARIFAS.
           05  TARIFA-ENTRY OCCURS 20 TIMES
                   INDEXED BY TARIFA-IDX.
               10  TAB-GRADO      PIC X(2).
               10  TAB-TARIFA     PIC 9(5)V99.
               10  TAB-TARIFA-MAX PIC 9(5)V99.
           77 WS-JORNADA-HORAS PIC 9 VALUE 8.
           77 WS-DIAS-MES PIC 99V9 VALUE 30.4.

      * meses del ano para las fechas de la carta
       01  WS-MESES-CONST.
           05  FILLER PIC X(10) VALUE "ENERO".
           05  FILLER PIC X(10) VALUE "FEBRERO".
           05  FILLER PIC X(10) VALUE "MARZO".
           05  FILLER PIC X(10) VALUE "ABRIL".
           05  FILLER PIC X(10) VALUE "MAYO".
           05  FILLER PIC X(10) VALUE "JUNIO".
           05  FILLER PIC X(10) VALUE "JULIO".
           05  FILLER PIC X(10) VALUE "AGOSTO".
           05  FILLER PIC X(10) VALUE "SEPTIEMBRE".
           05  FILLER PIC X(10) VALUE "OCTUBRE".
           05  FILLER PIC X(10) VALUE "NOVIEMBRE".
           05  FILLER PIC X(10) VALUE "DICIEMBRE".
       01  WS-MESES REDEFINES WS-MESES-CONST.
           05  WS-NOMBRE-MES PIC X(10) OCCURS 12 TIMES.

      * los tres meses cerrados antes de hoy, del mas viejo al mas
      * reciente, con lo que se pago en cada uno
       01  TABLA-MESES-INGRESO.
           05  MES-INGRESO-ENTRY OCCURS 3 TIMES.
               10  TM-ANIO-MES    PIC 9(6).
               10  TM-BRUTO       PIC 9(9)V99.
               10  TM-NETO        PIC 9(9)V99.
               10  TM-NOMINAS     PIC 9(3).
           77 WS-MES-POS PIC 9 VALUE ZERO.
           77 WS-AUX-ANIO PIC 9(4) VALUE ZERO.
           77 WS-AUX-MES PIC 99 VALUE ZERO.
           77 WS-NUM-NOMINAS PIC 9(3) VALUE ZERO.
           77 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-NETO PIC 9(9)V99 VALUE ZERO.
           77 WS-YTD-SALARIO PIC 9(9)V99 VALUE ZERO.

      * la constancia en turno; cada validacion que falla apaga
      * WS-CAPTURA-OK y la carta no se emite
           77 WS-ID-EMPLEADO PIC 9(5) VALUE ZERO.
           77 WS-EMP-ENCONTRADO PIC X VALUE 'N'.
              88 EMPLEADO-ENCONTRADO VALUE 'S'.
           77 WS-CAPTURA-OK PIC X VALUE 'N'.
              88 CAPTURA-VALIDA VALUE 'S'.
           77 WS-TIPO-CAPTURA PIC X VALUE SPACES.
              88 TIPO-SOLO-EMPLEO VALUE 'E'.
              88 TIPO-CON-SALARIO VALUE 'S'.
              88 TIPO-CON-INGRESOS VALUE 'I'.
              88 TIPO-VALIDO VALUE 'E' 'S' 'I'.
           77 WS-DESTINATARIO PIC X(40) VALUE SPACES.
           77 WS-EMP-NOMBRE PIC X(30) VALUE SPACES.
           77 WS-EMP-RFC PIC X(13) VALUE SPACES.
           77 WS-EMP-CURP PIC X(18) VALUE SPACES.
           77 WS-EMP-INGRESO PIC 9(8) VALUE ZERO.
           77 WS-EMP-DEPTO PIC X(4) VALUE SPACES.
           77 WS-EMP-GRADO PIC X(2) VALUE SPACES.
           77 WS-EMP-PAGO PIC 9(5)V99 VALUE ZERO.
           77 WS-EMP-STATUS PIC X(3) VALUE SPACES.
           77 WS-EMP-COMPANIA PIC XX VALUE SPACES.
           77 WS-DEPTO-DESC PIC X(30) VALUE SPACES.
           77 WS-PLAZA-NUMERO PIC 9(5) VALUE ZERO.
           77 WS-CIA-RAZON PIC X(40) VALUE SPACES.
           77 WS-CIA-RFC PIC X(12) VALUE SPACES.
           77 WS-CIA-REG-PATRONAL PIC X(11) VALUE SPACES.
           77 WS-CIA-CIUDAD PIC X(20) VALUE SPACES.
           77 WS-ANTIGUEDAD PIC 99 VALUE ZERO.
           77 WS-TARIFA-EMP PIC 9(5)V99 VALUE ZERO.
           77 WS-SALARIO-DIARIO PIC 9(7)V99 VALUE ZERO.
           77 WS-SALARIO-MENSUAL PIC 9(7)V99 VALUE ZERO.

      * folio: el siguiente al mayor de la bitacora, que se relee
      * antes de cada carta
           77 WS-ULTIMO-FOLIO PIC 9(6) VALUE ZERO.
           77 WS-FOLIO PIC 9(6) VALUE ZERO.
           77 WS-FOLIO-BUSCADO PIC 9(6) VALUE ZERO.
           77 WS-FOLIO-ENCONTRADO PIC X VALUE 'N'.
              88 FOLIO-ENCONTRADO VALUE 'S'.

      * fecha AAAAMMDD en letra: "15 DE OCTUBRE DE 2026"
       01  WS-FECHA-TRABAJO PIC 9(8) VALUE ZERO.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-TRABAJO.
           05  WS-FP-ANIO         PIC 9(4).
           05  WS-FP-MES          PIC 99.
           05  WS-FP-DIA          PIC 99.
           77 WS-FECHA-LETRA PIC X(30) VALUE SPACES.

      * renglones de la carta
       01  WS-DATO-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-DL-ETIQUETA     PIC X(22).
           05  WS-DL-VALOR        PIC X(50).
       01  WS-MONTO-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-ML-ETIQUETA     PIC X(48).
           05  WS-ML-MONTO        PIC $$$$,$$$,$$9.99.
       01  WS-MES-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-MS-MES          PIC X(20).
           05  WS-MS-BRUTO        PIC $$$$,$$$,$$9.99.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-MS-NETO         PIC $$$$,$$$,$$9.99.
       01  WS-MES-ENC-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(20) VALUE 'MES'.
           05  FILLER             PIC X(15) VALUE '   SUELDO BRUTO'.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE '    NETO PAGADO'.
           77 WS-ED-ANTIGUEDAD PIC Z9.
           77 WS-ED-MONTO PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM FIRMA-OPERADOR.
           IF NOT FIRMA-ACEPTADA
              DISPLAY "FIRMA RECHAZADA, EL PROGRAMA TERMINA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-TABLA-TARIFAS.
           PERFORM CALCULA-MESES-INGRESO.

           PERFORM UNTIL CONSULTA-TERMINADA
              DISPLAY "TRANSACCION (C=CONSTANCIA, V=VERIFICA FOLIO, "
                  "T=TERMINA): " WITH NO ADVANCING
              ACCEPT WS-TRANSACCION
              EVALUATE WS-TRANSACCION
                 WHEN 'C' PERFORM EMITE-CONSTANCIA
                 WHEN 'V' PERFORM VERIFICA-FOLIO
                 WHEN 'T' MOVE 'S' TO WS-TERMINAR
                 WHEN OTHER
                    DISPLAY "TRANSACCION INVALIDA: " WS-TRANSACCION
              END-EVALUATE
           END-PERFORM.

           DISPLAY "CONSTANCIA: " WS-NUM-EMITIDAS
               " CONSTANCIA(S) EMITIDA(S)".
           STOP RUN.

      * firma del operador contra data/OPERADOR.DAT: tres intentos;
      * el id firmado queda en la bitacora de cada carta (mismo
      * circuito que BNKMANTTO.cbl)
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

       CARGA-TABLA-TARIFAS.
           OPEN INPUT PAY-RATE-FILE.
           IF WS-PAYRATE-STATUS = "00"
              PERFORM UNTIL WS-PAYRATE-STATUS NOT = "00"
                 READ PAY-RATE-FILE
                    AT END MOVE "10" TO WS-PAYRATE-STATUS
                    NOT AT END
                       IF PAY-RATE-LINEA(1:3) = 'HDR'
                          OR PAY-RATE-LINEA(1:3) = 'TRL'
                          CONTINUE
                       ELSE
                          IF WS-NUM-TARIFAS = 20
                             DISPLAY "TABLA LLENA: WS-NUM-TARIFAS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-TARIFAS
                          MOVE PR-GRADO TO
                              TAB-GRADO(WS-NUM-TARIFAS)
                          MOVE PR-TARIFA TO
                              TAB-TARIFA(WS-NUM-TARIFAS)
                          IF PR-TARIFA-MAXIMA IS NUMERIC
                             MOVE PR-TARIFA-MAXIMA TO
                                 TAB-TARIFA-MAX(WS-NUM-TARIFAS)
                          ELSE
                             MOVE ZERO TO TAB-TARIFA-MAX(WS-NUM-TARIFAS)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-RATE-FILE
           END-IF.

      * los tres meses cerrados antes del mes en curso (AAAAMM)
       CALCULA-MESES-INGRESO.
           MOVE WS-FECHA-HOY(1:4) TO WS-AUX-ANIO.
           MOVE WS-FECHA-HOY(5:2) TO WS-AUX-MES.
           PERFORM VARYING WS-MES-POS FROM 3 BY -1
                   UNTIL WS-MES-POS = ZERO
              IF WS-AUX-MES = 1
                 MOVE 12 TO WS-AUX-MES
                 SUBTRACT 1 FROM WS-AUX-ANIO
              ELSE
                 SUBTRACT 1 FROM WS-AUX-MES
              END-IF
              COMPUTE TM-ANIO-MES(WS-MES-POS) =
                  WS-AUX-ANIO * 100 + WS-AUX-MES
           END-PERFORM.

      *-----------------------------------------------------------------
      * transaccion C: una constancia
      *-----------------------------------------------------------------
       EMITE-CONSTANCIA.
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
                 DISPLAY "EMPLEADO DADO DE BAJA, NO SE EMITE "
                     "CONSTANCIA: " WS-ID-EMPLEADO
                 MOVE 'N' TO WS-CAPTURA-OK
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
                  " INGRESO: " WS-EMP-INGRESO
              DISPLAY "TIPO (E=SOLO EMPLEO, S=CON SALARIO MENSUAL, "
                  "I=CON INGRESOS DE TRES MESES): " WITH NO ADVANCING
              ACCEPT WS-TIPO-CAPTURA
              IF NOT TIPO-VALIDO
                 DISPLAY "TIPO DE CONSTANCIA INVALIDO: "
                     WS-TIPO-CAPTURA
                 MOVE 'N' TO WS-CAPTURA-OK
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              DISPLAY "DIRIGIDA A (EN BLANCO = A QUIEN CORRESPONDA): "
                  WITH NO ADVANCING
              MOVE SPACES TO WS-DESTINATARIO
              ACCEPT WS-DESTINATARIO
              IF WS-DESTINATARIO = SPACES
                 MOVE "A QUIEN CORRESPONDA" TO WS-DESTINATARIO
              END-IF
              PERFORM BUSCA-DEPARTAMENTO
              PERFORM BUSCA-PLAZA
              PERFORM BUSCA-COMPANIA
              MOVE ZERO TO WS-SALARIO-MENSUAL WS-TOTAL-BRUTO
                  WS-TOTAL-NETO
              IF NOT TIPO-SOLO-EMPLEO
                 PERFORM CALCULA-SALARIO-MENSUAL
              END-IF
              IF TIPO-CON-INGRESOS
                 PERFORM ACUMULA-INGRESOS
                 IF WS-NUM-NOMINAS = ZERO
                    DISPLAY "SIN NOMINAS ARCHIVADAS DEL DATO-ID "
                        WS-ID-EMPLEADO " EN LOS ULTIMOS TRES MESES "
                        "(data/CONSTANCIA.IN), NO SE EMITE"
                    MOVE 'N' TO WS-CAPTURA-OK
                 ELSE
                    PERFORM BUSCA-YTD
                 END-IF
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              PERFORM SIGUIENTE-FOLIO
              PERFORM ESCRIBE-CARTA
              PERFORM REGISTRA-CONSTANCIA
              ADD 1 TO WS-NUM-EMITIDAS
              DISPLAY "CONSTANCIA EMITIDA, FOLIO " WS-FOLIO ": "
                  WS-RUTA-CARTA
           ELSE
              DISPLAY "CONSTANCIA NO EMITIDA"
           END-IF.

       BUSCA-EMPLEADO.
           MOVE 'N' TO WS-EMP-ENCONTRADO.
           MOVE 'N' TO WS-EMP-EOF.
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
                          MOVE RFC TO WS-EMP-RFC
                          MOVE CURP TO WS-EMP-CURP
                          MOVE FECHA-INGRESO TO WS-EMP-INGRESO
                          MOVE DEPARTAMENTO TO WS-EMP-DEPTO
                          MOVE JOB-GRADE TO WS-EMP-GRADO
                          MOVE PAGO TO WS-EMP-PAGO
                          MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS
                          MOVE COMPANIA TO WS-EMP-COMPANIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
           END-IF.

       BUSCA-DEPARTAMENTO.
           MOVE WS-EMP-DEPTO TO WS-DEPTO-DESC.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEPTCAT-FILE.
           IF WS-DEPTCAT-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ DEPTCAT-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF DCT-CODIGO = WS-EMP-DEPTO
                          MOVE DCT-DESCRIPCION TO WS-DEPTO-DESC
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DEPTCAT-FILE.

      * la plaza autorizada que ocupa (cero si entro sin plaza)
       BUSCA-PLAZA.
           MOVE ZERO TO WS-PLAZA-NUMERO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PLAZA-FILE.
           IF WS-PLAZA-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ PLAZA-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF PLZ-DATO-ID = WS-ID-EMPLEADO
                          MOVE PLZ-NUMERO TO WS-PLAZA-NUMERO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PLAZA-FILE.

      * membrete; sin renglon en data/CIANOM.DAT la carta sale con el
      * codigo de la compania
       BUSCA-COMPANIA.
           MOVE SPACES TO WS-CIA-RAZON WS-CIA-RFC WS-CIA-REG-PATRONAL
               WS-CIA-CIUDAD.
           STRING "COMPANIA " WS-EMP-COMPANIA DELIMITED BY SIZE
               INTO WS-CIA-RAZON.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CIANOM-FILE.
           IF WS-CIANOM-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ CIANOM-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF CNM-COMPANIA = WS-EMP-COMPANIA
                          MOVE CNM-RAZON-SOCIAL TO WS-CIA-RAZON
                          MOVE CNM-RFC TO WS-CIA-RFC
                          MOVE CNM-REG-PATRONAL TO WS-CIA-REG-PATRONAL
                          MOVE CNM-CIUDAD TO WS-CIA-CIUDAD
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CIANOM-FILE.
           IF WS-CIA-RAZON(1:9) = "COMPANIA "
              DISPLAY "ADVERTENCIA: COMPANIA " WS-EMP-COMPANIA
                  " SIN DATOS EN data/CIANOM.DAT, LA CARTA SALE SIN "
                  "MEMBRETE"
           END-IF.

      * salario diario: tarifa del grado (o el PAGO si el grado no
      * tiene tarifa o si cae dentro de su rango) por la jornada,
      * igual que SBCCALC.cbl; el mensual es el diario por 30.4 dias
       CALCULA-SALARIO-MENSUAL.
           MOVE WS-EMP-PAGO TO WS-TARIFA-EMP.
           PERFORM VARYING TARIFA-IDX FROM 1 BY 1
                   UNTIL TARIFA-IDX > WS-NUM-TARIFAS
              IF TAB-GRADO(TARIFA-IDX) = WS-EMP-GRADO
                 IF TAB-TARIFA-MAX(TARIFA-IDX) = ZERO
                    OR WS-TARIFA-EMP < TAB-TARIFA(TARIFA-IDX)
                    MOVE TAB-TARIFA(TARIFA-IDX) TO WS-TARIFA-EMP
                 ELSE
                    IF WS-TARIFA-EMP > TAB-TARIFA-MAX(TARIFA-IDX)
                       MOVE TAB-TARIFA-MAX(TARIFA-IDX) TO WS-TARIFA-EMP
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           COMPUTE WS-SALARIO-DIARIO =
               WS-TARIFA-EMP * WS-JORNADA-HORAS.
           COMPUTE WS-SALARIO-MENSUAL ROUNDED =
               WS-SALARIO-DIARIO * WS-DIAS-MES.

      * sueldo bruto y neto de las generaciones archivadas de cada uno
      * de los tres meses (la fecha de la generacion decide el mes)
       ACUMULA-INGRESOS.
           MOVE ZERO TO WS-NUM-NOMINAS.
           PERFORM VARYING WS-MES-POS FROM 1 BY 1 UNTIL WS-MES-POS > 3
              MOVE ZERO TO TM-BRUTO(WS-MES-POS) TM-NETO(WS-MES-POS)
                  TM-NOMINAS(WS-MES-POS)
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ HISTORIA-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       MOVE HIS-PAYCALC TO PAYCALC-RECORD
                       IF PAYCALC-RECORD(1:3) NOT = 'HDR'
                          AND PAYCALC-RECORD(1:3) NOT = 'TRL'
                          AND PC-DATO-ID = WS-ID-EMPLEADO
                          PERFORM ACUMULA-NOMINA-MES
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE HISTORIA-FILE.
           PERFORM VARYING WS-MES-POS FROM 1 BY 1 UNTIL WS-MES-POS > 3
              ADD TM-BRUTO(WS-MES-POS) TO WS-TOTAL-BRUTO
              ADD TM-NETO(WS-MES-POS) TO WS-TOTAL-NETO
           END-PERFORM.

       ACUMULA-NOMINA-MES.
           PERFORM VARYING WS-MES-POS FROM 1 BY 1 UNTIL WS-MES-POS > 3
              IF HIS-FECHA-GEN(1:6) = TM-ANIO-MES(WS-MES-POS)
                 ADD PC-SALARIO TO TM-BRUTO(WS-MES-POS)
                 ADD PC-NET-SALARIO TO TM-NETO(WS-MES-POS)
                 ADD 1 TO TM-NOMINAS(WS-MES-POS)
                 ADD 1 TO WS-NUM-NOMINAS
              END-IF
           END-PERFORM.

      * sueldo bruto acumulado del ejercicio (todas sus companias)
       BUSCA-YTD.
           MOVE ZERO TO WS-YTD-SALARIO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ YTD-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF YTD-DATO-ID = WS-ID-EMPLEADO
                          ADD YTD-SALARIO TO WS-YTD-SALARIO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE YTD-FILE.

       SIGUIENTE-FOLIO.
           MOVE ZERO TO WS-ULTIMO-FOLIO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CONSTANCIA-FILE.
           IF WS-CONSTANCIA-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ CONSTANCIA-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF CNS-FOLIO > WS-ULTIMO-FOLIO
                          MOVE CNS-FOLIO TO WS-ULTIMO-FOLIO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CONSTANCIA-FILE.
           COMPUTE WS-FOLIO = WS-ULTIMO-FOLIO + 1.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOY.
           MOVE SPACES TO WS-RUTA-CARTA.
           STRING "data/CONSTANCIA." WS-FOLIO ".RPT"
               DELIMITED BY SIZE INTO WS-RUTA-CARTA.

      *-----------------------------------------------------------------
      * la carta
      *-----------------------------------------------------------------
       ESCRIBE-CARTA.
           OPEN OUTPUT CARTA-FILE.
           IF WS-CARTA-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR " WS-RUTA-CARTA ": "
                  WS-CARTA-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CIA-RAZON TO CARTA-LINE.
           WRITE CARTA-LINE.
           IF WS-CIA-RFC NOT = SPACES
              MOVE SPACES TO CARTA-LINE
              STRING "RFC " WS-CIA-RFC "   REGISTRO PATRONAL "
                  WS-CIA-REG-PATRONAL DELIMITED BY SIZE
                  INTO CARTA-LINE
              WRITE CARTA-LINE
           END-IF.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           STRING "FOLIO DE CONSTANCIA: " WS-FOLIO
               DELIMITED BY SIZE INTO CARTA-LINE(40:)
           WRITE CARTA-LINE.
           MOVE WS-FECHA-HOY TO WS-FECHA-TRABAJO.
           PERFORM ARMA-FECHA-LETRA.
           MOVE SPACES TO CARTA-LINE.
           IF WS-CIA-CIUDAD = SPACES
              STRING "A " WS-FECHA-LETRA DELIMITED BY SIZE
                  INTO CARTA-LINE(40:)
           ELSE
              STRING WS-CIA-CIUDAD DELIMITED BY '  '
                  ", A " DELIMITED BY SIZE
                  WS-FECHA-LETRA DELIMITED BY SIZE
                  INTO CARTA-LINE(30:)
           END-IF.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE WS-DESTINATARIO TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "PRESENTE" TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE
               "POR MEDIO DE LA PRESENTE SE HACE CONSTAR QUE LA PERSONA"
               TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           PERFORM ESCRIBE-DATOS-EMPLEADO.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "PRESTA SUS SERVICIOS EN ESTA EMPRESA DESDE LA FECHA "
               TO CARTA-LINE.
           MOVE "DE INGRESO" TO CARTA-LINE(53:).
           WRITE CARTA-LINE.
           MOVE "SENALADA Y A LA FECHA SIGUE LABORANDO EN ELLA."
               TO CARTA-LINE.
           WRITE CARTA-LINE.
           IF NOT TIPO-SOLO-EMPLEO
              PERFORM ESCRIBE-SALARIO
           END-IF.
           IF TIPO-CON-INGRESOS
              PERFORM ESCRIBE-INGRESOS
           END-IF.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "SE EXTIENDE LA PRESENTE A SOLICITUD DEL INTERESADO "
               TO CARTA-LINE.
           MOVE "PARA LOS FINES" TO CARTA-LINE(52:).
           WRITE CARTA-LINE.
           MOVE "QUE A SU DERECHO CONVENGAN. SU AUTENTICIDAD PUEDE "
               TO CARTA-LINE.
           MOVE "CONFIRMARSE CON" TO CARTA-LINE(51:).
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           STRING "RECURSOS HUMANOS CITANDO EL FOLIO " WS-FOLIO "."
               DELIMITED BY SIZE INTO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "ATENTAMENTE" TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           WRITE CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "______________________________" TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "RECURSOS HUMANOS" TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           STRING "EMITIO: " WS-OPERADOR-FIRMADO
               DELIMITED BY SIZE INTO CARTA-LINE.
           WRITE CARTA-LINE.
           CLOSE CARTA-FILE.

       ESCRIBE-DATOS-EMPLEADO.
           MOVE "NOMBRE:" TO WS-DL-ETIQUETA.
           MOVE WS-EMP-NOMBRE TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "RFC:" TO WS-DL-ETIQUETA.
           MOVE WS-EMP-RFC TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "CURP:" TO WS-DL-ETIQUETA.
           MOVE WS-EMP-CURP TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE WS-EMP-INGRESO TO WS-FECHA-TRABAJO.
           PERFORM ARMA-FECHA-LETRA.
           MOVE "FECHA DE INGRESO:" TO WS-DL-ETIQUETA.
           MOVE WS-FECHA-LETRA TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
      * anos cumplidos: la diferencia AAAAMMDD entre 10000
           COMPUTE WS-ANTIGUEDAD =
               (WS-FECHA-HOY - WS-EMP-INGRESO) / 10000.
           MOVE WS-ANTIGUEDAD TO WS-ED-ANTIGUEDAD.
           MOVE "ANTIGUEDAD:" TO WS-DL-ETIQUETA.
           MOVE SPACES TO WS-DL-VALOR.
           IF WS-ANTIGUEDAD < 10
              STRING WS-ED-ANTIGUEDAD(2:1) " ANO(S) CUMPLIDO(S)"
                  DELIMITED BY SIZE INTO WS-DL-VALOR
           ELSE
              STRING WS-ED-ANTIGUEDAD " ANO(S) CUMPLIDO(S)"
                  DELIMITED BY SIZE INTO WS-DL-VALOR
           END-IF.
           PERFORM ESCRIBE-DATO.
           MOVE "DEPARTAMENTO:" TO WS-DL-ETIQUETA.
           MOVE WS-DEPTO-DESC TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "PUESTO:" TO WS-DL-ETIQUETA.
           MOVE SPACES TO WS-DL-VALOR.
           IF WS-PLAZA-NUMERO = ZERO
              STRING "GRADO " WS-EMP-GRADO
                  DELIMITED BY SIZE INTO WS-DL-VALOR
           ELSE
              STRING "PLAZA " WS-PLAZA-NUMERO ", GRADO " WS-EMP-GRADO
                  DELIMITED BY SIZE INTO WS-DL-VALOR
           END-IF.
           PERFORM ESCRIBE-DATO.
           MOVE "SITUACION:" TO WS-DL-ETIQUETA.
           IF WS-EMP-STATUS = 'lic'
              MOVE "ACTIVO, CON LICENCIA" TO WS-DL-VALOR
           ELSE
              MOVE "ACTIVO" TO WS-DL-VALOR
           END-IF.
           PERFORM ESCRIBE-DATO.

       ESCRIBE-DATO.
           MOVE WS-DATO-LINE TO CARTA-LINE.
           WRITE CARTA-LINE.

       ESCRIBE-SALARIO.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "PERCIBE UN SALARIO DIARIO DE:" TO WS-ML-ETIQUETA.
           MOVE WS-SALARIO-DIARIO TO WS-ML-MONTO.
           MOVE WS-MONTO-LINE TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "EQUIVALENTE A UN SALARIO MENSUAL BRUTO DE:"
               TO WS-ML-ETIQUETA.
           MOVE WS-SALARIO-MENSUAL TO WS-ML-MONTO.
           MOVE WS-MONTO-LINE TO CARTA-LINE.
           WRITE CARTA-LINE.

       ESCRIBE-INGRESOS.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "SUS INGRESOS POR SUELDOS DE LOS ULTIMOS TRES MESES "
               TO CARTA-LINE.
           MOVE "FUERON:" TO CARTA-LINE(52:).
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE WS-MES-ENC-LINE TO CARTA-LINE.
           WRITE CARTA-LINE.
           PERFORM VARYING WS-MES-POS FROM 1 BY 1 UNTIL WS-MES-POS > 3
              MOVE TM-ANIO-MES(WS-MES-POS) TO WS-FECHA-TRABAJO(1:6)
              MOVE SPACES TO WS-MS-MES
              STRING WS-NOMBRE-MES(WS-FP-MES) DELIMITED BY SPACE
                  " " WS-FP-ANIO DELIMITED BY SIZE INTO WS-MS-MES
              MOVE TM-BRUTO(WS-MES-POS) TO WS-MS-BRUTO
              MOVE TM-NETO(WS-MES-POS) TO WS-MS-NETO
              MOVE WS-MES-LINE TO CARTA-LINE
              WRITE CARTA-LINE
           END-PERFORM.
           MOVE "TOTAL" TO WS-MS-MES.
           MOVE WS-TOTAL-BRUTO TO WS-MS-BRUTO.
           MOVE WS-TOTAL-NETO TO WS-MS-NETO.
           MOVE WS-MES-LINE TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO WS-ML-ETIQUETA.
           STRING "SUELDO BRUTO ACUMULADO EN EL EJERCICIO "
               WS-FECHA-HOY(1:4) ":" DELIMITED BY SIZE
               INTO WS-ML-ETIQUETA.
           MOVE WS-YTD-SALARIO TO WS-ML-MONTO.
           MOVE WS-MONTO-LINE TO CARTA-LINE.
           WRITE CARTA-LINE.

      * WS-FECHA-TRABAJO (AAAAMMDD) a "15 DE OCTUBRE DE 2026"
       ARMA-FECHA-LETRA.
           MOVE SPACES TO WS-FECHA-LETRA.
           IF WS-FP-MES < 1 OR WS-FP-MES > 12
              MOVE WS-FECHA-TRABAJO TO WS-FECHA-LETRA
           ELSE
              STRING WS-FP-DIA " DE " DELIMITED BY SIZE
                  WS-NOMBRE-MES(WS-FP-MES) DELIMITED BY SPACE
                  " DE " WS-FP-ANIO DELIMITED BY SIZE
                  INTO WS-FECHA-LETRA
           END-IF.

      * la carta queda en la bitacora con las cifras que declara
       REGISTRA-CONSTANCIA.
           OPEN EXTEND CONSTANCIA-FILE.
           IF WS-CONSTANCIA-STATUS NOT = "00"
              AND WS-CONSTANCIA-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/CONSTANCIA.DAT: "
                  WS-CONSTANCIA-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FOLIO TO CNS-FOLIO.
           MOVE WS-FECHA-HOY TO CNS-FECHA.
           MOVE WS-HORA-HOY TO CNS-HORA.
           MOVE WS-ID-EMPLEADO TO CNS-DATO-ID.
           MOVE WS-TIPO-CAPTURA TO CNS-TIPO.
           MOVE WS-EMP-COMPANIA TO CNS-COMPANIA.
           MOVE WS-EMP-NOMBRE TO CNS-NOMBRE.
           MOVE WS-EMP-RFC TO CNS-RFC.
           MOVE WS-EMP-INGRESO TO CNS-FECHA-INGRESO.
           MOVE WS-SALARIO-MENSUAL TO CNS-SALARIO-MENSUAL.
           MOVE WS-TOTAL-BRUTO TO CNS-INGRESO-TRIMESTRE.
           MOVE WS-OPERADOR-FIRMADO TO CNS-OPERADOR.
           MOVE WS-DESTINATARIO TO CNS-DESTINATARIO.
           WRITE CONSTANCIA-RECORD.
           CLOSE CONSTANCIA-FILE.

      *-----------------------------------------------------------------
      * transaccion V: lo que declara la carta de un folio
      *-----------------------------------------------------------------
       VERIFICA-FOLIO.
           DISPLAY "FOLIO: " WITH NO ADVANCING.
           ACCEPT WS-FOLIO-BUSCADO.
           MOVE 'N' TO WS-FOLIO-ENCONTRADO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CONSTANCIA-FILE.
           IF WS-CONSTANCIA-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ CONSTANCIA-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF CNS-FOLIO = WS-FOLIO-BUSCADO
                          MOVE 'S' TO WS-FOLIO-ENCONTRADO
                          PERFORM MUESTRA-CONSTANCIA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CONSTANCIA-FILE.
           IF NOT FOLIO-ENCONTRADO
              DISPLAY "EL FOLIO " WS-FOLIO-BUSCADO
                  " NO CORRESPONDE A NINGUNA CONSTANCIA EMITIDA"
           END-IF.

       MUESTRA-CONSTANCIA.
           DISPLAY "FOLIO " CNS-FOLIO " EMITIDO EL " CNS-FECHA
               " A LAS " CNS-HORA " POR " CNS-OPERADOR.
           DISPLAY "  DATO-ID " CNS-DATO-ID " COMPANIA " CNS-COMPANIA
               " " CNS-NOMBRE.
           DISPLAY "  RFC " CNS-RFC " INGRESO " CNS-FECHA-INGRESO.
           DISPLAY "  DIRIGIDA A " CNS-DESTINATARIO.
           EVALUATE TRUE
              WHEN CNS-SOLO-EMPLEO
                 DISPLAY "  TIPO E: SOLO RELACION LABORAL"
              WHEN CNS-CON-SALARIO
                 MOVE CNS-SALARIO-MENSUAL TO WS-ED-MONTO
                 DISPLAY "  TIPO S: SALARIO MENSUAL BRUTO " WS-ED-MONTO
              WHEN OTHER
                 MOVE CNS-SALARIO-MENSUAL TO WS-ED-MONTO
                 DISPLAY "  TIPO I: SALARIO MENSUAL BRUTO " WS-ED-MONTO
                 MOVE CNS-INGRESO-TRIMESTRE TO WS-ED-MONTO
                 DISPLAY "          SUELDO BRUTO DE TRES MESES "
                     WS-ED-MONTO
           END-EVALUATE.

       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
