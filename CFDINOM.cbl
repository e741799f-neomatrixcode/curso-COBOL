      * con RFC y CURP del segmento demografico, el desglose
      * SALARIO-REGULAR / PRIMA-EXTRA y las fechas del periodo
      * (PERIODO-NOMINA, del calendario de CALENDARIO.cbl), un
      * registro P por los vales de despensa aplicados al empleado
      * (data/VALESCALC.OUT de TIPOSDEDATOS.cbl, percepcion en
      * especie con su parte exenta y gravada), uno por lo que paga
      * la empresa del seguro de gastos medicos mayores del empleado
      * (data/SGMMAPLI.OUT de TIPOSDEDATOS.cbl, tambien en especie,
      * exento hasta el tope en UMA de SGMMCALC.cbl) y uno por cada
      * premio de asistencia o de puntualidad pagado (PASI/PPUN de
      * data/PERCCALC.OUT, ver PREMASIS.cbl), un registro D por
      * cada DED-CODIGO aplicado, y un trailer con conteo y total.
      * Antes el contenido del talon se re-tecleaba a
      * mano en el portal del proveedor fiscal, y los recibos
      * timbrados ya habian salido distintos del registro de nomina.
      * Corre despues de STEP02A STUB (ver jobs/PAYROLL.job); carga
      * DEDCALC.OUT a memoria con el mismo patron que PAYSTUB.cbl.
      * El registro E lleva la COMPANIA, el ejercicio y el periodo
      * como referencia que el PAC regresa con el UUID (CFDIRESP.cbl);
      * un recibo que ya estaba timbrado en el mismo ejercicio se
      * anota en data/CFDICORR.DAT para que CFDICANC.cbl cancele el
      * folio anterior.
      * El registro E cierra con las claves del catalogo del SAT de
      * tipo de regimen (TIPO-REGIMEN del maestro, '02' sueldos si
      * viene en blanco) y de tipo de contrato ('99' para los
      * asimilados a salarios; para los demas el del contrato de
      * trabajo vigente al fin del periodo en data/CONTRATO.DAT, ver
      * CONTRREC.cpy, y '01' por tiempo indeterminado si no tiene
      * contrato capturado).
      * Un empleado cuyo RFC rechazo el SAT en la validacion masiva
      * (data/RFCVALID.DAT, ver RFCSOLIC.cbl y RFCRESP.cbl) y que
      * sigue con el mismo RFC y NOMBRE en la nomina no se manda al
      * PAC, que lo rechazaria igual: se omite del extracto con aviso
      * en consola y en la bitacora de corrida, y timbra en la
      * siguiente extraccion una vez corregido el maestro.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDINOM.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDCALC-STATUS.

      * VALESCALC-FILE: vales de despensa aplicados en la corrida
      * (layout VALCALRC); no son efectivo, no estan en el SALARIO y
      * solo viajan al recibo como registro P
      * SGMMAPLI-FILE: SGMM pagado por la empresa de los empleados
      * pagados en la corrida (layout SGMCSTRC); igual que los vales,
      * solo viaja al recibo como registro P
           SELECT OPTIONAL SGMMAPLI-FILE
               ASSIGN TO "data/SGMMAPLI.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMMAPLI-STATUS.

           SELECT OPTIONAL VALESCALC-FILE
               ASSIGN TO "data/VALESCALC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALESCALC-STATUS.

      * PERCCALC-FILE: percepciones pagadas en la corrida (layout
      * PERCREC); los premios de asistencia y de puntualidad salen
      * como su propio registro P con su clave del SAT
           SELECT OPTIONAL PERCCALC-FILE
               ASSIGN TO "data/PERCCALC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCCALC-STATUS.

      * CONTRATO-FILE: historia de contratos de trabajo; da la clave
      * c_TipoContrato del registro E
           SELECT OPTIONAL CONTRATO-FILE ASSIGN TO "data/CONTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATO-STATUS.

      * RFCVALID-FILE: bitacora de la validacion masiva de RFC ante
      * el SAT (ver RFCVALRC.cpy)
           SELECT OPTIONAL RFCVALID-FILE ASSIGN TO "data/RFCVALID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFCVALID-STATUS.

           SELECT CFDI-FILE ASSIGN TO "data/CFDINOM.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFDI-STATUS.

      * UUID-FILE: bitacora de folios fiscales (ver CFDIUUID.cpy); un
      * recibo que se extrae otra vez y ya estaba timbrado es una
      * correccion: el folio anterior se tiene que cancelar
           SELECT OPTIONAL UUID-FILE ASSIGN TO "data/CFDIUUID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UUID-STATUS.

      * OFFCYCLE-FILE: seleccion de la corrida suplementaria (ver
      * TIPOSDEDATOS.cbl); el aguinaldo ('D') y el finiquito ('F')
      * son recibos adicionales, no sustituyen al del periodo
           SELECT OPTIONAL OFFCYCLE-FILE ASSIGN TO "data/OFFCYCLE.IDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCYCLE-STATUS.

      * CORR-FILE: recibos timbrados que hay que cancelar y
      * sustituir (ver CFDICORR.cpy), los consume CFDICANC.cbl
           SELECT OPTIONAL CORR-FILE ASSIGN TO "data/CFDICORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCALC-FILE.
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

       FD  DEDCALC-FILE.
           COPY DEDCALRC.

       FD  VALESCALC-FILE.
           COPY VALCALRC.

       FD  SGMMAPLI-FILE.
           COPY SGMCSTRC.

       FD  PERCCALC-FILE.
           COPY PERCREC
               REPLACING PERCEPCION-RECORD BY PERCCALC-RECORD
                         PCP-DATO-ID BY PCC-DATO-ID
                         PCP-CODIGO BY PCC-CODIGO
                         PCP-MONTO BY PCC-MONTO.

       FD  CONTRATO-FILE.
           COPY CONTRREC.

       FD  RFCVALID-FILE.
           COPY RFCVALRC.

       FD  CFDI-FILE.
       01  CFDI-LINE PIC X(120).

       FD  UUID-FILE.
           COPY CFDIUUID.

       FD  OFFCYCLE-FILE.
       01  OFFCYCLE-RECORD.
           05  OFF-DATO-ID        PIC 9(5).
           05  OFF-TIPO           PIC X.

       FD  CORR-FILE.
           COPY CFDICORR.

       WORKING-STORAGE SECTION.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-DEDCALC-STATUS PIC XX VALUE SPACES.
               10  TAB-DED-CODIGO   PIC X(4).
               10  TAB-DED-MONTO    PIC 9(7)V99.

      * vales de despensa aplicados en memoria; un empleado con mas
      * de un mes pendiente trae varios renglones y sale en un solo
      * registro P con la suma
           77 WS-VALESCALC-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-VALES PIC 9(5) VALUE ZERO.
       01  TABLA-VALES.
           05  VALES-ENTRY OCCURS 5000 TIMES
                   INDEXED BY VAL-IDX.
               10  TAB-VAL-ID       PIC 9(5).
               10  TAB-VAL-EXENTO   PIC 9(5)V99.
               10  TAB-VAL-GRAVADO  PIC 9(5)V99.

      * SGMM pagado por la empresa en memoria, un renglon por titular
           77 WS-SGMMAPLI-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-SGMM PIC 9(5) VALUE ZERO.
       01  TABLA-SGMM.
           05  SGMM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SGM-IDX.
               10  TAB-SGM-ID       PIC 9(5).
               10  TAB-SGM-EXENTO   PIC 9(7)V99.
               10  TAB-SGM-GRAVADO  PIC 9(7)V99.

      * premios de asistencia (PASI) y puntualidad (PPUN) pagados;
      * son efectivo, ya estan en el SALARIO y gravan completos
           77 WS-PERCCALC-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-PREMIOS PIC 9(5) VALUE ZERO.
       01  TABLA-PREMIOS.
           05  PREMIO-ENTRY OCCURS 10000 TIMES
                   INDEXED BY PRE-IDX.
               10  TAB-PRE-ID       PIC 9(5).
               10  TAB-PRE-CODIGO   PIC X(4).
               10  TAB-PRE-MONTO    PIC 9(5)V99.

      * contratos de trabajo: el tipo vigente de un empleado es el
      * del renglon de inicio mas reciente que no pase del fin de su
      * periodo (una renovacion capturada por adelantado no cambia
      * el recibo de hoy)
           77 WS-CONTRATO-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-CONTRATOS PIC 9(5) VALUE ZERO.
           77 WS-CTR-INICIO-VIG PIC 9(8) VALUE ZERO.
       01  TABLA-CONTRATOS.
           05  CONTRATO-ENTRY OCCURS 10000 TIMES
                   INDEXED BY CTR-IDX.
               10  TAB-CTR-ID       PIC 9(5).
               10  TAB-CTR-TIPO     PIC XX.
               10  TAB-CTR-INICIO   PIC 9(8).

      * resultado vigente de la validacion de RFC por DATO-ID (el
      * ultimo renglon de la bitacora, mismo recorrido que
      * RFCSOLIC.cbl)
           77 WS-RFCVALID-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-VALIDACIONES PIC 9(5) VALUE ZERO.
           77 WS-RFV-POS PIC 9(5) VALUE ZERO.
           77 WS-RFC-RECHAZADO PIC X VALUE 'N'.
              88 RFC-RECHAZADO-SAT VALUE 'S'.
       01  TABLA-VALIDACIONES.
           05  VALIDACION-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RFV-IDX.
               10  TAB-RFV-ID       PIC 9(5).
               10  TAB-RFV-RFC      PIC X(13).
               10  TAB-RFV-NOMBRE   PIC X(30).
               10  TAB-RFV-STATUS   PIC X.

      * fechas del periodo de cada registro E, derivadas del
      * calendario (CALL CALENDARIO); el inicio es los dias del
      * periodo menos uno antes del fin, misma aritmetica que
           77 WS-DIAS-CIA PIC 99 VALUE 14.

           77 WS-NUM-EXTRAIDOS PIC 9(6) VALUE ZERO.

      * recibos ya timbrados (COMPANIA, ejercicio, periodo, DATO-ID)
      * de la bitacora de folios; solo se cargan los del ejercicio
      * del calendario de la corrida, los de anos anteriores no
      * pueden ser el mismo recibo
           77 WS-EJERCICIO PIC 9(4) VALUE ZERO.
           77 WS-UUID-STATUS PIC XX VALUE SPACES.
           77 WS-UUID-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-UUID VALUE 'S'.
           77 WS-NUM-TIMBRADOS PIC 9(5) VALUE ZERO.
       01  TABLA-TIMBRADOS.
           05  TIMBRADO-ENTRY OCCURS 20000 TIMES
                   INDEXED BY TIM-IDX.
               10  TAB-TIM-COMPANIA  PIC X(2).
               10  TAB-TIM-EJERCICIO PIC 9(4).
               10  TAB-TIM-PERIODO   PIC 99.
               10  TAB-TIM-ID        PIC 9(5).

      * seleccion off-cycle con su tipo de pago
           77 WS-OFFCYCLE-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-OFFCYCLE PIC 9(3) VALUE ZERO.
       01  TABLA-OFFCYCLE.
           05  OFFCYCLE-ENTRY OCCURS 500 TIMES
                   INDEXED BY OFF-IDX.
               10  TAB-OFF-ID       PIC 9(5).
               10  TAB-OFF-TIPO     PIC X.
           77 WS-TIPO-OFFCYCLE PIC X VALUE SPACE.
              88 RECIBO-ADICIONAL VALUE 'D' 'F'.

           77 WS-CORR-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-CORRECCIONES PIC 9(6) VALUE ZERO.
           77 WS-TOTAL-EXTRAIDO PIC 9(11)V99 VALUE ZERO.

      * estadisticas de fin de job (mismo patron que TIPOSDEDATOS.cbl);
      * los RECHAZADOS de CFDINOM son los omitidos por RFC rechazado
      * en la validacion del SAT
      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

           77 WS-STAT-SEG-TRANSCURRIDOS PIC 9(5) VALUE ZERO.

      * layout de formato fijo del extracto para el proveedor de
      * timbrado: registro H de encabezado, E por empleado, P por
      * percepcion en especie, D por deduccion aplicada, T de
      * trailer; los montos van como digitos
      * sin editar, igual que el lote bancario de BANKDISP.cbl
       01  WS-CFDI-HEADER.
           05  FILLER         PIC X VALUE 'H'.
           05  WS-E-REGULAR   PIC 9(9)V99.
           05  WS-E-PRIMA     PIC 9(9)V99.
           05  WS-E-NETO      PIC 9(9)V99.
      * referencia del recibo que el PAC regresa en su respuesta
      * (ver CFDIRSRC.cpy): COMPANIA, ejercicio (ano del fin de SU
      * periodo) y periodo de SU calendario
           05  WS-E-COMPANIA  PIC X(2).
           05  WS-E-EJERCICIO PIC 9(4).
           05  WS-E-PERIODO   PIC 99.
           05  WS-E-TIPO-REGIMEN  PIC XX.
           05  WS-E-TIPO-CONTRATO PIC XX.

      * claves del catalogo de tipos de percepcion del SAT: 029
      * vales de despensa, 016 seguro de gastos medicos mayores, 049
      * premios por asistencia, 010 premios por puntualidad
       01  WS-CFDI-PERCEPCION.
           05  FILLER         PIC X VALUE 'P'.
           05  WS-P-ID        PIC 9(5).
           05  WS-P-CLAVE     PIC X(3) VALUE '029'.
           05  WS-P-CODIGO    PIC X(4) VALUE 'VALE'.
           05  WS-P-EXENTO    PIC 9(9)V99.
           05  WS-P-GRAVADO   PIC 9(9)V99.

       01  WS-CFDI-DEDUCCION.
           05  FILLER         PIC X VALUE 'D'.
      * fechas del periodo en cada registro E (las de la compania
      * del empleado se resuelven registro por registro)
           CALL "CALENDARIO".
           MOVE PERIODO-FIN(PERIODO-ACTUAL)(1:4) TO WS-EJERCICIO.

           OPEN INPUT PAYCALC-FILE.
           IF WS-PAYCALC-STATUS NOT = "00"
           END-IF.

           PERFORM CARGA-TABLA-DEDUCCIONES-CALC.
           PERFORM CARGA-TABLA-VALES.
           PERFORM CARGA-TABLA-SGMM.
           PERFORM CARGA-TABLA-PREMIOS.
           PERFORM CARGA-TABLA-CONTRATOS.
           PERFORM CARGA-TABLA-VALIDACIONES.
           PERFORM CARGA-TABLA-TIMBRADOS.
           PERFORM CARGA-TABLA-OFFCYCLE.

           OPEN EXTEND CORR-FILE.
           IF WS-CORR-STATUS NOT = "00"
              AND WS-CORR-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/CFDICORR.DAT: "
                  WS-CORR-STATUS
              CLOSE PAYCALC-FILE CFDI-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-H-FECHA.
           MOVE PERIODO-ACTUAL TO WS-H-PERIODO.
           MOVE WS-CFDI-TRAILER TO CFDI-LINE.
           WRITE CFDI-LINE.

           CLOSE PAYCALC-FILE CFDI-FILE CORR-FILE.
           DISPLAY "CFDINOM: " WS-NUM-EXTRAIDOS
               " RECIBO(S) EXTRAIDOS A data/CFDINOM.OUT".
           IF WS-STAT-RECHAZADOS > ZERO
              DISPLAY "CFDINOM: " WS-STAT-RECHAZADOS
                  " RECIBO(S) OMITIDOS POR RFC RECHAZADO POR EL SAT, "
                  "VER data/RFCRESP.RPT"
           END-IF.
           IF WS-NUM-CORRECCIONES > ZERO
              DISPLAY "CFDINOM: " WS-NUM-CORRECCIONES
                  " RECIBO(S) YA TIMBRADO(S) A CANCELAR Y SUSTITUIR "
                  "EN data/CFDICORR.DAT"
           END-IF.
           PERFORM IMPRIME-ESTADISTICAS.
           STOP RUN.

              CLOSE DEDCALC-FILE
           END-IF.

      * carga los vales de despensa aplicados en la corrida (si los
      * hubo)
       CARGA-TABLA-VALES.
           OPEN INPUT VALESCALC-FILE.
           IF WS-VALESCALC-STATUS = "00"
              PERFORM UNTIL WS-VALESCALC-STATUS NOT = "00"
                 READ VALESCALC-FILE
                    AT END MOVE "10" TO WS-VALESCALC-STATUS
                    NOT AT END
                       IF WS-NUM-VALES = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-VALES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-VALES
                       MOVE VCL-DATO-ID TO TAB-VAL-ID(WS-NUM-VALES)
                       MOVE VCL-EXENTO TO TAB-VAL-EXENTO(WS-NUM-VALES)
                       MOVE VCL-GRAVADO TO
                           TAB-VAL-GRAVADO(WS-NUM-VALES)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE VALESCALC-FILE.

      * carga el SGMM pagado por la empresa de los empleados pagados
      * en la corrida (si lo hubo)
       CARGA-TABLA-SGMM.
           OPEN INPUT SGMMAPLI-FILE.
           IF WS-SGMMAPLI-STATUS = "00"
              PERFORM UNTIL WS-SGMMAPLI-STATUS NOT = "00"
                 READ SGMMAPLI-FILE
                    AT END MOVE "10" TO WS-SGMMAPLI-STATUS
                    NOT AT END
                       IF WS-NUM-SGMM = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-SGMM"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-SGMM
                       MOVE SGC-DATO-ID TO TAB-SGM-ID(WS-NUM-SGMM)
                       MOVE SGC-EXENTO TO TAB-SGM-EXENTO(WS-NUM-SGMM)
                       MOVE SGC-GRAVADO TO
                           TAB-SGM-GRAVADO(WS-NUM-SGMM)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SGMMAPLI-FILE.

      * carga los premios de asistencia y puntualidad pagados en la
      * corrida; las demas percepciones ya van dentro del registro E
       CARGA-TABLA-PREMIOS.
           OPEN INPUT PERCCALC-FILE.
           IF WS-PERCCALC-STATUS = "00"
              PERFORM UNTIL WS-PERCCALC-STATUS NOT = "00"
                 READ PERCCALC-FILE
                    AT END MOVE "10" TO WS-PERCCALC-STATUS
                    NOT AT END
                       IF PCC-CODIGO = 'PASI' OR PCC-CODIGO = 'PPUN'
                          IF WS-NUM-PREMIOS = 10000
                             DISPLAY "TABLA LLENA: WS-NUM-PREMIOS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-PREMIOS
                          MOVE PCC-DATO-ID TO
                              TAB-PRE-ID(WS-NUM-PREMIOS)
                          MOVE PCC-CODIGO TO
                              TAB-PRE-CODIGO(WS-NUM-PREMIOS)
                          MOVE PCC-MONTO TO
                              TAB-PRE-MONTO(WS-NUM-PREMIOS)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PERCCALC-FILE.

       CARGA-TABLA-CONTRATOS.
           OPEN INPUT CONTRATO-FILE.
           IF WS-CONTRATO-STATUS = "00"
              PERFORM UNTIL WS-CONTRATO-STATUS NOT = "00"
                 READ CONTRATO-FILE
                    AT END MOVE "10" TO WS-CONTRATO-STATUS
                    NOT AT END
                       IF WS-NUM-CONTRATOS = 10000
                          DISPLAY "TABLA LLENA: WS-NUM-CONTRATOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-CONTRATOS
                       MOVE CTR-DATO-ID TO
                           TAB-CTR-ID(WS-NUM-CONTRATOS)
                       MOVE CTR-TIPO TO
                           TAB-CTR-TIPO(WS-NUM-CONTRATOS)
                       MOVE CTR-FECHA-INICIO TO
                           TAB-CTR-INICIO(WS-NUM-CONTRATOS)
                 END-READ
              END-PERFORM
              CLOSE CONTRATO-FILE
           END-IF.

      * clave c_TipoContrato del empleado en turno: la del contrato
      * vigente al fin de su periodo; sin contrato, indeterminado
       BUSCA-TIPO-CONTRATO.
           MOVE '01' TO WS-E-TIPO-CONTRATO.
           MOVE ZERO TO WS-CTR-INICIO-VIG.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-NUM-CONTRATOS
              IF TAB-CTR-ID(CTR-IDX) = PC-DATO-ID
                 AND TAB-CTR-INICIO(CTR-IDX) NOT > WS-FIN-CIA
                 AND TAB-CTR-INICIO(CTR-IDX) NOT < WS-CTR-INICIO-VIG
                 MOVE TAB-CTR-TIPO(CTR-IDX) TO WS-E-TIPO-CONTRATO
                 MOVE TAB-CTR-INICIO(CTR-IDX) TO WS-CTR-INICIO-VIG
              END-IF
           END-PERFORM.

      * la bitacora va en orden de captura: un renglon posterior del
      * mismo DATO-ID reemplaza al anterior en la tabla
       CARGA-TABLA-VALIDACIONES.
           OPEN INPUT RFCVALID-FILE.
           IF WS-RFCVALID-STATUS = "00"
              PERFORM UNTIL WS-RFCVALID-STATUS NOT = "00"
                 READ RFCVALID-FILE
                    AT END MOVE "10" TO WS-RFCVALID-STATUS
                    NOT AT END
                       PERFORM REGISTRA-VALIDACION
                 END-READ
              END-PERFORM
              CLOSE RFCVALID-FILE
           END-IF.

       REGISTRA-VALIDACION.
           MOVE ZERO TO WS-RFV-POS.
           PERFORM VARYING RFV-IDX FROM 1 BY 1
                   UNTIL RFV-IDX > WS-NUM-VALIDACIONES
              IF TAB-RFV-ID(RFV-IDX) = RFV-DATO-ID
                 SET WS-RFV-POS TO RFV-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-RFV-POS = ZERO
              IF WS-NUM-VALIDACIONES = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-VALIDACIONES"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-VALIDACIONES
              MOVE WS-NUM-VALIDACIONES TO WS-RFV-POS
              MOVE RFV-DATO-ID TO TAB-RFV-ID(WS-RFV-POS)
           END-IF.
           MOVE RFV-RFC TO TAB-RFV-RFC(WS-RFV-POS).
           MOVE RFV-NOMBRE TO TAB-RFV-NOMBRE(WS-RFV-POS).
           MOVE RFV-STATUS TO TAB-RFV-STATUS(WS-RFV-POS).

      * el empleado en turno trae un rechazo vigente del SAT si su
      * ultimo resultado es 'N' o 'M' y el maestro sigue con el mismo
      * RFC y NOMBRE; corregido (o sin validar), se manda
       VERIFICA-RFC-VALIDADO.
           MOVE 'N' TO WS-RFC-RECHAZADO.
           PERFORM VARYING RFV-IDX FROM 1 BY 1
                   UNTIL RFV-IDX > WS-NUM-VALIDACIONES
              IF TAB-RFV-ID(RFV-IDX) = PC-DATO-ID
                 IF (TAB-RFV-STATUS(RFV-IDX) = 'N'
                    OR TAB-RFV-STATUS(RFV-IDX) = 'M')
                    AND TAB-RFV-RFC(RFV-IDX) = PC-RFC
                    AND TAB-RFV-NOMBRE(RFV-IDX) = PC-NOMBRE
                    MOVE 'S' TO WS-RFC-RECHAZADO
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       OMITE-RFC-RECHAZADO.
           ADD 1 TO WS-STAT-RECHAZADOS.
           DISPLAY "ADVERTENCIA: RECIBO NO EXTRAIDO, RFC RECHAZADO "
               "POR EL SAT, DATO-ID: " PC-DATO-ID " RFC " PC-RFC.
           MOVE 'CFDINOM' TO LOG-PROGRAMA.
           MOVE 'W' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'RECIBO OMITIDO, RFC RECHAZADO POR EL SAT, DATO-ID '
               PC-DATO-ID ' RFC ' PC-RFC
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * fechas del periodo de la COMPANIA del registro en turno: con
      * calendario propio, el fin de SU periodo actual y su largo (7
      * o 14 dias); sin renglon en el catalogo, la quincena global
           COMPUTE WS-PERIODO-INICIO = FUNCTION
               DATE-OF-INTEGER(WS-PER-FIN-ENT - WS-DIAS-CIA + 1).

      * un recibo por empleado, salvo que el SAT ya haya rechazado su
      * RFC y el maestro siga igual
       EXTRAE-EMPLEADO.
           ADD 1 TO WS-STAT-LEIDOS.
           PERFORM VERIFICA-RFC-VALIDADO.
           IF RFC-RECHAZADO-SAT
              PERFORM OMITE-RFC-RECHAZADO
           ELSE
              PERFORM ESCRIBE-RECIBO-EMPLEADO
           END-IF.
           PERFORM LEE-PAYCALC.

      * un registro E por empleado con el segmento demografico y el
      * desglose regular/extra, seguido de sus registros D (uno por
      * DED-CODIGO aplicado)
       ESCRIBE-RECIBO-EMPLEADO.
           MOVE PC-DATO-ID TO WS-E-ID.
           MOVE PC-RFC TO WS-E-RFC.
           MOVE PC-CURP TO WS-E-CURP.
           MOVE PC-SALARIO-REGULAR TO WS-E-REGULAR.
           MOVE PC-PRIMA-EXTRA TO WS-E-PRIMA.
           MOVE PC-NET-SALARIO TO WS-E-NETO.
           MOVE PC-COMPANIA TO WS-E-COMPANIA.
           MOVE WS-FIN-CIA(1:4) TO WS-E-EJERCICIO.
           MOVE PC-PERIODO-NOMINA TO WS-E-PERIODO.
           IF PC-TIPO-REGIMEN = SPACES
              MOVE '02' TO WS-E-TIPO-REGIMEN
           ELSE
              MOVE PC-TIPO-REGIMEN TO WS-E-TIPO-REGIMEN
           END-IF.
           IF PC-REGIMEN-ASIMILADO
              MOVE '99' TO WS-E-TIPO-CONTRATO
           ELSE
              PERFORM BUSCA-TIPO-CONTRATO
           END-IF.
           MOVE WS-CFDI-EMPLEADO TO CFDI-LINE.
           WRITE CFDI-LINE.
           PERFORM VERIFICA-RECIBO-TIMBRADO.

           PERFORM ESCRIBE-VALES-EMPLEADO.
           PERFORM ESCRIBE-SGMM-EMPLEADO.
           PERFORM ESCRIBE-PREMIOS-EMPLEADO.
           PERFORM ESCRIBE-DEDUCCIONES-EMPLEADO.

           ADD 1 TO WS-NUM-EXTRAIDOS.
           ADD PC-SALARIO TO WS-TOTAL-EXTRAIDO.
           ADD 1 TO WS-STAT-PROCESADOS.

      * un solo registro P con la suma de los vales del empleado en
      * turno; sin vales no sale registro
       ESCRIBE-VALES-EMPLEADO.
           MOVE ZERO TO WS-P-EXENTO.
           MOVE ZERO TO WS-P-GRAVADO.
           PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > WS-NUM-VALES
              IF TAB-VAL-ID(VAL-IDX) = PC-DATO-ID
                 ADD TAB-VAL-EXENTO(VAL-IDX) TO WS-P-EXENTO
                 ADD TAB-VAL-GRAVADO(VAL-IDX) TO WS-P-GRAVADO
              END-IF
           END-PERFORM.
           IF WS-P-EXENTO > ZERO OR WS-P-GRAVADO > ZERO
              MOVE PC-DATO-ID TO WS-P-ID
              MOVE '029' TO WS-P-CLAVE
              MOVE 'VALE' TO WS-P-CODIGO
              MOVE WS-CFDI-PERCEPCION TO CFDI-LINE
              WRITE CFDI-LINE
           END-IF.

      * un solo registro P con el SGMM que pago la empresa por el
      * empleado en turno; sin SGMM no sale registro
       ESCRIBE-SGMM-EMPLEADO.
           MOVE ZERO TO WS-P-EXENTO.
           MOVE ZERO TO WS-P-GRAVADO.
           PERFORM VARYING SGM-IDX FROM 1 BY 1
                   UNTIL SGM-IDX > WS-NUM-SGMM
              IF TAB-SGM-ID(SGM-IDX) = PC-DATO-ID
                 ADD TAB-SGM-EXENTO(SGM-IDX) TO WS-P-EXENTO
                 ADD TAB-SGM-GRAVADO(SGM-IDX) TO WS-P-GRAVADO
              END-IF
           END-PERFORM.
           IF WS-P-EXENTO > ZERO OR WS-P-GRAVADO > ZERO
              MOVE PC-DATO-ID TO WS-P-ID
              MOVE '016' TO WS-P-CLAVE
              MOVE 'SGMM' TO WS-P-CODIGO
              MOVE WS-CFDI-PERCEPCION TO CFDI-LINE
              WRITE CFDI-LINE
           END-IF.

      * un registro P por premio pagado al empleado en turno, todo
      * gravado (el tope de prevision social del 10% del SBC es del
      * IMSS, no exenta ISR)
       ESCRIBE-PREMIOS-EMPLEADO.
           PERFORM VARYING PRE-IDX FROM 1 BY 1
                   UNTIL PRE-IDX > WS-NUM-PREMIOS
              IF TAB-PRE-ID(PRE-IDX) = PC-DATO-ID
                 MOVE PC-DATO-ID TO WS-P-ID
                 IF TAB-PRE-CODIGO(PRE-IDX) = 'PASI'
                    MOVE '049' TO WS-P-CLAVE
                 ELSE
                    MOVE '010' TO WS-P-CLAVE
                 END-IF
                 MOVE TAB-PRE-CODIGO(PRE-IDX) TO WS-P-CODIGO
                 MOVE ZERO TO WS-P-EXENTO
                 MOVE TAB-PRE-MONTO(PRE-IDX) TO WS-P-GRAVADO
                 MOVE WS-CFDI-PERCEPCION TO CFDI-LINE
                 WRITE CFDI-LINE
              END-IF
           END-PERFORM.

      * recorre TABLA-DEDUCCIONES completa escribiendo los renglones
      * aplicados al empleado en turno (puede haber varios codigos),
              END-IF
           END-PERFORM.

      * folios ya timbrados de la bitacora (solo los 'tim' del
      * ejercicio de la corrida)
       CARGA-TABLA-TIMBRADOS.
           OPEN INPUT UUID-FILE.
           IF WS-UUID-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-UUID
                 READ UUID-FILE
                    AT END MOVE 'S' TO WS-UUID-EOF
                    NOT AT END
                       IF UUI-TIMBRADO
                          AND UUI-EJERCICIO = WS-EJERCICIO
                          IF WS-NUM-TIMBRADOS = 20000
                             DISPLAY "TABLA LLENA: WS-NUM-TIMBRADOS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-TIMBRADOS
                          MOVE UUI-COMPANIA TO
                              TAB-TIM-COMPANIA(WS-NUM-TIMBRADOS)
                          MOVE UUI-EJERCICIO TO
                              TAB-TIM-EJERCICIO(WS-NUM-TIMBRADOS)
                          MOVE UUI-PERIODO TO
                              TAB-TIM-PERIODO(WS-NUM-TIMBRADOS)
                          MOVE UUI-DATO-ID TO
                              TAB-TIM-ID(WS-NUM-TIMBRADOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UUID-FILE
           END-IF.

       CARGA-TABLA-OFFCYCLE.
           OPEN INPUT OFFCYCLE-FILE.
           IF WS-OFFCYCLE-STATUS = "00"
              PERFORM UNTIL WS-OFFCYCLE-STATUS NOT = "00"
                 READ OFFCYCLE-FILE
                    AT END MOVE "10" TO WS-OFFCYCLE-STATUS
                    NOT AT END
                       IF WS-NUM-OFFCYCLE = 500
                          DISPLAY "TABLA LLENA: WS-NUM-OFFCYCLE"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-OFFCYCLE
                       MOVE OFF-DATO-ID TO
                           TAB-OFF-ID(WS-NUM-OFFCYCLE)
                       MOVE OFF-TIPO TO
                           TAB-OFF-TIPO(WS-NUM-OFFCYCLE)
                 END-READ
              END-PERFORM
              CLOSE OFFCYCLE-FILE
           END-IF.

      * un recibo del mismo periodo que ya tiene folio timbrado es
      * una correccion del pago (re-corrida del periodo, o una
      * correccion off-cycle): el recibo nuevo sustituye al timbrado
      * y se registra para que CFDICANC arme la cancelacion. El
      * aguinaldo y el finiquito off-cycle son recibos adicionales
       VERIFICA-RECIBO-TIMBRADO.
           MOVE SPACE TO WS-TIPO-OFFCYCLE.
           PERFORM VARYING OFF-IDX FROM 1 BY 1
                   UNTIL OFF-IDX > WS-NUM-OFFCYCLE
              IF TAB-OFF-ID(OFF-IDX) = PC-DATO-ID
                 MOVE TAB-OFF-TIPO(OFF-IDX) TO WS-TIPO-OFFCYCLE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT RECIBO-ADICIONAL
              PERFORM VARYING TIM-IDX FROM 1 BY 1
                      UNTIL TIM-IDX > WS-NUM-TIMBRADOS
                 IF TAB-TIM-COMPANIA(TIM-IDX) = PC-COMPANIA
                    AND TAB-TIM-EJERCICIO(TIM-IDX) = WS-E-EJERCICIO
                    AND TAB-TIM-PERIODO(TIM-IDX) = PC-PERIODO-NOMINA
                    AND TAB-TIM-ID(TIM-IDX) = PC-DATO-ID
                    PERFORM REGISTRA-CORRECCION
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       REGISTRA-CORRECCION.
           MOVE PC-COMPANIA TO COR-COMPANIA.
           MOVE WS-E-EJERCICIO TO COR-EJERCICIO.
           MOVE PC-PERIODO-NOMINA TO COR-PERIODO.
           MOVE PC-DATO-ID TO COR-DATO-ID.
           IF WS-NUM-OFFCYCLE > ZERO
              MOVE 'O' TO COR-ORIGEN
           ELSE
              MOVE 'C' TO COR-ORIGEN
           END-IF.
           MOVE WS-H-FECHA TO COR-FECHA.
           WRITE CFDI-CORR-RECORD.
           ADD 1 TO WS-NUM-CORRECCIONES.

       LEE-PAYCALC.
           READ PAYCALC-FILE
               AT END MOVE 'S' TO WS-EOF
