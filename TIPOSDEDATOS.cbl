               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFOCRED-STATUS.

      * FONCRED-FILE: creditos FONACOT por mes, cargados de la cedula
      * por FONCARGA.cbl (ver FONCRRC.cpy); la retencion mensual se
      * reparte entre los periodos del mes de la compania. FONMOV-FILE
      * (EXTEND) deja lo debido y lo realmente retenido por credito
      * para el pago e incidencias de FONPAGO.cbl (ver FONMOVRC.cpy).
           SELECT OPTIONAL FONCRED-FILE ASSIGN TO "data/FONCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONCRED-STATUS.

           SELECT OPTIONAL FONMOV-FILE ASSIGN TO "data/FONMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONMOV-STATUS.

      * PENSION-FILE: ordenes de pension alimenticia (ver
      * PENSREC.cpy); el descuento se calcula de la orden (porcentaje
      * del neto despues de ISR o monto fijo) con su propia
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

      * VALESPEN-FILE: vales de despensa pendientes (ver VALCALRC.cpy
      * y VALES.cbl); el excedente gravable se suma a la base del ISR
      * del empleado y el archivo se consume al terminar la corrida,
      * igual que RETRO.DAT. VALESCALC-FILE deja los vales aplicados
      * para el extracto CFDI
           SELECT OPTIONAL VALESPEN-FILE ASSIGN TO "data/VALESPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALESPEN-STATUS.

           SELECT VALESCALC-FILE ASSIGN TO "data/VALESCALC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALESCALC-STATUS.

      * SGMMCOST-FILE: lo que paga la empresa del seguro de gastos
      * medicos mayores del periodo (ver SGMCSTRC.cpy, lo deja
      * SGMMCALC.cbl en STEP00G); el excedente gravable se suma a la
      * base del ISR como el de los vales. No se consume: STEP00G lo
      * rehace cada periodo. SGMMAPLI-FILE deja los renglones de los
      * empleados pagados para el extracto CFDI
           SELECT OPTIONAL SGMMCOST-FILE ASSIGN TO "data/SGMMCOST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMMCOST-STATUS.

           SELECT SGMMAPLI-FILE ASSIGN TO "data/SGMMAPLI.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGMMAPLI-STATUS.

      * LICENCIA-FILE-IN / LICENCIA-FILE-OUT: licencias por empleado
      * (ver LICREC.cpy); un 'lic' ya no es todo-o-nada: el periodo
      * se paga prorrateado por los dias fuera de licencia y los dias
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCAP-STATUS.

      * CONTRATO-FILE: historia de contratos de trabajo (ver
      * CONTRREC.cpy); pagar a alguien cuyo contrato temporal ya
      * vencio sin renovacion deja advertencia en la bitacora
           SELECT OPTIONAL CONTRATO-FILE ASSIGN TO "data/CONTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATO-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "data/TRANSFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

      * DESTAJO-FILE: boletas diarias de produccion de los empleados
      * a destajo (ver DESTAJRC.cpy), DESTCAT-FILE: tarifa por pieza
      * de cada operacion (ver DSTCATRC.cpy). Un empleado con
      * BASE-DESTAJO cobra piezas por tarifa en vez de HORAS por PAGO
           SELECT OPTIONAL DESTAJO-FILE ASSIGN TO "data/DESTAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTAJO-STATUS.

           SELECT OPTIONAL DESTCAT-FILE ASSIGN TO "data/DESTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTCAT-STATUS.

      * PERCEPCION-FILE: percepciones variables del periodo (ver
      * PERCREC.cpy); el codigo se valida contra el catalogo
      * PERCCAT-FILE al cargar y el monto se suma al SALARIO como su
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDCALC-STATUS.

      * ISRBASE-FILE: base del ISR por empleado pagado (ver
      * ISRBASRC.cpy); de sus generaciones archivadas sale la hoja
      * mensual del ISR retenido por salarios (ISRMENS.cbl)
           SELECT ISRBASE-FILE ASSIGN TO "data/ISRBASE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISRBASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
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

       FD  AUDIT-FILE.
           COPY AUDITREC.
                         FECHA-INGRESO BY REL-FECHA-INGRESO
                         SALARIO-REGULAR BY REL-SALARIO-REGULAR
                         HORAS-EXTRA BY REL-HORAS-EXTRA
                         PRIMA-EXTRA BY REL-PRIMA-EXTRA
                         BASE-PAGO BY REL-BASE-PAGO
                         BASE-POR-HORA BY REL-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY REL-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY REL-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY REL-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY REL-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY REL-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY REL-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY REL-REGIMEN-VALIDO.

      * segunda descripcion de registro sobre el mismo buffer: las
      * etiquetas HDR/TRL (21/27 posiciones, ver LBLREC.cpy) son mas
       FD  INFOCRED-FILE.
           COPY INFOCRRC.

       FD  FONCRED-FILE.
           COPY FONCRRC.

       FD  FONMOV-FILE.
           COPY FONMOVRC.

       FD  PENSION-FILE.
           COPY PENSREC.

       FD  RETRO-FILE.
           COPY RETROREC.

       FD  VALESPEN-FILE.
           COPY VALCALRC.

      * mismo layout que VALCALRC.cpy
       FD  VALESCALC-FILE.
       01  VALESCALC-RECORD PIC X(34).

       FD  SGMMCOST-FILE.
           COPY SGMCSTRC.

      * mismo layout que SGMCSTRC.cpy
       FD  SGMMAPLI-FILE.
       01  SGMMAPLI-RECORD PIC X(50).

       FD  LICENCIA-FILE-IN.
           COPY LICREC.

       FD  INCAP-FILE.
           COPY INCAPREC.

       FD  CONTRATO-FILE.
           COPY CONTRREC.

       FD  TRANSFER-FILE.
           COPY TRANSREC.

       FD  DEDCALC-FILE.
           COPY DEDCALRC.

       FD  ISRBASE-FILE.
           COPY ISRBASRC.

       FD  PRORRATA-FILE.
           COPY PRORAREC.

       FD  INCIDENT-FILE.
           COPY INCIDREC.

       FD  DESTAJO-FILE.
           COPY DESTAJRC.

       FD  DESTCAT-FILE.
           COPY DSTCATRC.

       FD  PERCEPCION-FILE.
           COPY PERCREC.

                   INDEXED BY TARIFA-IDX2.
               10  TAB-GRADO      PIC X(2).
               10  TAB-TARIFA     PIC 9(5)V99.
               10  TAB-TARIFA-MAX PIC 9(5)V99.

           77 WS-DEDUCCION-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-DEDUCCIONES PIC 9(5) VALUE ZERO.
           77 WS-SALMIN-FECHA PIC 9(8) VALUE ZERO.
           77 WS-SALMIN-HALLADO PIC X VALUE 'N'.
              88 SALMIN-VIGENTE-HALLADO VALUE 'S'.
      * minimo de la zona libre de la frontera norte (renglon 'fro'
      * vigente del mismo maestro) para la garantia del destajo de
      * los empleados de esos estados; sin renglon 'fro' se usa el
      * general, como en SALMINVF.cbl
           77 WS-SALMIN-FRO PIC 9(5)V99 VALUE ZERO.
           77 WS-SALMIN-FRO-FECHA PIC 9(8) VALUE ZERO.
           77 WS-MINIMO-APLICABLE PIC 9(5)V99 VALUE ZERO.
           77 WS-CREDITO-SUSPENDE PIC X VALUE 'N'.
              88 CREDITO-INFONAVIT-SUSPENDE VALUE 'S'.
      * mismo circuito para los prestamos: un renglon PRES capturado
           77 WS-TIENE-DED-INFO PIC X VALUE 'N'.
              88 TIENE-RENGLON-INFO VALUE 'S'.

      * creditos FONACOT de la cedula en memoria (todos los meses del
      * maestro; la corrida toma los del mes en que cierra el periodo
      * de la compania del empleado). La retencion mensual se reparte
      * en partes iguales entre los periodos de la compania que
      * cierran en ese mes y el ultimo se lleva el redondeo; un
      * renglon FONA tecleado en DEDUCCION.DAT sin credito en la
      * cedula del mes suspende el registro, como el INFO
           77 WS-FONCRED-STATUS PIC XX VALUE SPACES.
           77 WS-FONMOV-STATUS PIC XX VALUE SPACES.
           77 WS-FONMOV-ABIERTO PIC X VALUE 'N'.
              88 FONMOV-ABIERTO VALUE 'S'.
           77 WS-NUM-FONCRED PIC 9(4) VALUE ZERO.
       01  TABLA-FONCRED.
           05  FONCRED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY FCR-IDX.
               10  TAB-FCR-MES        PIC 9(6).
               10  TAB-FCR-ID         PIC 9(5).
               10  TAB-FCR-CREDITO    PIC X(10).
               10  TAB-FCR-RETENCION  PIC 9(7)V99.
           77 WS-FON-MES-CORRIDA PIC 9(6) VALUE ZERO.
           77 WS-FON-PER-MES PIC 99 VALUE ZERO.
           77 WS-FON-PER-ORDEN PIC 99 VALUE ZERO.
           77 WS-FON-PER-IDX PIC 99 VALUE ZERO.
           77 WS-FON-CAL-POS PIC 9 VALUE ZERO.
           77 WS-FON-CUOTA PIC 9(7)V99 VALUE ZERO.
           77 WS-FONACOT-SUSPENDE PIC X VALUE 'N'.
              88 CREDITO-FONACOT-SUSPENDE VALUE 'S'.
           77 WS-TIENE-DED-FONA PIC X VALUE 'N'.
              88 TIENE-RENGLON-FONA VALUE 'S'.

      * ordenes de pension alimenticia en memoria; el descuento es
      * porcentaje del neto despues de ISR (o monto fijo) y entra a
      * la lista de trabajo con la prioridad de la propia orden
               10  TAB-WL-PRIORIDAD   PIC 99.
               10  TAB-WL-DEBIDO      PIC 9(7)V99.
               10  TAB-WL-ES-ARREAR   PIC X.
      * numero de orden judicial del renglon PENS, o numero de
      * credito del renglon FONA (espacios en cualquier otro codigo y
      * en las recuperaciones de mora); con el, lo realmente cobrado
      * sale a PENSCALC.OUT por orden y a FONMOV.DAT por credito
               10  TAB-WL-ORDEN       PIC X(10).
           77 WS-DISPONIBLE PIC 9(7)V99 VALUE ZERO.
           77 WS-TOMADO PIC 9(7)V99 VALUE ZERO.
           77 WS-PRIMA-DOMINICAL PIC 9(7)V99 VALUE ZERO.
           77 WS-PRIMA-FESTIVO PIC 9(7)V99 VALUE ZERO.

      * destajo: catalogo de tarifas por operacion y boletas de
      * produccion ya valuadas (cantidad por tarifa) con su fecha en
      * dias enteros. Los dias trabajados del periodo son las fechas
      * distintas con boleta; la LFT garantiza al destajista cuando
      * menos el salario minimo de esos dias, y la diferencia se paga
      * como complemento propio (codigo GMIN de percepcion)
           77 WS-DESTAJO-STATUS PIC XX VALUE SPACES.
           77 WS-DESTCAT-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-DESTCAT PIC 9(3) VALUE ZERO.
       01  TABLA-DESTCAT.
           05  DESTCAT-ENTRY OCCURS 200 TIMES
                   INDEXED BY DOP-IDX.
               10  TAB-DOP-OPERACION    PIC X(4).
               10  TAB-DOP-TARIFA       PIC 9(3)V9(4).
           77 WS-NUM-BOLETAS PIC 9(5) VALUE ZERO.
       01  TABLA-BOLETAS.
           05  BOLETA-ENTRY OCCURS 30000 TIMES
                   INDEXED BY BOL-IDX.
               10  TAB-BOL-ID           PIC 9(5).
               10  TAB-BOL-DIA          PIC S9(9).
               10  TAB-BOL-IMPORTE      PIC 9(7)V99.
           77 WS-OPERACION-EN-CAT PIC X VALUE 'N'.
               88 OPERACION-EN-CATALOGO VALUE 'S'.
           77 WS-BOL-DIA PIC S9(9) VALUE ZERO.
           77 WS-DESTAJO-IMPORTE PIC 9(7)V99 VALUE ZERO.
           77 WS-DIAS-DESTAJO PIC 9(2) VALUE ZERO.
           77 WS-MINIMO-DESTAJO PIC 9(7)V99 VALUE ZERO.
           77 WS-GARANTIA-DESTAJO PIC 9(7)V99 VALUE ZERO.
           77 WS-GARANTIA-ED PIC Z,ZZZ,ZZ9.99.
           77 WS-DIA-CONTADO PIC X VALUE 'N'.
       01  TABLA-DIAS-DESTAJO.
           05  TAB-DDJ-DIA PIC S9(9) OCCURS 31 TIMES
                   INDEXED BY DDJ-IDX.

      * dias de falta por empleado desde data/INCIDENT.DAT (lo deja
      * RELOJIMP, ver INCIDREC.cpy): el descuento del dia no
      * trabajado es dias por jornada por tarifa, renglon FALT de la
           77 WS-PATRON-FIN PIC S9(9) VALUE ZERO.
           77 WS-DIAS-PATRON-PER PIC S9(3) VALUE ZERO.

      * contrato vigente por empleado (el de inicio mas reciente de
      * CONTRATO.DAT); sin renglon se presume indeterminado
           77 WS-CONTRATO-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-CONTRATOS PIC 9(4) VALUE ZERO.
           77 WS-CTR-POS PIC 9(4) VALUE ZERO.
           77 WS-NUM-CTR-VENCIDOS PIC 9(4) VALUE ZERO.
       01  TABLA-CONTRATOS.
           05  CONTRATO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CTR-IDX.
               10  TAB-CTR-ID         PIC 9(5).
               10  TAB-CTR-TIPO       PIC XX.
               10  TAB-CTR-INICIO     PIC 9(8).
               10  TAB-CTR-FIN        PIC 9(8).

      * alcance de la corrida por compania y numero de periodo de la
      * compania del empleado en turno: con calendarios por compania
      * (ver CIACALRC.cpy/PERIODOS.cpy) el PAYCALC, la auditoria y
               10  TAB-RETRO-DELTA  PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.

      * vales de despensa pendientes en memoria; el del empleado en
      * turno se suma en WS-VALES-* y el renglon aplicado se marca
      * para que GRABA-VALES-PENDIENTES no lo regrabe. Una corrida
      * suplementaria no los toma: se quedan para la ordinaria
           77 WS-VALESPEN-STATUS PIC XX VALUE SPACES.
           77 WS-VALESCALC-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-VALES PIC 9(4) VALUE ZERO.
           77 WS-VALES-MONTO PIC 9(7)V99 VALUE ZERO.
           77 WS-VALES-EXENTO PIC 9(7)V99 VALUE ZERO.
           77 WS-VALES-GRAVADO PIC 9(7)V99 VALUE ZERO.
       01  TABLA-VALES.
           05  VALES-ENTRY OCCURS 5000 TIMES
                   INDEXED BY VAL-IDX.
               10  TAB-VAL-ID       PIC 9(5).
               10  TAB-VAL-MES      PIC 9(6).
               10  TAB-VAL-CIA      PIC XX.
               10  TAB-VAL-MONTO    PIC 9(5)V99.
               10  TAB-VAL-EXENTO   PIC 9(5)V99.
               10  TAB-VAL-GRAVADO  PIC 9(5)V99.
               10  TAB-VAL-APLICADO PIC X.

      * parte del SGMM que paga la empresa en memoria, un renglon por
      * titular; el del empleado en turno se suma en WS-SGMM-* y el
      * renglon aplicado se marca para que un DATO-ID duplicado no lo
      * vuelva a gravar. La corrida suplementaria no lo toma: ya va
      * en la ordinaria del periodo
           77 WS-SGMMCOST-STATUS PIC XX VALUE SPACES.
           77 WS-SGMMAPLI-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-SGMM PIC 9(4) VALUE ZERO.
           77 WS-SGMM-MONTO PIC 9(7)V99 VALUE ZERO.
           77 WS-SGMM-EXENTO PIC 9(7)V99 VALUE ZERO.
           77 WS-SGMM-GRAVADO PIC 9(7)V99 VALUE ZERO.
       01  TABLA-SGMM.
           05  SGMM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SGM-IDX.
      * mismo layout que SGMCSTRC.cpy
               10  TAB-SGM-REGISTRO.
                   15  TAB-SGM-ID       PIC 9(5).
                   15  FILLER           PIC X(18).
                   15  TAB-SGM-COSTO    PIC 9(7)V99.
                   15  TAB-SGM-EXENTO   PIC 9(7)V99.
                   15  TAB-SGM-GRAVADO  PIC 9(7)V99.
               10  TAB-SGM-APLICADO PIC X.

      * tarifa del ISR por tramos en memoria (en orden ascendente de
      * limite inferior, como viene el archivo) y porcentaje obrero
      * del IMSS; de aqui salen las deducciones estatutarias de cada
           77 WS-IMSS-PCT PIC 9(2)V9999 VALUE ZERO.
           77 WS-ISR-PERIODO PIC 9(7)V99 VALUE ZERO.
           77 WS-IMSS-PERIODO PIC 9(7)V99 VALUE ZERO.
      * base del ISR del empleado en turno para ISRBASE.OUT: la
      * parte exenta de lo percibido (la tarifa grava el SALARIO
      * completo; lo exento es la parte de los vales de despensa y
      * del SGMM que paga la empresa dentro de su tope en UMA) y lo
      * realmente retenido con codigo 'ISR '
           77 WS-ISRBASE-STATUS PIC XX VALUE SPACES.
           77 WS-ISR-EXENTO PIC 9(9)V99 VALUE ZERO.
           77 WS-BASE-GRAVABLE PIC 9(9)V99 VALUE ZERO.
           77 WS-ISR-RETENIDO PIC 9(7)V99 VALUE ZERO.

      * deteccion de DATO-ID duplicado en una sola pasada:
      * EMPLOYEE.DAT viene ordenado ascendente por DATO-ID, asi que
           77 WS-ID-PREVIO PIC 9(5) VALUE ZERO.
           77 WS-PROX-EOF PIC X VALUE 'N'.
              88 NO-HAY-PROXIMO VALUE 'S'.
       01  WS-REGISTRO-PROXIMO PIC X(153).
       01  WS-PROX-ID-VISTA REDEFINES WS-REGISTRO-PROXIMO.
           05  WS-PROX-ID         PIC 9(5).
           05  FILLER             PIC X(148).
       01  WS-REGISTRO-ACTUAL PIC X(153).

      * registros liberados por SUSMANTTO (data/SUSRELEASE.DAT),
      * cargados a memoria con el mismo patron OCCURS/INDEXED BY que
           PERFORM CARGA-TABLA-TARIFAS.
           PERFORM CARGA-TABLA-DEDUCCIONES.
           PERFORM CARGA-TABLA-INFOCRED.
           PERFORM CARGA-TABLA-FONCRED.
           PERFORM CARGA-SALMIN-VIGENTE.
           PERFORM CARGA-TABLA-PENSION.
           PERFORM CARGA-TABLA-IMPUESTOS.
           PERFORM CARGA-TABLA-LICENCIAS.
           PERFORM CARGA-TABLA-INCAP.
           PERFORM CARGA-TABLA-CONTRATOS.
           PERFORM CARGA-TABLA-SINDICATO.
           PERFORM CARGA-TABLA-TRANSFERS.
           PERFORM CARGA-TABLA-PROVISION.
           PERFORM CARGA-TABLA-PERCEPCIONES.
           PERFORM CARGA-TABLA-OTWEEK.
           PERFORM CARGA-TABLA-PREMDIA.
           PERFORM CARGA-TABLA-DESTAJO.
           PERFORM CARGA-TABLA-INCIDENTES.
           PERFORM CARGA-TABLA-RELOJHRS.
           PERFORM CARGA-TABLA-YTDPERC.
           PERFORM CARGA-TABLA-METAS.
           PERFORM CARGA-TABLA-ARREARS.
           PERFORM CARGA-TABLA-RETRO.
           PERFORM CARGA-TABLA-VALES.
           PERFORM CARGA-TABLA-SGMM.
           PERFORM CARGA-TABLA-OFFCYCLE.
           PERFORM CARGA-TABLA-GROSSUP.
           PERFORM CARGA-TABLA-LIBERADOS.

           OPEN OUTPUT DEDCALC-FILE.
           OPEN OUTPUT ISRBASE-FILE.
           OPEN EXTEND FONMOV-FILE.
           IF WS-FONMOV-STATUS = "00" OR WS-FONMOV-STATUS = "05"
              MOVE 'S' TO WS-FONMOV-ABIERTO
           ELSE
              DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR data/FONMOV.DAT: "
                  WS-FONMOV-STATUS ", LA RETENCION FONACOT NO QUEDA "
                  "PARA EL PAGO DEL MES"
           END-IF.
           OPEN OUTPUT PENSCALC-FILE.
           OPEN OUTPUT PRORRATA-FILE.
           OPEN OUTPUT DEDVIG-FILE.
           OPEN OUTPUT PERCCALC-FILE.
           OPEN OUTPUT DEPTALLOC-FILE.
           OPEN OUTPUT VALESCALC-FILE.
           OPEN OUTPUT SGMMAPLI-FILE.

           PERFORM LEE-CHECKPOINT-ANTERIOR.

           CLOSE EMPLOYEE-FILE PAYCALC-FILE AUDIT-FILE CHECKPOINT-FILE
                 SUSPENSE-FILE YTD-FILE-IN YTD-FILE-OUT DEDCALC-FILE
                 PERCCALC-FILE DEPTALLOC-FILE PRORRATA-FILE
                 DEDVIG-FILE PENSCALC-FILE ISRBASE-FILE
                 VALESCALC-FILE SGMMAPLI-FILE.
           IF FONMOV-ABIERTO
              CLOSE FONMOV-FILE
           END-IF.
      * un checkpoint solo sirve para reanudar despues de un abend a
      * medio archivo; si el job llego hasta aca sin exceder la
      * ventana de batch es que proceso EMPLOYEE-FILE completo, asi
      * dejarlos intactos en data/RETRO.DAT los volveria a pagar en
      * la corrida que siga al reinicio
           PERFORM GRABA-RETRO-PENDIENTE.
      * los vales aplicados se consumen con el mismo criterio
           PERFORM GRABA-VALES-PENDIENTES.
      * PARM-REGISTROS-PROCESADOS y PARM-TOTAL-SALARIO quedan en la
      * PAYROLL-PARM-AREA compartida para que PAYROLL-RUN los recoja
      * sin releer PAYCALC-FILE
           PERFORM GRABA-LICENCIAS.
           MOVE WS-STAT-PROCESADOS TO PARM-REGISTROS-PROCESADOS.
           PERFORM ESCRIBE-TOTALES-CONTROL.
           IF WS-NUM-CTR-VENCIDOS > ZERO
              DISPLAY "ADVERTENCIA: " WS-NUM-CTR-VENCIDOS
                  " EMPLEADO(S) PAGADO(S) CON CONTRATO VENCIDO, "
                  "VER jobs/CTRVENCE.job"
           END-IF.
           PERFORM IMPRIME-ESTADISTICAS.
      * un calculo cortado por la ventana de batch NO es un fin
      * limpio para el job: con COND-CODE 0 el STEP06 rodaria un
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
              CLOSE INFOCRED-FILE
           END-IF.

      * carga los creditos FONACOT de la cedula (si existen), mismo
      * patron que CARGA-TABLA-INFOCRED
       CARGA-TABLA-FONCRED.
           OPEN INPUT FONCRED-FILE.
           IF WS-FONCRED-STATUS = "00"
              PERFORM UNTIL WS-FONCRED-STATUS NOT = "00"
                 READ FONCRED-FILE
                    AT END MOVE "10" TO WS-FONCRED-STATUS
                    NOT AT END
                       IF WS-NUM-FONCRED = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-FONCRED"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-FONCRED
                       MOVE FCR-MES TO TAB-FCR-MES(WS-NUM-FONCRED)
                       MOVE FCR-DATO-ID TO TAB-FCR-ID(WS-NUM-FONCRED)
                       MOVE FCR-NUM-CREDITO TO
                           TAB-FCR-CREDITO(WS-NUM-FONCRED)
                       MOVE FCR-RETENCION TO
                           TAB-FCR-RETENCION(WS-NUM-FONCRED)
                 END-READ
              END-PERFORM
              CLOSE FONCRED-FILE
           END-IF.

      * minimo general vigente a la fecha de la corrida: la mayor
      * fecha efectiva 'gen' que no exceda hoy (misma resolucion que
      * SALMINVF.cbl sobre el mismo maestro); sin renglon vigente se
      * conserva el respaldo compilado y se avisa. El 'fro' vigente
      * se resuelve igual en el mismo recorrido
       CARGA-SALMIN-VIGENTE.
           MOVE 'N' TO WS-SALMIN-HALLADO.
           MOVE ZERO TO WS-SALMIN-FECHA.
           MOVE ZERO TO WS-SALMIN-FRO.
           MOVE ZERO TO WS-SALMIN-FRO-FECHA.
           OPEN INPUT SALMIN-FILE.
           IF WS-SALMIN-STATUS = "00"
              PERFORM UNTIL WS-SALMIN-STATUS NOT = "00"
                          MOVE SMN-VALOR TO WS-SALMIN-DIARIO
                          MOVE 'S' TO WS-SALMIN-HALLADO
                       END-IF
                       IF SMN-ZONA = 'fro'
                          AND SMN-FECHA-EFECTIVA NOT >
                              FUNCTION CURRENT-DATE(1:8)
                          AND SMN-FECHA-EFECTIVA NOT <
                              WS-SALMIN-FRO-FECHA
                          MOVE SMN-FECHA-EFECTIVA TO
                              WS-SALMIN-FRO-FECHA
                          MOVE SMN-VALOR TO WS-SALMIN-FRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALMIN-FILE
                  "data/SALMIN.DAT, SE USA EL RESPALDO COMPILADO "
                  WS-SALMIN-DIARIO
           END-IF.
           IF WS-SALMIN-FRO = ZERO
              MOVE WS-SALMIN-DIARIO TO WS-SALMIN-FRO
           END-IF.

      * carga las ordenes de pension alimenticia (si existen), mismo
      * patron que CARGA-TABLA-DEDUCCIONES
              END-IF
           END-IF.

      * mes FONACOT del empleado en turno: el del fin de SU periodo
      * (calendario de su compania), junto con cuantos periodos de la
      * compania cierran en ese mes y el lugar que ocupa el actual
       BUSCA-MES-FONACOT.
           PERFORM BUSCA-CALENDARIO-CIA.
           COMPUTE WS-FON-MES-CORRIDA = WS-FIN-CIA / 100.
           MOVE ZERO TO WS-FON-PER-MES WS-FON-PER-ORDEN.
           MOVE ZERO TO WS-FON-CAL-POS.
           PERFORM VARYING CAL-CIA-IDX FROM 1 BY 1
                   UNTIL CAL-CIA-IDX > NUM-CIAS-CAL
              IF CAL-CIA-CODIGO(CAL-CIA-IDX) = COMPANIA
                 SET WS-FON-CAL-POS TO CAL-CIA-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FON-CAL-POS NOT = ZERO
              PERFORM VARYING WS-FON-PER-IDX FROM 1 BY 1
                      UNTIL WS-FON-PER-IDX >
                            CAL-CIA-NUMPER(WS-FON-CAL-POS)
                 IF CAL-CIA-FIN(WS-FON-CAL-POS, WS-FON-PER-IDX)(1:6)
                     = WS-FIN-CIA(1:6)
                    ADD 1 TO WS-FON-PER-MES
                    IF CAL-CIA-FIN(WS-FON-CAL-POS, WS-FON-PER-IDX)
                        NOT > WS-FIN-CIA
                       ADD 1 TO WS-FON-PER-ORDEN
                    END-IF
                 END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING WS-FON-PER-IDX FROM 1 BY 1
                      UNTIL WS-FON-PER-IDX > 26
                 IF PERIODO-FIN(WS-FON-PER-IDX)(1:6)
                     = WS-FIN-CIA(1:6)
                    ADD 1 TO WS-FON-PER-MES
                    IF PERIODO-FIN(WS-FON-PER-IDX) NOT > WS-FIN-CIA
                       ADD 1 TO WS-FON-PER-ORDEN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      * un mes partido por el cambio de ano fiscal no trae todos sus
      * periodos en el calendario: el actual cuenta por lo menos
           IF WS-FON-PER-ORDEN = ZERO
              MOVE 1 TO WS-FON-PER-ORDEN
           END-IF.
           IF WS-FON-PER-MES < WS-FON-PER-ORDEN
              MOVE WS-FON-PER-ORDEN TO WS-FON-PER-MES
           END-IF.

      * un renglon FONA capturado en DEDUCCION.DAT dice que el
      * empleado trae credito FONACOT; sin credito en la cedula del
      * mes no hay retencion que repartir y el registro se suspende
      * en vez de descontar el monto plano viejo (mismo criterio que
      * VALIDA-CREDITO-INFONAVIT)
       VALIDA-CREDITO-FONACOT.
           MOVE 'N' TO WS-FONACOT-SUSPENDE.
           MOVE 'N' TO WS-TIENE-DED-FONA.
           PERFORM VARYING DED-IDX2 FROM 1 BY 1
                   UNTIL DED-IDX2 > WS-NUM-DEDUCCIONES
              IF TAB-DED-ID(DED-IDX2) = DATO-ID
                 AND TAB-DED-CODIGO(DED-IDX2) = 'FONA'
                 MOVE 'S' TO WS-TIENE-DED-FONA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF TIENE-RENGLON-FONA
              PERFORM BUSCA-MES-FONACOT
              MOVE 'S' TO WS-FONACOT-SUSPENDE
              PERFORM VARYING FCR-IDX FROM 1 BY 1
                      UNTIL FCR-IDX > WS-NUM-FONCRED
                 IF TAB-FCR-ID(FCR-IDX) = DATO-ID
                    AND TAB-FCR-MES(FCR-IDX) = WS-FON-MES-CORRIDA
                    MOVE 'N' TO WS-FONACOT-SUSPENDE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       ESCRIBE-SUSPENSO-FONACOT.
           DISPLAY "REGISTRO A SUSPENSO, CREDITO FONACOT SIN "
               "CEDULA, DATO-ID: " DATO-ID.
           PERFORM LLENA-REGISTRO-SUSPENSO.
           MOVE 'CREDITO FONACOT SIN CEDULA' TO SUS-MOTIVO.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO WS-STAT-RECHAZADOS.

      * cuota FONACOT del periodo por cada credito del empleado en la
      * cedula del mes: la retencion mensual entre los periodos de la
      * compania que cierran en el mes, y el ultimo periodo se lleva
      * lo que falte por el redondeo. Entra a la lista con el codigo
      * FONA y la prioridad de DEDPRIOR.DAT; el numero de credito
      * viaja en el renglon para FONMOV.DAT
       INSERTA-DESCUENTO-FONACOT.
           PERFORM VARYING FCR-IDX FROM 1 BY 1
                   UNTIL FCR-IDX > WS-NUM-FONCRED
              IF TAB-FCR-ID(FCR-IDX) = DATO-ID
                 AND TAB-FCR-MES(FCR-IDX) = WS-FON-MES-CORRIDA
                 COMPUTE WS-FON-CUOTA ROUNDED =
                     TAB-FCR-RETENCION(FCR-IDX) / WS-FON-PER-MES
                 IF WS-FON-PER-ORDEN = WS-FON-PER-MES
                    COMPUTE WS-FON-CUOTA =
                        TAB-FCR-RETENCION(FCR-IDX)
                            - WS-FON-CUOTA * (WS-FON-PER-MES - 1)
                 END-IF
                 IF WS-FON-CUOTA > ZERO
                    MOVE 'FONA' TO DC-CODIGO
                    MOVE WS-FON-CUOTA TO WS-FALTANTE
                    MOVE 'N' TO WS-ES-ARREAR
                    MOVE TAB-FCR-CREDITO(FCR-IDX) TO WS-ORDEN-PENSION
                    PERFORM INSERTA-EN-LISTA-DED
                 END-IF
              END-IF
           END-PERFORM.

      * lo debido y lo realmente tomado del renglon FONA en turno
      * (una recuperacion de mora va sin credito); el mes es el del
      * periodo de la compania que BUSCA-MES-FONACOT dejo arriba
       ESCRIBE-MOVIMIENTO-FONACOT.
           IF FONMOV-ABIERTO
              MOVE DATO-ID TO FMV-DATO-ID
              MOVE TAB-WL-ORDEN(LISTA-IDX) TO FMV-NUM-CREDITO
              MOVE WS-FON-MES-CORRIDA TO FMV-MES
              MOVE WS-FIN-CIA TO FMV-FIN-PERIODO
              MOVE TAB-WL-DEBIDO(LISTA-IDX) TO FMV-DEBIDO
              MOVE WS-TOMADO TO FMV-RETENIDO
              MOVE TAB-WL-ES-ARREAR(LISTA-IDX) TO FMV-ES-MORA
              WRITE FONMOV-RECORD
           END-IF.

      * carga la tarifa del ISR y el porcentaje del IMSS a memoria;
      * varios renglones IMSS (si los hubiera) se suman en un solo
      * porcentaje obrero
           END-IF.

      * ISR del periodo por tramos: se toma el ultimo tramo cuyo
      * limite inferior no exceda la base gravable (la tabla viene en
      * orden ascendente) y se aplica cuota fija mas porcentaje sobre
      * el excedente. La base es el SALARIO mas el excedente gravable
      * de los vales de despensa y del SGMM que paga la empresa (no
      * son efectivo, no entran al SALARIO); IMSS es el porcentaje
      * obrero directo sobre el SALARIO. Un asimilado a salarios
      * retiene ISR con la misma tarifa pero no cotiza al IMSS
       CALCULA-IMPUESTOS-ESTATUTARIOS.
           MOVE ZERO TO WS-ISR-PERIODO.
           COMPUTE WS-BASE-GRAVABLE = SALARIO + WS-VALES-GRAVADO
               + WS-SGMM-GRAVADO.
           PERFORM VARYING ISR-IDX FROM 1 BY 1
                   UNTIL ISR-IDX > WS-NUM-TRAMOS-ISR
              IF TAB-ISR-LIMITE(ISR-IDX) NOT > WS-BASE-GRAVABLE
                 COMPUTE WS-ISR-PERIODO ROUNDED =
                     TAB-ISR-CUOTA(ISR-IDX) +
                     (WS-BASE-GRAVABLE - TAB-ISR-LIMITE(ISR-IDX))
                         * TAB-ISR-PCT(ISR-IDX) / 100
              END-IF
           END-PERFORM.
           IF REGIMEN-ASIMILADO
              MOVE ZERO TO WS-IMSS-PERIODO
           ELSE
              COMPUTE WS-IMSS-PERIODO ROUNDED =
                  SALARIO * WS-IMSS-PCT / 100
           END-IF.

      * si existe un checkpoint de una corrida anterior que abendo a
      * la mitad, se lee el ultimo DATO-ID confirmado como procesado
              CLOSE INCAP-FILE
           END-IF.

      * un renglon por DATO-ID con su contrato vigente: el de inicio
      * mas reciente (a inicio igual, el ultimo capturado)
       CARGA-TABLA-CONTRATOS.
           OPEN INPUT CONTRATO-FILE.
           IF WS-CONTRATO-STATUS = "00"
              PERFORM UNTIL WS-CONTRATO-STATUS NOT = "00"
                 READ CONTRATO-FILE
                    AT END MOVE "10" TO WS-CONTRATO-STATUS
                    NOT AT END
                       PERFORM REGISTRA-CONTRATO
                 END-READ
              END-PERFORM
              CLOSE CONTRATO-FILE
           END-IF.

       REGISTRA-CONTRATO.
           MOVE ZERO TO WS-CTR-POS.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-NUM-CONTRATOS
              IF TAB-CTR-ID(CTR-IDX) = CTR-DATO-ID
                 SET WS-CTR-POS TO CTR-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CTR-POS = ZERO
              IF WS-NUM-CONTRATOS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-CONTRATOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CONTRATOS
              MOVE WS-NUM-CONTRATOS TO WS-CTR-POS
              MOVE CTR-DATO-ID TO TAB-CTR-ID(WS-CTR-POS)
              MOVE ZERO TO TAB-CTR-INICIO(WS-CTR-POS)
           END-IF.
           IF CTR-FECHA-INICIO NOT < TAB-CTR-INICIO(WS-CTR-POS)
              MOVE CTR-TIPO TO TAB-CTR-TIPO(WS-CTR-POS)
              MOVE CTR-FECHA-INICIO TO TAB-CTR-INICIO(WS-CTR-POS)
              MOVE CTR-FECHA-FIN TO TAB-CTR-FIN(WS-CTR-POS)
           END-IF.

      * un contrato temporal que termina antes del fin del periodo
      * que se esta pagando, sin contrato posterior, es un pago sobre
      * contrato vencido: la relacion se vuelve indeterminada si el
      * trabajador sigue laborando. No detiene la corrida; queda la
      * advertencia en pantalla y en la bitacora para que RH renueve
      * o regularice (ver CTRVENCE.cbl)
       VERIFICA-CONTRATO-VIGENTE.
           IF NOT REGIMEN-ASIMILADO
              MOVE ZERO TO WS-CTR-POS
              PERFORM VARYING CTR-IDX FROM 1 BY 1
                      UNTIL CTR-IDX > WS-NUM-CONTRATOS
                 IF TAB-CTR-ID(CTR-IDX) = DATO-ID
                    SET WS-CTR-POS TO CTR-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-CTR-POS NOT = ZERO
                 IF TAB-CTR-TIPO(WS-CTR-POS) NOT = '01'
                    PERFORM BUSCA-CALENDARIO-CIA
                    IF TAB-CTR-FIN(WS-CTR-POS) < WS-FIN-CIA
                       ADD 1 TO WS-NUM-CTR-VENCIDOS
                       DISPLAY "ADVERTENCIA: PAGO CON CONTRATO "
                           "VENCIDO, DATO-ID: " DATO-ID " TIPO "
                           TAB-CTR-TIPO(WS-CTR-POS) " FIN "
                           TAB-CTR-FIN(WS-CTR-POS)
                       MOVE 'TIPOSDEDATOS' TO LOG-PROGRAMA
                       MOVE 'W' TO LOG-SEVERIDAD
                       MOVE SPACES TO LOG-MENSAJE
                       STRING 'PAGO CON CONTRATO VENCIDO SIN '
                           'RENOVACION, DATO-ID ' DATO-ID
                           ' TIPO ' TAB-CTR-TIPO(WS-CTR-POS)
                           ' FIN ' TAB-CTR-FIN(WS-CTR-POS)
                           DELIMITED BY SIZE INTO LOG-MENSAJE
                       PERFORM REGISTRA-BITACORA
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * certificado del empleado en turno que ampara la licencia en
      * curso: el mas reciente cuyo inicio coincide con el rango de
      * la licencia (gana el ultimo, como en las licencias)

      * si el grado del empleado existe en la tabla de tarifas, PAGO
      * se toma de ahi; si no, se conserva el PAGO que trae el archivo
      * de empleados. En un grado con rango (ver PAYRATE.cpy) el PAGO
      * del archivo vale entre la tarifa minima y la maxima
       BUSCA-TARIFA-POR-GRADO.
           PERFORM VARYING TARIFA-IDX2 FROM 1 BY 1
                   UNTIL TARIFA-IDX2 > WS-NUM-TARIFAS
              IF TAB-GRADO(TARIFA-IDX2) = JOB-GRADE
                 IF TAB-TARIFA-MAX(TARIFA-IDX2) = ZERO
                    OR PAGO < TAB-TARIFA(TARIFA-IDX2)
                    MOVE TAB-TARIFA(TARIFA-IDX2) TO PAGO
                 ELSE
                    IF PAGO > TAB-TARIFA-MAX(TARIFA-IDX2)
                       MOVE TAB-TARIFA-MAX(TARIFA-IDX2) TO PAGO
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE SALARIO TO WS-SALARIO-ANTERIOR.
           PERFORM BUSCA-PERIODO-CIA.
           PERFORM CALCULA-PRORRATEO-INGRESO.
           PERFORM VERIFICA-CONTRATO-VIGENTE.
           PERFORM BUSCA-TARIFA-POR-GRADO.
           MOVE ZERO TO WS-GARANTIA-DESTAJO.
      * calculo del salario, las horas que exceden 40 se pagan a 1.5
      * veces la tarifa normal (tiempo extra). Un seleccionado
      * solo-delta (OFF-TIPO 'D') no cobra horas en esta corrida: sus
              MOVE ZERO TO WS-PRIMA-EXTRA
              MOVE ZERO TO HORAS
           ELSE
      * a destajo no cuentan las horas sino las piezas de las boletas
      * del periodo (ver CALCULA-DESTAJO)
           IF BASE-DESTAJO
              PERFORM CALCULA-DESTAJO
           ELSE
      * con desglose semanal del reloj, el extra se paga como manda
      * la LFT: las dobles a 2 veces y las triples a 3 veces la
      * tarifa (el corte por semana ya lo hizo RELOJIMP); sin
      * desglose (horas capturadas a mano) queda el corte plano de
      * 1.5 arriba de 40 horas del periodo. Un empleado de sueldo
      * fijo cobra sus horas programadas (SCHEDULED-HORAS) checara o
      * no de mas; solo el extra autorizado del desglose se le paga
           PERFORM BUSCA-OTWEEK-EMPLEADO
           IF WS-OTW-POS NOT = ZERO
              COMPUTE WS-HORAS-REGULARES = HORAS
              IF WS-HORAS-REGULARES < ZERO
                 MOVE ZERO TO WS-HORAS-REGULARES
              END-IF
              IF BASE-SUELDO-FIJO
                 COMPUTE WS-SALARIO-REGULAR =
                     SCHEDULED-HORAS * PAGO
              ELSE
                 COMPUTE WS-SALARIO-REGULAR =
                     WS-HORAS-REGULARES * PAGO
              END-IF
              COMPUTE WS-HORAS-EXTRA =
                  TAB-OTW-DOBLES(WS-OTW-POS)
                      + TAB-OTW-TRIPLES(WS-OTW-POS)
                  TAB-OTW-DOBLES(WS-OTW-POS) * PAGO * 2
                      + TAB-OTW-TRIPLES(WS-OTW-POS) * PAGO * 3
           ELSE
           IF BASE-SUELDO-FIJO
              COMPUTE WS-SALARIO-REGULAR = SCHEDULED-HORAS * PAGO
              MOVE ZERO TO WS-HORAS-EXTRA
              MOVE ZERO TO WS-PRIMA-EXTRA
           ELSE
           IF HORAS > 40
              COMPUTE WS-SALARIO-REGULAR = 40 * PAGO
              COMPUTE WS-HORAS-EXTRA = HORAS - 40
              MOVE ZERO TO WS-PRIMA-EXTRA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      * el desglose sobrevive al registro calculado; el combinado
      * sigue siendo lo que todo lo demas conoce como SALARIO.
      * corrida ordinaria del periodo, como las horas)
           PERFORM SUMA-PERCEPCIONES-EMPLEADO.
           PERFORM CALCULA-PREMIOS-DIA.
           ADD WS-GARANTIA-DESTAJO TO WS-PERCEPCIONES-EXTRA.
           COMPUTE SALARIO =
               WS-SALARIO-REGULAR + WS-PRIMA-EXTRA
                   + WS-PERCEPCIONES-EXTRA.
      * un empleado con neto garantizado no se paga por horas: el
      * bruto se deriva del neto prometido, y de ahi en adelante el
      * registro sigue el camino normal (auditoria, deducciones,
      * PAYCALC), con lo que el pago queda rastreable. Los vales de
      * despensa pendientes y el SGMM que paga la empresa se suman
      * antes: su excedente gravable entra a la base del ISR que
      * tambien usa el gross-up
           PERFORM SUMA-VALES-EMPLEADO.
           PERFORM SUMA-SGMM-EMPLEADO.
           PERFORM BUSCA-GROSSUP-EMPLEADO.
           IF GROSSUP-ENCONTRADO
              PERFORM CALCULA-GROSSUP
           PERFORM VALIDA-DEDUCCION.
           PERFORM VALIDA-CREDITO-INFONAVIT.
           PERFORM VALIDA-PRESTAMO-PRES.
           PERFORM VALIDA-CREDITO-FONACOT.
           IF NOT DEDUCCION-ES-VALIDA
              PERFORM ESCRIBE-SUSPENSO-DEDUCCION
           ELSE
           IF PRESTAMO-SIN-MAESTRO-SUSPENDE
              PERFORM ESCRIBE-SUSPENSO-PRESTAMO
           ELSE
           IF CREDITO-FONACOT-SUSPENDE
              PERFORM ESCRIBE-SUSPENSO-FONACOT
           ELSE
      * las deducciones ya no pueden dejar un neto negativo ni mandar
      * el registro a suspenso: se toman por prioridad hasta donde
      * alcance el SALARIO y el resto queda en mora para la proxima
                 MOVE DEDUCCION-PERIODO TO PC-DEDUCCION-PERIODO
                 MOVE DEPARTAMENTO TO PC-DEPARTAMENTO
                 MOVE SCHEDULED-HORAS TO PC-SCHEDULED-HORAS
                 MOVE BASE-PAGO TO PC-BASE-PAGO
                 MOVE TIPO-REGIMEN TO PC-TIPO-REGIMEN
                 MOVE EMPLOYEE-STATUS TO PC-EMPLOYEE-STATUS
                 MOVE NET-SALARIO TO PC-NET-SALARIO
                 MOVE COMPANIA TO PC-COMPANIA
                 MOVE WS-HORAS-EXTRA TO PC-HORAS-EXTRA
                 MOVE WS-PRIMA-EXTRA TO PC-PRIMA-EXTRA
                 WRITE PAYCALC-RECORD
                 PERFORM ESCRIBE-BASE-ISR
                 PERFORM ESCRIBE-VALES-APLICADOS
                 PERFORM ESCRIBE-SGMM-APLICADO
                 ADD SALARIO TO PARM-TOTAL-SALARIO
                 ADD 1 TO WS-STAT-PROCESADOS
                 PERFORM ESCRIBE-PERCEPCIONES-APLICADAS
                 PERFORM GENERA-REPARTO-DEPTO
      * un pago desde la provision ('D') o un finiquito ('F') no
      * vuelve a devengar provision sobre lo pagado; un asimilado a
      * salarios no tiene aguinaldo ni prima vacacional que devengar
                 IF NOT PAGO-SIN-PROVISION
                    AND NOT REGIMEN-ASIMILADO
                    PERFORM ACUMULA-PROVISION
                 END-IF
                 PERFORM ACTUALIZA-YTD
           END-IF
           END-IF
           END-IF
           END-IF.

      * carga las prioridades de descuento por codigo; un codigo sin
              CLOSE PREMDIA-FILE
           END-IF.

      * carga el catalogo de tarifas por operacion y las boletas de
      * produccion (si existen); una boleta con operacion fuera de
      * catalogo o fecha invalida no se paga y queda en la bitacora
      * para que produccion la corrija
       CARGA-TABLA-DESTAJO.
           OPEN INPUT DESTCAT-FILE.
           IF WS-DESTCAT-STATUS = "00"
              PERFORM UNTIL WS-DESTCAT-STATUS NOT = "00"
                 READ DESTCAT-FILE
                    AT END MOVE "10" TO WS-DESTCAT-STATUS
                    NOT AT END
                       IF WS-NUM-DESTCAT = 200
                          DISPLAY "TABLA LLENA: WS-NUM-DESTCAT"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-DESTCAT
                       MOVE DOP-OPERACION TO
                           TAB-DOP-OPERACION(WS-NUM-DESTCAT)
                       MOVE DOP-TARIFA TO
                           TAB-DOP-TARIFA(WS-NUM-DESTCAT)
                 END-READ
              END-PERFORM
              CLOSE DESTCAT-FILE
           END-IF.
           OPEN INPUT DESTAJO-FILE.
           IF WS-DESTAJO-STATUS = "00"
              PERFORM UNTIL WS-DESTAJO-STATUS NOT = "00"
                 READ DESTAJO-FILE
                    AT END MOVE "10" TO WS-DESTAJO-STATUS
                    NOT AT END
                       PERFORM VALIDA-Y-CARGA-BOLETA
                 END-READ
              END-PERFORM
              CLOSE DESTAJO-FILE
           END-IF.

       VALIDA-Y-CARGA-BOLETA.
           MOVE 'N' TO WS-OPERACION-EN-CAT.
           PERFORM VARYING DOP-IDX FROM 1 BY 1
                   UNTIL DOP-IDX > WS-NUM-DESTCAT
              IF TAB-DOP-OPERACION(DOP-IDX) = DTJ-OPERACION
                 MOVE 'S' TO WS-OPERACION-EN-CAT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF DTJ-FECHA IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(DTJ-FECHA) NOT = 0
              MOVE 'N' TO WS-OPERACION-EN-CAT
           END-IF.
           IF NOT OPERACION-EN-CATALOGO
              DISPLAY "BOLETA DE DESTAJO CON OPERACION FUERA DE "
                  "CATALOGO O FECHA INVALIDA, NO SE PAGA: DATO-ID "
                  DTJ-DATO-ID " OPERACION " DTJ-OPERACION
                  " FECHA " DTJ-FECHA
              MOVE 'TIPOSDEDATOS' TO LOG-PROGRAMA
              MOVE 'W' TO LOG-SEVERIDAD
              MOVE SPACES TO LOG-MENSAJE
              STRING 'BOLETA DESTAJO RECHAZADA, DATO-ID '
                  DTJ-DATO-ID ' OPERACION ' DTJ-OPERACION
                  ' FECHA ' DTJ-FECHA
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
           ELSE
              IF WS-NUM-BOLETAS = 30000
                 DISPLAY "TABLA LLENA: WS-NUM-BOLETAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-BOLETAS
              MOVE DTJ-DATO-ID TO TAB-BOL-ID(WS-NUM-BOLETAS)
              COMPUTE TAB-BOL-DIA(WS-NUM-BOLETAS) =
                  FUNCTION INTEGER-OF-DATE(DTJ-FECHA)
              COMPUTE TAB-BOL-IMPORTE(WS-NUM-BOLETAS) ROUNDED =
                  DTJ-CANTIDAD * TAB-DOP-TARIFA(DOP-IDX)
           END-IF.

      * pago a destajo del empleado en turno: suma el importe de sus
      * boletas con fecha dentro del periodo de su empresa y cuenta
      * los dias distintos trabajados; si las piezas no alcanzan el
      * salario minimo de esos dias (el de la zona del estado del
      * empleado), la diferencia es el complemento
      * de garantia (WS-GARANTIA-DESTAJO, renglon GMIN). No hay
      * tiempo extra a destajo: la pieza ya paga la produccion
       CALCULA-DESTAJO.
           PERFORM BUSCA-CALENDARIO-CIA.
           COMPUTE WS-PER-FIN-ENT =
               FUNCTION INTEGER-OF-DATE(WS-FIN-CIA).
           COMPUTE WS-PER-INICIO-ENT =
               WS-PER-FIN-ENT - WS-DIAS-CIA + 1.
           MOVE ZERO TO WS-DESTAJO-IMPORTE.
           MOVE ZERO TO WS-DIAS-DESTAJO.
           PERFORM VARYING BOL-IDX FROM 1 BY 1
                   UNTIL BOL-IDX > WS-NUM-BOLETAS
              IF TAB-BOL-ID(BOL-IDX) = DATO-ID
                 AND TAB-BOL-DIA(BOL-IDX) NOT < WS-PER-INICIO-ENT
                 AND TAB-BOL-DIA(BOL-IDX) NOT > WS-PER-FIN-ENT
                 ADD TAB-BOL-IMPORTE(BOL-IDX) TO WS-DESTAJO-IMPORTE
                 MOVE TAB-BOL-DIA(BOL-IDX) TO WS-BOL-DIA
                 PERFORM CUENTA-DIA-DESTAJO
              END-IF
           END-PERFORM.
           MOVE WS-DESTAJO-IMPORTE TO WS-SALARIO-REGULAR.
           MOVE ZERO TO WS-HORAS-EXTRA.
           MOVE ZERO TO WS-PRIMA-EXTRA.
           PERFORM DERIVA-ZONA-EMPLEADO.
           COMPUTE WS-MINIMO-DESTAJO =
               WS-DIAS-DESTAJO * WS-MINIMO-APLICABLE.
           IF WS-DESTAJO-IMPORTE < WS-MINIMO-DESTAJO
              COMPUTE WS-GARANTIA-DESTAJO =
                  WS-MINIMO-DESTAJO - WS-DESTAJO-IMPORTE
              MOVE WS-GARANTIA-DESTAJO TO WS-GARANTIA-ED
              DISPLAY "DESTAJO BAJO EL SALARIO MINIMO, DATO-ID: "
                  DATO-ID " DIAS: " WS-DIAS-DESTAJO
                  " COMPLEMENTO GMIN: " WS-GARANTIA-ED
           END-IF.

      * los estados de la franja fronteriza norte usan el minimo
      * 'fro', los demas el general (misma lista que SALMINVF.cbl)
       DERIVA-ZONA-EMPLEADO.
           EVALUATE MX-ESTADO
              WHEN 'bcn' WHEN 'son' WHEN 'chh'
              WHEN 'coa' WHEN 'nle' WHEN 'tam'
                 MOVE WS-SALMIN-FRO TO WS-MINIMO-APLICABLE
              WHEN OTHER
                 MOVE WS-SALMIN-DIARIO TO WS-MINIMO-APLICABLE
           END-EVALUATE.

       CUENTA-DIA-DESTAJO.
           MOVE 'N' TO WS-DIA-CONTADO.
           PERFORM VARYING DDJ-IDX FROM 1 BY 1
                   UNTIL DDJ-IDX > WS-DIAS-DESTAJO
              IF TAB-DDJ-DIA(DDJ-IDX) = WS-BOL-DIA
                 MOVE 'S' TO WS-DIA-CONTADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DIA-CONTADO = 'N' AND WS-DIAS-DESTAJO < 31
              ADD 1 TO WS-DIAS-DESTAJO
              MOVE WS-BOL-DIA TO TAB-DDJ-DIA(WS-DIAS-DESTAJO)
           END-IF.

      * acumula los dias de falta por empleado desde el archivo de
      * incidencias del reloj; los retardos y salidas tempranas se
      * cargan al proceso disciplinario (INCREPORT.cbl), no al pago
      * jornadas a HORAS, asi que el neto queda igual que cuando el
      * dia simplemente no sumaba, pero ahora la falta se VE en el
      * talon y en DEDCALC. Un seleccionado solo-delta no cobra
      * horas en esta corrida y tampoco se le descuentan faltas; al
      * destajista tampoco: el dia que falta simplemente no trae
      * boleta y no se le paga
       INSERTA-DESCUENTO-FALTAS.
           IF NOT PAGO-SOLO-DELTA AND NOT BASE-DESTAJO
              PERFORM VARYING FAL-IDX FROM 1 BY 1
                      UNTIL FAL-IDX > WS-NUM-FALTAS
                 IF TAB-FAL-ID(FAL-IDX) = DATO-ID
                 MOVE WS-PRIMA-FESTIVO TO WS-YPC-MONTO
                 PERFORM ACUMULA-YTDPERC
              END-IF
              IF WS-GARANTIA-DESTAJO > ZERO
                 MOVE DATO-ID TO PCC-DATO-ID
                 MOVE 'GMIN' TO PCC-CODIGO
                 MOVE WS-GARANTIA-DESTAJO TO PCC-MONTO
                 WRITE PERCCALC-RECORD
                 MOVE 'GMIN' TO DC-CODIGO
                 MOVE WS-GARANTIA-DESTAJO TO WS-YPC-MONTO
                 PERFORM ACUMULA-YTDPERC
              END-IF
           END-IF.

      * acumulado anual por DATO-ID y codigo (el codigo viaja en
      * prioridad descontando hasta donde alcance el SALARIO
       APLICA-DEDUCCIONES-POR-PRIORIDAD.
           MOVE ZERO TO WS-NUM-LISTA.
           MOVE ZERO TO WS-ISR-RETENIDO.
           IF WS-ISR-PERIODO > ZERO
              MOVE 'ISR ' TO DC-CODIGO
              MOVE WS-ISR-PERIODO TO WS-FALTANTE
              MOVE 'N' TO WS-ES-ARREAR
              PERFORM INSERTA-EN-LISTA-DED
           END-IF.
      * los renglones planos INFO, PRES y FONA de DEDUCCION.DAT ya no
      * se descuentan tal cual: el monto vigente lo calculan el
      * maestro de creditos, el de prestamos y la cedula FONACOT
      * (parrafos INSERTA-*, abajo)
           PERFORM VARYING DED-IDX2 FROM 1 BY 1
                   UNTIL DED-IDX2 > WS-NUM-DEDUCCIONES
              IF TAB-DED-ID(DED-IDX2) = DATO-ID
                 AND TAB-DED-CODIGO(DED-IDX2) NOT = 'INFO'
                 AND TAB-DED-CODIGO(DED-IDX2) NOT = 'PRES'
                 AND TAB-DED-CODIGO(DED-IDX2) NOT = 'FONA'
                 PERFORM EVALUA-E-INSERTA-VOLUNTARIA
              END-IF
           END-PERFORM.
      * un asimilado no es trabajador ante el INFONAVIT: no hay
      * descuento de credito que retener
           IF NOT REGIMEN-ASIMILADO
              PERFORM INSERTA-DESCUENTO-INFONAVIT
           END-IF.
      * la cuota FONACOT sale de la cedula del mes; una corrida
      * off-cycle no la vuelve a descontar ni recupera su mora (el
      * periodo ya la trae en la corrida ordinaria y el reparto es
      * por periodo del mes)
           PERFORM BUSCA-MES-FONACOT.
           IF NOT CORRIDA-OFFCYCLE
              PERFORM INSERTA-DESCUENTO-FONACOT
           END-IF.
           PERFORM INSERTA-ABONO-PRESTAMO.
           PERFORM INSERTA-DESCUENTO-FALTAS.
           PERFORM INSERTA-CUOTA-SINDICAL.
                   UNTIL ARR-IDX > WS-NUM-ARREARS
              IF TAB-ARR-ID(ARR-IDX) = DATO-ID
                 AND TAB-ARR-MONTO(ARR-IDX) > ZERO
                 AND NOT (CORRIDA-OFFCYCLE
                          AND TAB-ARR-CODIGO(ARR-IDX) = 'FONA')
                 MOVE TAB-ARR-CODIGO(ARR-IDX) TO DC-CODIGO
                 MOVE TAB-ARR-MONTO(ARR-IDX) TO WS-FALTANTE
                 MOVE 'S' TO WS-ES-ARREAR
           ADD WS-TOMADO TO WS-TOTAL-DEDUCIDO.
           IF WS-TOMADO > ZERO
              PERFORM ESCRIBE-DEDUCCION-APLICADA
      * lo realmente tomado con codigo ISR (corriente o mora) es lo
      * retenido del periodo, lo mismo que queda en DEDCALC.OUT
              IF TAB-WL-CODIGO(LISTA-IDX) = 'ISR '
                 ADD WS-TOMADO TO WS-ISR-RETENIDO
              END-IF
      * lo realmente descontado con codigo AHOR es la aportacion del
      * empleado al fondo de ahorro; se postea al ledger junto con
      * la igualada patronal
              IF TAB-WL-CODIGO(LISTA-IDX) = 'PRES'
                 PERFORM ABONA-PRESTAMO
              END-IF
      * una recuperacion de mora FONA tambien es pago al FONACOT
              IF TAB-WL-CODIGO(LISTA-IDX) = 'FONA'
                 AND TAB-WL-ES-ARREAR(LISTA-IDX) = 'S'
                 PERFORM ESCRIBE-MOVIMIENTO-FONACOT
              END-IF
      * cada peso realmente cobrado de un renglon con meta abona el
      * acumulado; al alcanzarla, el renglon se reporta COMPLETADA
      * y la siguiente corrida ya no lo descuenta
              PERFORM ACUMULA-META-SI-APLICA
           END-IF.
      * la cuota FONACOT del periodo deja su renglon aunque no se
      * haya tomado nada: lo que falto es la incidencia del mes
           IF TAB-WL-CODIGO(LISTA-IDX) = 'FONA'
              AND TAB-WL-ES-ARREAR(LISTA-IDX) NOT = 'S'
              PERFORM ESCRIBE-MOVIMIENTO-FONACOT
           END-IF.
           MOVE TAB-WL-CODIGO(LISTA-IDX) TO DC-CODIGO.
           IF TAB-WL-ES-ARREAR(LISTA-IDX) = 'S'
              PERFORM BUSCA-O-CREA-ARREAR
              WRITE PENSCALC-RECORD
           END-IF.

      * un renglon de ISRBASE.OUT por empleado pagado, junto al de
      * PAYCALC: lo percibido, exento y gravado del periodo, el ISR
      * que causa la tarifa y lo que realmente se retuvo; la
      * diferencia entre causado y retenido es la que se fue a mora
       ESCRIBE-BASE-ISR.
           MOVE DATO-ID TO ISB-DATO-ID.
           MOVE COMPANIA TO ISB-COMPANIA.
           MOVE WS-PERIODO-CIA TO ISB-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ISB-FECHA-CORRIDA.
           COMPUTE WS-ISR-EXENTO = WS-VALES-EXENTO + WS-SGMM-EXENTO.
           COMPUTE ISB-PERCEPCIONES = SALARIO + WS-VALES-MONTO
               + WS-SGMM-MONTO.
           MOVE WS-ISR-EXENTO TO ISB-EXENTO.
           COMPUTE ISB-GRAVADO = ISB-PERCEPCIONES - WS-ISR-EXENTO.
           MOVE WS-ISR-PERIODO TO ISB-ISR-CAUSADO.
           MOVE WS-ISR-RETENIDO TO ISB-ISR-RETENIDO.
           WRITE ISRBASE-RECORD.

      * graba el saldo de mora actualizado (solo montos mayores a
      * cero) a ARREARS.DAT.NEW; STEP06 de jobs/PAYROLL.job lo vuelve
      * vigente junto con el roll del YTD
              CLOSE RETRO-FILE
           END-IF.

      * carga los vales de despensa pendientes (si el archivo existe);
      * cada renglon se conserva aparte porque va tal cual al CFDI
       CARGA-TABLA-VALES.
           OPEN INPUT VALESPEN-FILE.
           IF WS-VALESPEN-STATUS = "00"
              PERFORM UNTIL WS-VALESPEN-STATUS NOT = "00"
                 READ VALESPEN-FILE
                    AT END MOVE "10" TO WS-VALESPEN-STATUS
                    NOT AT END
                       IF WS-NUM-VALES = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-VALES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-VALES
                       MOVE VCL-DATO-ID TO TAB-VAL-ID(WS-NUM-VALES)
                       MOVE VCL-MES TO TAB-VAL-MES(WS-NUM-VALES)
                       MOVE VCL-COMPANIA TO TAB-VAL-CIA(WS-NUM-VALES)
                       MOVE VCL-MONTO TO TAB-VAL-MONTO(WS-NUM-VALES)
                       MOVE VCL-EXENTO TO TAB-VAL-EXENTO(WS-NUM-VALES)
                       MOVE VCL-GRAVADO TO
                           TAB-VAL-GRAVADO(WS-NUM-VALES)
                       MOVE 'N' TO TAB-VAL-APLICADO(WS-NUM-VALES)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE VALESPEN-FILE.
           IF WS-NUM-VALES > ZERO
              DISPLAY "VALES DE DESPENSA A APLICAR: " WS-NUM-VALES
           END-IF.

      * vales pendientes del empleado en turno (puede traer mas de un
      * mes si no cobro en la corrida anterior); la corrida
      * suplementaria los deja para la ordinaria
       SUMA-VALES-EMPLEADO.
           MOVE ZERO TO WS-VALES-MONTO.
           MOVE ZERO TO WS-VALES-EXENTO.
           MOVE ZERO TO WS-VALES-GRAVADO.
           IF NOT CORRIDA-OFFCYCLE
              PERFORM VARYING VAL-IDX FROM 1 BY 1
                      UNTIL VAL-IDX > WS-NUM-VALES
                 IF TAB-VAL-ID(VAL-IDX) = DATO-ID
                    AND TAB-VAL-APLICADO(VAL-IDX) = 'N'
                    ADD TAB-VAL-MONTO(VAL-IDX) TO WS-VALES-MONTO
                    ADD TAB-VAL-EXENTO(VAL-IDX) TO WS-VALES-EXENTO
                    ADD TAB-VAL-GRAVADO(VAL-IDX) TO WS-VALES-GRAVADO
                 END-IF
              END-PERFORM
           END-IF.

      * el empleado cobro: sus vales van a VALESCALC.OUT para el CFDI
      * y se marcan para que un DATO-ID duplicado no los vuelva a
      * gravar y GRABA-VALES-PENDIENTES no los regrabe
       ESCRIBE-VALES-APLICADOS.
           IF WS-VALES-MONTO > ZERO
              PERFORM VARYING VAL-IDX FROM 1 BY 1
                      UNTIL VAL-IDX > WS-NUM-VALES
                 IF TAB-VAL-ID(VAL-IDX) = DATO-ID
                    AND TAB-VAL-APLICADO(VAL-IDX) = 'N'
                    MOVE TAB-VAL-ID(VAL-IDX) TO VCL-DATO-ID
                    MOVE TAB-VAL-MES(VAL-IDX) TO VCL-MES
                    MOVE TAB-VAL-CIA(VAL-IDX) TO VCL-COMPANIA
                    MOVE TAB-VAL-MONTO(VAL-IDX) TO VCL-MONTO
                    MOVE TAB-VAL-EXENTO(VAL-IDX) TO VCL-EXENTO
                    MOVE TAB-VAL-GRAVADO(VAL-IDX) TO VCL-GRAVADO
                    WRITE VALESCALC-RECORD FROM VALCAL-RECORD
                    MOVE 'S' TO TAB-VAL-APLICADO(VAL-IDX)
                 END-IF
              END-PERFORM
              DISPLAY "VALES DE DESPENSA APLICADOS, DATO-ID: " DATO-ID
                  " GRAVADO: " WS-VALES-GRAVADO
           END-IF.

      * regraba data/VALESPEN.DAT solo con los vales que esta corrida
      * no aplico (empleado suspendido, ausente o corrida
      * suplementaria), igual que GRABA-RETRO-PENDIENTE
       GRABA-VALES-PENDIENTES.
           IF WS-NUM-VALES > ZERO
              OPEN OUTPUT VALESPEN-FILE
              IF WS-VALESPEN-STATUS = "00"
                 PERFORM VARYING VAL-IDX FROM 1 BY 1
                         UNTIL VAL-IDX > WS-NUM-VALES
                    IF TAB-VAL-APLICADO(VAL-IDX) = 'N'
                       MOVE TAB-VAL-ID(VAL-IDX) TO VCL-DATO-ID
                       MOVE TAB-VAL-MES(VAL-IDX) TO VCL-MES
                       MOVE TAB-VAL-CIA(VAL-IDX) TO VCL-COMPANIA
                       MOVE TAB-VAL-MONTO(VAL-IDX) TO VCL-MONTO
                       MOVE TAB-VAL-EXENTO(VAL-IDX) TO VCL-EXENTO
                       MOVE TAB-VAL-GRAVADO(VAL-IDX) TO VCL-GRAVADO
                       WRITE VALCAL-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE VALESPEN-FILE
              END-IF
           END-IF.

      * carga lo que paga la empresa del SGMM en el periodo (si el
      * archivo existe); el renglon se conserva tal cual porque va al
      * CFDI
       CARGA-TABLA-SGMM.
           OPEN INPUT SGMMCOST-FILE.
           IF WS-SGMMCOST-STATUS = "00"
              PERFORM UNTIL WS-SGMMCOST-STATUS NOT = "00"
                 READ SGMMCOST-FILE
                    AT END MOVE "10" TO WS-SGMMCOST-STATUS
                    NOT AT END
                       IF WS-NUM-SGMM = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-SGMM"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-SGMM
                       MOVE SGMMCOST-RECORD TO
                           TAB-SGM-REGISTRO(WS-NUM-SGMM)
                       MOVE 'N' TO TAB-SGM-APLICADO(WS-NUM-SGMM)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SGMMCOST-FILE.
           IF WS-NUM-SGMM > ZERO
              DISPLAY "SGMM PAGADO POR LA EMPRESA A APLICAR: "
                  WS-NUM-SGMM
           END-IF.

      * SGMM que paga la empresa por el empleado en turno; la corrida
      * suplementaria no lo toma
       SUMA-SGMM-EMPLEADO.
           MOVE ZERO TO WS-SGMM-MONTO.
           MOVE ZERO TO WS-SGMM-EXENTO.
           MOVE ZERO TO WS-SGMM-GRAVADO.
           IF NOT CORRIDA-OFFCYCLE
              PERFORM VARYING SGM-IDX FROM 1 BY 1
                      UNTIL SGM-IDX > WS-NUM-SGMM
                 IF TAB-SGM-ID(SGM-IDX) = DATO-ID
                    AND TAB-SGM-APLICADO(SGM-IDX) = 'N'
                    ADD TAB-SGM-COSTO(SGM-IDX) TO WS-SGMM-MONTO
                    ADD TAB-SGM-EXENTO(SGM-IDX) TO WS-SGMM-EXENTO
                    ADD TAB-SGM-GRAVADO(SGM-IDX) TO WS-SGMM-GRAVADO
                 END-IF
              END-PERFORM
           END-IF.

      * el empleado cobro: su renglon va a SGMMAPLI.OUT para el CFDI
      * y se marca para que un DATO-ID duplicado no lo vuelva a gravar
       ESCRIBE-SGMM-APLICADO.
           IF WS-SGMM-MONTO > ZERO
              PERFORM VARYING SGM-IDX FROM 1 BY 1
                      UNTIL SGM-IDX > WS-NUM-SGMM
                 IF TAB-SGM-ID(SGM-IDX) = DATO-ID
                    AND TAB-SGM-APLICADO(SGM-IDX) = 'N'
                    WRITE SGMMAPLI-RECORD FROM
                        TAB-SGM-REGISTRO(SGM-IDX)
                    MOVE 'S' TO TAB-SGM-APLICADO(SGM-IDX)
                 END-IF
              END-PERFORM
              IF WS-SGMM-GRAVADO > ZERO
                 DISPLAY "SGMM GRAVADO, DATO-ID: " DATO-ID
                     " GRAVADO: " WS-SGMM-GRAVADO
              END-IF
           END-IF.

      * carga los netos garantizados (si el archivo existe)
       CARGA-TABLA-GROSSUP.
           OPEN INPUT GROSSUP-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-FECHA-CORRIDA.
           MOVE COMPANIA TO AUD-COMPANIA.
           MOVE WS-PERIODO-CIA TO AUD-PERIODO.
           MOVE SPACE TO AUD-MOVIMIENTO.
           WRITE AUDIT-RECORD.

      * entrega el registro adelantado como registro en turno y
