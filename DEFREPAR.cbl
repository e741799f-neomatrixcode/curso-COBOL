      * DEFREPAR: reparto del pago por defuncion entre los
      * beneficiarios designados. FINIQUITO.cbl con causa 'D' deja al
      * empleado fallecido en data/DEFUNCION.DAT (ver DEFUNREC.cpy)
      * y su finiquito, fondo de ahorro y ultimo salario viajan por la
      * corrida off-cycle como cualquier liquidacion; el neto que
      * calcula la corrida ya no puede ir a la cuenta del empleado.
      * Este programa lee data/PAYCALC.SRT y, por cada fallecido que
      * trae, reparte el neto mas el seguro de vida todavia no pagado
      * entre sus beneficiarios (ver BENEFREC.cpy) con sus
      * porcentajes; el ultimo beneficiario absorbe el centavo del
      * redondeo para que las partes sumen exacto. Escribe:
      *   - data/DEFREPAR.DAT (ver DEFREPRC.cpy), una parte por
      *     beneficiario: BANKDISP.cbl transfiere las que traen CLABE
      *     y CHKPRINT.cbl emite cheque a las demas, a nombre del
      *     beneficiario
      *   - data/DEFUNCION.RPT, una constancia de liquidacion por
      *     beneficiario con el desglose y espacio de firmas
      * y deja en data/DEFUNCION.DAT.NEW el renglon marcado como
      * liquidado (el seguro no se vuelve a pagar); STEP06 YTD-ROLL lo
      * recorre a DEFUNCION.DAT solo si la corrida llega hasta ahi,
      * asi una corrida que aborta y se repite vuelve a repartir el
      * seguro completo. Un fallecido sin designacion completa
      * detiene la corrida ANTES de la dispersion (RC 8): pagarle a
      * su cuenta es justo lo que no debe pasar.
      * uso: STEP03B de jobs/OFFCYCLE.job, antes de STEP04 DISPERSE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFREPAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO "data/PAYCALC.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCALC-STATUS.

           SELECT OPTIONAL BENEFIC-FILE ASSIGN TO "data/BENEFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIC-STATUS.

           SELECT OPTIONAL DEFUNCION-FILE-IN
               ASSIGN TO "data/DEFUNCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFUNCION-IN-STATUS.

           SELECT DEFUNCION-FILE-OUT
               ASSIGN TO "data/DEFUNCION.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFUNCION-OUT-STATUS.

           SELECT DEFREPAR-FILE ASSIGN TO "data/DEFREPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFREPAR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/DEFUNCION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCALC-FILE.
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

       FD  BENEFIC-FILE.
           COPY BENEFREC.

       FD  DEFUNCION-FILE-IN.
           COPY DEFUNREC.

       FD  DEFUNCION-FILE-OUT.
           COPY DEFUNREC
               REPLACING DEFUNCION-RECORD BY DEFUNCION-OUT-RECORD
                         DEF-DATO-ID BY DEFO-DATO-ID
                         DEF-FECHA-DEFUNCION BY DEFO-FECHA-DEFUNCION
                         DEF-SEGURO BY DEFO-SEGURO
                         DEF-STATUS BY DEFO-STATUS
                         DEF-PENDIENTE BY DEFO-PENDIENTE
                         DEF-LIQUIDADA BY DEFO-LIQUIDADA
                         DEF-FECHA-LIQUIDA BY DEFO-FECHA-LIQUIDA.

       FD  DEFREPAR-FILE.
           COPY DEFREPRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-BENEFIC-STATUS PIC XX VALUE SPACES.
           77 WS-DEFUNCION-IN-STATUS PIC XX VALUE SPACES.
           77 WS-DEFUNCION-OUT-STATUS PIC XX VALUE SPACES.
           77 WS-DEFREPAR-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * defunciones registradas, en memoria para regrabar el status
           77 WS-NUM-DEFUNCIONES PIC 9(4) VALUE ZERO.
           77 WS-DEF-POS PIC 9(4) VALUE ZERO.
       01  TABLA-DEFUNCIONES.
           05  TD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TD-IDX.
               10  TD-DATO-ID      PIC 9(5).
               10  TD-FECHA        PIC 9(8).
               10  TD-SEGURO       PIC 9(7)V99.
               10  TD-STATUS       PIC X.
               10  TD-FECHA-LIQUIDA PIC 9(8).
               10  TD-EN-CORRIDA   PIC X.
           77 WS-NUM-LIQUIDADAS PIC 9(4) VALUE ZERO.

      * beneficiarios designados completos, mismo patron de tabla
      * que BENMANTTO.cbl
           77 WS-NUM-BENEF PIC 9(4) VALUE ZERO.
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

      * reparto del fallecido en turno
           77 WS-NUM-DEL-ID PIC 99 VALUE ZERO.
           77 WS-VISTOS PIC 99 VALUE ZERO.
           77 WS-TOTAL-PORCENTAJE PIC 9(4)V99 VALUE ZERO.
           77 WS-NETO-REPARTIR PIC 9(7)V99 VALUE ZERO.
           77 WS-SEGURO-REPARTIR PIC 9(7)V99 VALUE ZERO.
           77 WS-NETO-ASIGNADO PIC 9(7)V99 VALUE ZERO.
           77 WS-SEGURO-ASIGNADO PIC 9(7)V99 VALUE ZERO.
           77 WS-PARTE-NETO PIC 9(7)V99 VALUE ZERO.
           77 WS-PARTE-SEGURO PIC 9(7)V99 VALUE ZERO.
           77 WS-NUM-PARTES PIC 9(4) VALUE ZERO.
           77 WS-TOTAL-REPARTIDO PIC 9(9)V99 VALUE ZERO.
           77 WS-NUM-SIN-DESIGNACION PIC 9(4) VALUE ZERO.
           77 WS-NUM-FUERA-CORRIDA PIC 9(4) VALUE ZERO.
           77 WS-PORCENTAJE-EDIT PIC ZZZ9.99.
           77 WS-MONTO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

      * constancia de liquidacion por beneficiario
       01  WS-SEPARADOR-LINE.
           05  FILLER      PIC X(66) VALUE ALL '='.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(44) VALUE
               'CONSTANCIA DE LIQUIDACION POR DEFUNCION     '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-FALLECIDO-LINE.
           05  FILLER      PIC X(20) VALUE 'EMPLEADO FALLECIDO: '.
           05  WS-F-ID     PIC ZZZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-F-NOMBRE PIC X(30).

       01  WS-FECHA-DEF-LINE.
           05  FILLER      PIC X(20) VALUE 'FECHA DE DEFUNCION: '.
           05  WS-FD-FECHA PIC 9(8).

       01  WS-BENEFICIARIO-LINE.
           05  FILLER      PIC X(14) VALUE 'BENEFICIARIO: '.
           05  WS-B-NOMBRE PIC X(30).
           05  FILLER      PIC X(13) VALUE '  PARENTESCO '.
           05  WS-B-PARENTESCO PIC X(10).

       01  WS-IDENTIDAD-LINE.
           05  FILLER      PIC X(5) VALUE 'RFC: '.
           05  WS-I-RFC    PIC X(13).
           05  FILLER      PIC X(8) VALUE '  CURP: '.
           05  WS-I-CURP   PIC X(18).
           05  FILLER      PIC X(16) VALUE '  PORCENTAJE:   '.
           05  WS-I-PORCENTAJE PIC ZZ9.99.
           05  FILLER      PIC X VALUE '%'.

       01  WS-ENCABEZADO-LINE.
           05  FILLER      PIC X(24) VALUE 'CONCEPTO'.
           05  FILLER      PIC X(16) VALUE '     TOTAL'.
           05  FILLER      PIC X(13) VALUE '     SU PARTE'.

       01  WS-CONCEPTO-LINE.
           05  WS-C-DESC   PIC X(24).
           05  WS-C-TOTAL  PIC $Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-C-PARTE  PIC $Z,ZZZ,ZZ9.99.

       01  WS-NOTA-LINE.
           05  FILLER      PIC X(40) VALUE
               '(NETO = FINIQUITO, FONDO DE AHORRO Y ULT'.
           05  FILLER      PIC X(26) VALUE
               'IMO SALARIO DEL EMPLEADO)'.

       01  WS-PAGO-LINE.
           05  FILLER      PIC X(15) VALUE 'FORMA DE PAGO: '.
           05  WS-P-FORMA  PIC X(25).
           05  WS-P-CLABE  PIC X(18).

       01  WS-FIRMA-LINE.
           05  FILLER      PIC X(34) VALUE
               '  _____________________________   '.
           05  FILLER      PIC X(31) VALUE
               '_____________________________'.

       01  WS-FIRMA-NOMBRES.
           05  FILLER      PIC X(34) VALUE
               '  RECIBI DE CONFORMIDAD           '.
           05  FILLER      PIC X(31) VALUE
               'SUPERVISOR DE NOMINA'.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE 'DEFREPAR' TO LOG-PROGRAMA.

           OPEN INPUT PAYCALC-FILE.
           IF WS-PAYCALC-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR PAYCALC-FILE: "
                  WS-PAYCALC-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * el reparto se regenera en cada corrida: sin fallecidos en
      * la corrida queda vacio y BANKDISP/CHKPRINT no reparten nada
           OPEN OUTPUT DEFREPAR-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM CARGA-TABLA-DEFUNCIONES.
           IF WS-NUM-DEFUNCIONES > ZERO
              PERFORM CARGA-TABLA-BENEFICIARIOS
              PERFORM LEE-PAYCALC
              PERFORM REVISA-EMPLEADO UNTIL NO-HAY-MAS-REGISTROS
           END-IF.
           CLOSE PAYCALC-FILE DEFREPAR-FILE REPORT-FILE.

           IF WS-NUM-DEFUNCIONES > ZERO
              PERFORM REGRABA-DEFUNCIONES
           END-IF.
           PERFORM AVISA-PENDIENTES.

           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-SIN-DESIGNACION > ZERO
              DISPLAY "DEFREPAR: " WS-NUM-SIN-DESIGNACION
                  " FALLECIDO(S) SIN DESIGNACION COMPLETA, LA "
                  "CORRIDA SE DETIENE ANTES DE DISPERSAR"
              MOVE 'E' TO LOG-SEVERIDAD
              STRING WS-NUM-SIN-DESIGNACION ' FALLECIDO(S) SIN '
                  'DESIGNACION DE BENEFICIARIOS AL 100%, SE DETIENE'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-TOTAL-REPARTIDO TO WS-MONTO-EDIT
              DISPLAY "DEFREPAR: " WS-NUM-PARTES " PARTE(S) POR "
                  WS-MONTO-EDIT " EN data/DEFREPAR.DAT, CONSTANCIAS "
                  "EN data/DEFUNCION.RPT"
              MOVE 'I' TO LOG-SEVERIDAD
              STRING WS-NUM-PARTES ' PARTE(S) DE LIQUIDACION POR '
                  'DEFUNCION POR ' WS-MONTO-EDIT
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       CARGA-TABLA-DEFUNCIONES.
           OPEN INPUT DEFUNCION-FILE-IN.
           IF WS-DEFUNCION-IN-STATUS = "00"
              PERFORM UNTIL WS-DEFUNCION-IN-STATUS NOT = "00"
                 READ DEFUNCION-FILE-IN
                    AT END MOVE "10" TO WS-DEFUNCION-IN-STATUS
                    NOT AT END
                       IF WS-NUM-DEFUNCIONES = 1000
                          DISPLAY "TABLA LLENA: WS-NUM-DEFUNCIONES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-DEFUNCIONES
                       MOVE DEF-DATO-ID TO
                           TD-DATO-ID(WS-NUM-DEFUNCIONES)
                       MOVE DEF-FECHA-DEFUNCION TO
                           TD-FECHA(WS-NUM-DEFUNCIONES)
                       MOVE DEF-SEGURO TO
                           TD-SEGURO(WS-NUM-DEFUNCIONES)
                       MOVE DEF-STATUS TO
                           TD-STATUS(WS-NUM-DEFUNCIONES)
                       MOVE DEF-FECHA-LIQUIDA TO
                           TD-FECHA-LIQUIDA(WS-NUM-DEFUNCIONES)
                       MOVE 'N' TO TD-EN-CORRIDA(WS-NUM-DEFUNCIONES)
                 END-READ
              END-PERFORM
              CLOSE DEFUNCION-FILE-IN
           END-IF.

       CARGA-TABLA-BENEFICIARIOS.
           OPEN INPUT BENEFIC-FILE.
           IF WS-BENEFIC-STATUS = "00"
              PERFORM UNTIL WS-BENEFIC-STATUS NOT = "00"
                 READ BENEFIC-FILE
                    AT END MOVE "10" TO WS-BENEFIC-STATUS
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

      * un empleado de la corrida que esta en DEFUNCION.DAT se
      * reparte; liquidado o no, su neto NUNCA va a su cuenta (una
      * segunda corrida de un fallecido tambien se reparte, solo que
      * ya sin seguro)
       REVISA-EMPLEADO.
           MOVE ZERO TO WS-DEF-POS.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-NUM-DEFUNCIONES
              IF TD-DATO-ID(TD-IDX) = PC-DATO-ID
                 SET WS-DEF-POS TO TD-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DEF-POS NOT = ZERO
              MOVE 'S' TO TD-EN-CORRIDA(WS-DEF-POS)
              PERFORM REPARTE-FALLECIDO
           END-IF.
           PERFORM LEE-PAYCALC.

       REPARTE-FALLECIDO.
           MOVE ZERO TO WS-NUM-DEL-ID.
           MOVE ZERO TO WS-TOTAL-PORCENTAJE.
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > WS-NUM-BENEF
              IF TB-DATO-ID(TB-IDX) = PC-DATO-ID
                 ADD 1 TO WS-NUM-DEL-ID
                 ADD TB-PORCENTAJE(TB-IDX) TO WS-TOTAL-PORCENTAJE
              END-IF
           END-PERFORM.
           IF WS-NUM-DEL-ID = ZERO OR WS-TOTAL-PORCENTAJE NOT = 100
              ADD 1 TO WS-NUM-SIN-DESIGNACION
              MOVE WS-TOTAL-PORCENTAJE TO WS-PORCENTAJE-EDIT
              DISPLAY "DEFREPAR: EL DATO-ID " PC-DATO-ID
                  " FALLECIDO TIENE " WS-NUM-DEL-ID
                  " BENEFICIARIO(S) AL " WS-PORCENTAJE-EDIT
                  "%; CAPTURE LA DESIGNACION EN BENMANTTO"
           ELSE
              MOVE PC-NET-SALARIO TO WS-NETO-REPARTIR
              IF TD-STATUS(WS-DEF-POS) = 'P'
                 MOVE TD-SEGURO(WS-DEF-POS) TO WS-SEGURO-REPARTIR
                 MOVE 'L' TO TD-STATUS(WS-DEF-POS)
                 MOVE WS-FECHA-HOY TO TD-FECHA-LIQUIDA(WS-DEF-POS)
                 ADD 1 TO WS-NUM-LIQUIDADAS
              ELSE
                 MOVE ZERO TO WS-SEGURO-REPARTIR
              END-IF
              MOVE ZERO TO WS-NETO-ASIGNADO
              MOVE ZERO TO WS-SEGURO-ASIGNADO
              MOVE ZERO TO WS-VISTOS
              PERFORM VARYING TB-IDX FROM 1 BY 1
                      UNTIL TB-IDX > WS-NUM-BENEF
                 IF TB-DATO-ID(TB-IDX) = PC-DATO-ID
                    ADD 1 TO WS-VISTOS
                    PERFORM CALCULA-PARTE
                    PERFORM ESCRIBE-PARTE
                    PERFORM IMPRIME-CONSTANCIA
                 END-IF
              END-PERFORM
           END-IF.

      * parte proporcional redondeada; el ultimo beneficiario del
      * DATO-ID recibe lo que falta, asi las partes suman exacto
       CALCULA-PARTE.
           IF WS-VISTOS = WS-NUM-DEL-ID
              COMPUTE WS-PARTE-NETO =
                  WS-NETO-REPARTIR - WS-NETO-ASIGNADO
              COMPUTE WS-PARTE-SEGURO =
                  WS-SEGURO-REPARTIR - WS-SEGURO-ASIGNADO
           ELSE
              COMPUTE WS-PARTE-NETO ROUNDED =
                  WS-NETO-REPARTIR * TB-PORCENTAJE(TB-IDX) / 100
              COMPUTE WS-PARTE-SEGURO ROUNDED =
                  WS-SEGURO-REPARTIR * TB-PORCENTAJE(TB-IDX) / 100
           END-IF.
           ADD WS-PARTE-NETO TO WS-NETO-ASIGNADO.
           ADD WS-PARTE-SEGURO TO WS-SEGURO-ASIGNADO.

       ESCRIBE-PARTE.
           MOVE PC-DATO-ID TO DRP-DATO-ID.
           MOVE TB-SECUENCIA(TB-IDX) TO DRP-SECUENCIA.
           MOVE TB-NOMBRE(TB-IDX) TO DRP-NOMBRE.
           MOVE TB-CLABE(TB-IDX) TO DRP-CLABE.
           MOVE WS-PARTE-NETO TO DRP-NETO.
           MOVE WS-PARTE-SEGURO TO DRP-SEGURO.
           COMPUTE DRP-MONTO = WS-PARTE-NETO + WS-PARTE-SEGURO.
           WRITE DEFREPAR-RECORD.
           ADD 1 TO WS-NUM-PARTES.
           ADD DRP-MONTO TO WS-TOTAL-REPARTIDO.

       IMPRIME-CONSTANCIA.
           MOVE WS-SEPARADOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PC-DATO-ID TO WS-F-ID.
           MOVE PC-NOMBRE TO WS-F-NOMBRE.
           MOVE WS-FALLECIDO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TD-FECHA(WS-DEF-POS) TO WS-FD-FECHA.
           MOVE WS-FECHA-DEF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TB-NOMBRE(TB-IDX) TO WS-B-NOMBRE.
           MOVE TB-PARENTESCO(TB-IDX) TO WS-B-PARENTESCO.
           MOVE WS-BENEFICIARIO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TB-RFC(TB-IDX) TO WS-I-RFC.
           MOVE TB-CURP(TB-IDX) TO WS-I-CURP.
           MOVE TB-PORCENTAJE(TB-IDX) TO WS-I-PORCENTAJE.
           MOVE WS-IDENTIDAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENCABEZADO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'NETO DE LIQUIDACION .. ' TO WS-C-DESC.
           MOVE WS-NETO-REPARTIR TO WS-C-TOTAL.
           MOVE WS-PARTE-NETO TO WS-C-PARTE.
           MOVE WS-CONCEPTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SEGURO DE VIDA ....... ' TO WS-C-DESC.
           MOVE WS-SEGURO-REPARTIR TO WS-C-TOTAL.
           MOVE WS-PARTE-SEGURO TO WS-C-PARTE.
           MOVE WS-CONCEPTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL A RECIBIR ...... ' TO WS-C-DESC.
           COMPUTE WS-C-TOTAL = WS-NETO-REPARTIR + WS-SEGURO-REPARTIR.
           MOVE DRP-MONTO TO WS-C-PARTE.
           MOVE WS-CONCEPTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NOTA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TB-CLABE(TB-IDX) = SPACES
              MOVE 'CHEQUE (data/CHECKS.RPT)' TO WS-P-FORMA
              MOVE SPACES TO WS-P-CLABE
           ELSE
              MOVE 'TRANSFERENCIA A CLABE' TO WS-P-FORMA
              MOVE TB-CLABE(TB-IDX) TO WS-P-CLABE
           END-IF.
           MOVE WS-PAGO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FIRMA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FIRMA-NOMBRES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * el archivo completo va a .NEW aunque nada cambie de status:
      * una .NEW de una corrida abortada nunca debe pisar renglones
      * que FINIQUITO agrego despues
       REGRABA-DEFUNCIONES.
           OPEN OUTPUT DEFUNCION-FILE-OUT.
           IF WS-DEFUNCION-OUT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/DEFUNCION.DAT.NEW: "
                  WS-DEFUNCION-OUT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              PERFORM VARYING TD-IDX FROM 1 BY 1
                      UNTIL TD-IDX > WS-NUM-DEFUNCIONES
                 MOVE TD-DATO-ID(TD-IDX) TO DEFO-DATO-ID
                 MOVE TD-FECHA(TD-IDX) TO DEFO-FECHA-DEFUNCION
                 MOVE TD-SEGURO(TD-IDX) TO DEFO-SEGURO
                 MOVE TD-STATUS(TD-IDX) TO DEFO-STATUS
                 MOVE TD-FECHA-LIQUIDA(TD-IDX) TO DEFO-FECHA-LIQUIDA
                 WRITE DEFUNCION-OUT-RECORD
              END-PERFORM
              CLOSE DEFUNCION-FILE-OUT
           END-IF.

      * una defuncion pendiente que no salio en esta corrida se
      * avisa (no detiene): su pago sigue en espera
       AVISA-PENDIENTES.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-NUM-DEFUNCIONES
              IF TD-STATUS(TD-IDX) = 'P'
                 AND TD-EN-CORRIDA(TD-IDX) = 'N'
                 ADD 1 TO WS-NUM-FUERA-CORRIDA
                 DISPLAY "DEFREPAR: DEFUNCION PENDIENTE DEL DATO-ID "
                     TD-DATO-ID(TD-IDX) " SIN PAGO EN ESTA CORRIDA"
              END-IF
           END-PERFORM.
           IF WS-NUM-FUERA-CORRIDA > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              MOVE SPACES TO LOG-MENSAJE
              STRING WS-NUM-FUERA-CORRIDA ' DEFUNCION(ES) PENDIENTE(S)'
                  ' SIN PAGO EN ESTA CORRIDA'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
           END-IF.

       LEE-PAYCALC.
           READ PAYCALC-FILE
               AT END MOVE 'S' TO WS-EOF
           END-READ.

      * una tabla en memoria llena no se trunca en silencio: con el
      * volumen creciendo, truncar es pagar mal; el job aborta y
      * capacidad decide si aumentar el OCCURS
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA; si el modulo no esta disponible el
      * mensaje al menos sale por consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
