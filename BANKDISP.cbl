      * se pagaba desde una hoja de calculo tecleada a mano.
      * Un empleado sin registro en BANKACCT.DAT no se deja caer en
      * silencio: se lista en data/SINBANCO.RPT para pagarse por otra
      * via (cheque). El que cobra en efectivo (data/EFECTIVO.DAT,
      * ver EFECREC.cpy) no se dispersa aunque tenga cuenta ni va a
      * la lista de sin-banco: su sobre lo arma EFEPAGO.cbl.
      * El neto de un empleado fallecido no va a su cuenta: se
      * reparte entre sus beneficiarios (data/DEFREPAR.DAT, ver
      * DEFREPAR.cbl) y cada parte con CLABE sale en el mismo lote
      * a la cuenta del beneficiario; las partes sin CLABE las paga
      * CHKPRINT.cbl con cheque.
      * Corre despues de STEP02A STUB (ver jobs/PAYROLL.job); carga
      * BANKACCT.DAT a una tabla en memoria con el mismo patron que
      * CARGA-TABLA-TARIFAS en TIPOSDEDATOS.cbl.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDCALC-STATUS.

      * lo retenido PENS de la corrida por compania queda como cargo
      * para el calendario de vencimientos (ver OBLCARRC.cpy)
           SELECT OPTIONAL OBLCARGO-FILE ASSIGN TO "data/OBLCARGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLCARGO-STATUS.

      * afiliacion sindical y catalogo de secciones (ver SINDREC.cpy
      * y UNLOCREC.cpy): lo retenido con codigo SIND se junta por
      * seccion y la remesa sale a la CLABE del sindicato en el
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCAMBIO-STATUS.

      * empleados que cobran en efectivo (ver EFECREC.cpy)
           SELECT OPTIONAL EFECTIVO-FILE ASSIGN TO "data/EFECTIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFECTIVO-STATUS.

           SELECT FXDIF-FILE ASSIGN TO "data/FXDIF.MOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXDIF-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      * reparto por defuncion; solo trae renglones en una corrida
      * off-cycle con un fallecido
           SELECT OPTIONAL DEFREPAR-FILE ASSIGN TO "data/DEFREPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFREPAR-STATUS.

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

       FD  BANK-FILE.
           COPY BANKREC.
       FD  DEDCALC-FILE.
           COPY DEDCALRC.

       FD  OBLCARGO-FILE.
           COPY OBLCARRC.

       FD  SINDICATO-FILE.
           COPY SINDREC.

       FD  TIPOCAMBIO-FILE.
           COPY TCAMBREC.

       FD  EFECTIVO-FILE.
           COPY EFECREC.

       FD  FXDIF-FILE.
       01  FXDIF-RECORD.
           05  FXD-COMPANIA       PIC XX.
       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  DEFREPAR-FILE.
           COPY DEFREPRC.

       WORKING-STORAGE SECTION.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-BANK-STATUS PIC XX VALUE SPACES.
               10  TAB-CTA-CLABE    PIC X(18).

           77 WS-NUM-DISPERSADOS PIC 9(6) VALUE ZERO.

      * partes del reparto por defuncion (DATO-ID del fallecido)
           77 WS-DEFREPAR-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-PARTES PIC 9(4) VALUE ZERO.
           77 WS-ES-FALLECIDO PIC X VALUE 'N'.
              88 ES-FALLECIDO VALUE 'S'.
       01  TABLA-REPARTO.
           05  TR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TR-IDX.
               10  TR-DATO-ID       PIC 9(5).
               10  TR-CLABE         PIC X(18).
               10  TR-MONTO         PIC 9(7)V99.
           77 WS-NUM-SIN-BANCO PIC 9(6) VALUE ZERO.
           77 WS-TOTAL-DISPERSADO PIC 9(11)V99 VALUE ZERO.

               10  TAB-PCA-ORDEN        PIC X(10).
               10  TAB-PCA-MONTO        PIC 9(7)V99.
           77 WS-NUM-PENSTOT PIC 9(4) VALUE ZERO.
           77 WS-OBLCARGO-STATUS PIC XX VALUE SPACES.
           77 WS-FECHA-CORRIDA PIC 9(8) VALUE ZERO.

      * COMPANIA de cada empleado leido de PAYCALC.SRT y lo retenido
      * PENS por compania (el cargo de la remesa a terceros)
           77 WS-NUM-PAGADOS PIC 9(4) VALUE ZERO.
       01  TABLA-PAGADOS.
           05  PAGADO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PAG-IDX.
               10  TAB-PAG-ID           PIC 9(5).
               10  TAB-PAG-CIA          PIC XX.
           77 WS-CIA-PENS PIC XX VALUE SPACES.
           77 WS-NUM-CIAS-PENS PIC 99 VALUE ZERO.
       01  TABLA-CIAS-PENS.
           05  CIP-ENTRY OCCURS 20 TIMES
                   INDEXED BY CIP-IDX.
               10  TAB-CIP-CIA          PIC XX.
               10  TAB-CIP-MONTO        PIC 9(9)V99.
       01  TABLA-PENSTOT.
           05  PENSTOT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PTT-IDX.
               10  TAB-TAS-FECHA    PIC 9(8).
               10  TAB-TAS-TASA     PIC 9(3)V9999.
           77 WS-MONEDA-EMPLEADO PIC X(3) VALUE SPACES.

      * empleados en efectivo: EFECTIVO.DAT va ordenado por DATO-ID,
      * SEARCH ALL como las cuentas
           77 WS-EFECTIVO-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-EFECTIVO PIC 9(4) VALUE ZERO.
           77 WS-NUM-EN-EFECTIVO PIC 9(6) VALUE ZERO.
           77 WS-ES-EFECTIVO PIC X VALUE 'N'.
              88 ES-EFECTIVO VALUE 'S'.
       01  TABLA-EFECTIVO.
           05  EFECTIVO-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-NUM-EFECTIVO
                   ASCENDING KEY IS TE-DATO-ID
                   INDEXED BY EFE-IDX.
               10  TE-DATO-ID       PIC 9(5).
           77 WS-TASA-APLICABLE PIC 9(3)V9999 VALUE ZERO.
           77 WS-TASA-FECHA PIC 9(8) VALUE ZERO.
           77 WS-MONTO-DIVISA PIC 9(9)V99 VALUE ZERO.
           OPEN OUTPUT SINBANCO-FILE.

           PERFORM CARGA-TABLA-CUENTAS.
           PERFORM CARGA-TABLA-REPARTO.
           CALL "CALENDARIO".
           PERFORM CARGA-TABLA-MONEDAS.
           PERFORM CARGA-TABLA-TASAS.
           PERFORM CARGA-TABLA-EFECTIVO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-H-FECHA.
           MOVE WS-DISP-HEADER TO DISPERSA-LINE.
      * lote, a la CLABE del beneficiario de cada orden
           PERFORM CARGA-TABLA-PENSIONES.
           PERFORM DISPERSA-BENEFICIARIOS.
           PERFORM ESCRIBE-CARGOS-PENS.

      * lo que se debe de un empleado fallecido sale a la CLABE de
      * cada beneficiario que la tiene
           PERFORM DISPERSA-REPARTO-DEFUNCION.

      * la remesa de cuotas sindicales sale en el mismo lote, un
      * detalle por seccion a la CLABE del sindicato
           DISPLAY "BANKDISP: " WS-NUM-DISPERSADOS
               " DISPERSADO(S) EN data/DISPERSA.OUT, "
               WS-NUM-SIN-BANCO " SIN CUENTA EN data/SINBANCO.RPT".
           IF WS-NUM-EN-EFECTIVO > ZERO
              DISPLAY "BANKDISP: " WS-NUM-EN-EFECTIVO
                  " EN EFECTIVO, LOS PAGA EFEPAGO"
           END-IF.
           PERFORM IMPRIME-ESTADISTICAS.
           STOP RUN.

              CLOSE BANK-FILE
           END-IF.

       CARGA-TABLA-REPARTO.
           OPEN INPUT DEFREPAR-FILE.
           IF WS-DEFREPAR-STATUS = "00"
              PERFORM UNTIL WS-DEFREPAR-STATUS NOT = "00"
                 READ DEFREPAR-FILE
                    AT END MOVE "10" TO WS-DEFREPAR-STATUS
                    NOT AT END
                       IF WS-NUM-PARTES = 1000
                          DISPLAY "TABLA LLENA: WS-NUM-PARTES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PARTES
                       MOVE DRP-DATO-ID TO TR-DATO-ID(WS-NUM-PARTES)
                       MOVE DRP-CLABE TO TR-CLABE(WS-NUM-PARTES)
                       MOVE DRP-MONTO TO TR-MONTO(WS-NUM-PARTES)
                 END-READ
              END-PERFORM
              CLOSE DEFREPAR-FILE
           END-IF.

       APARTA-PRENOTA.
           IF WS-NUM-PRENOTAS = 1000
              DISPLAY "TABLA LLENA: WS-NUM-PRENOTAS"
      * busqueda lineal de la cuenta del empleado en turno, mismo
      * patron que BUSCA-TARIFA-POR-GRADO en TIPOSDEDATOS.cbl; si la
      * encuentra escribe el detalle de dispersion, si no, el empleado
      * va a la lista de sin-banco. Un fallecido no lleva detalle ni
      * renglon de sin-banco: su neto lo cobran los beneficiarios; el
      * que cobra en efectivo tampoco, lo paga EFEPAGO.cbl
       DISPERSA-EMPLEADO.
           ADD 1 TO WS-STAT-LEIDOS.
           IF WS-NUM-PAGADOS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-PAGADOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-PAGADOS.
           MOVE PC-DATO-ID TO TAB-PAG-ID(WS-NUM-PAGADOS).
           MOVE PC-COMPANIA TO TAB-PAG-CIA(WS-NUM-PAGADOS).
           MOVE 'N' TO WS-ES-FALLECIDO.
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > WS-NUM-PARTES
              IF TR-DATO-ID(TR-IDX) = PC-DATO-ID
                 MOVE 'S' TO WS-ES-FALLECIDO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ES-EFECTIVO.
           IF WS-NUM-EFECTIVO > ZERO
              SEARCH ALL EFECTIVO-ENTRY
                 AT END CONTINUE
                 WHEN TE-DATO-ID(EFE-IDX) = PC-DATO-ID
                    MOVE 'S' TO WS-ES-EFECTIVO
              END-SEARCH
           END-IF.
           IF ES-EFECTIVO AND NOT ES-FALLECIDO
              ADD 1 TO WS-NUM-EN-EFECTIVO
           END-IF.
           IF NOT ES-FALLECIDO AND NOT ES-EFECTIVO
              PERFORM DISPERSA-NETO-EMPLEADO
           END-IF.
           PERFORM LEE-PAYCALC.

       DISPERSA-NETO-EMPLEADO.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA.
           IF WS-NUM-CUENTAS > ZERO
              SEARCH ALL CUENTA-ENTRY
              ADD 1 TO WS-NUM-SIN-BANCO
              ADD 1 TO WS-STAT-RECHAZADOS
           END-IF.

       LEE-PAYCALC.
           READ PAYCALC-FILE
              MOVE WS-NUM-PENSTOT TO PTT-IDX
           END-IF.
           ADD DC-MONTO TO TAB-PTT-MONTO(PTT-IDX).
           PERFORM SUMA-PENS-A-CIA.

      * lo retenido PENS se suma a la COMPANIA del empleado
       SUMA-PENS-A-CIA.
           MOVE SPACES TO WS-CIA-PENS.
           PERFORM VARYING PAG-IDX FROM 1 BY 1
                   UNTIL PAG-IDX > WS-NUM-PAGADOS
              IF TAB-PAG-ID(PAG-IDX) = DC-DATO-ID
                 MOVE TAB-PAG-CIA(PAG-IDX) TO WS-CIA-PENS
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING CIP-IDX FROM 1 BY 1
                   UNTIL CIP-IDX > WS-NUM-CIAS-PENS
              IF TAB-CIP-CIA(CIP-IDX) = WS-CIA-PENS
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CIP-IDX > WS-NUM-CIAS-PENS
              IF WS-NUM-CIAS-PENS = 20
                 DISPLAY "TABLA LLENA: WS-NUM-CIAS-PENS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CIAS-PENS
              SET CIP-IDX TO WS-NUM-CIAS-PENS
              MOVE WS-CIA-PENS TO TAB-CIP-CIA(CIP-IDX)
              MOVE ZERO TO TAB-CIP-MONTO(CIP-IDX)
           END-IF.
           ADD DC-MONTO TO TAB-CIP-MONTO(CIP-IDX).

      * un cargo PENS por compania con lo retenido en la corrida;
      * se vence a los dias de la corrida que fija data/OBLIGA.DAT
       ESCRIBE-CARGOS-PENS.
           IF WS-NUM-CIAS-PENS > ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
              OPEN EXTEND OBLCARGO-FILE
              IF WS-OBLCARGO-STATUS = "00"
                 OR WS-OBLCARGO-STATUS = "05"
                 PERFORM VARYING CIP-IDX FROM 1 BY 1
                         UNTIL CIP-IDX > WS-NUM-CIAS-PENS
                    MOVE 'PENS' TO OCG-TIPO
                    MOVE TAB-CIP-CIA(CIP-IDX) TO OCG-COMPANIA
                    MOVE SPACES TO OCG-CLAVE
                    MOVE WS-FECHA-CORRIDA(1:6) TO OCG-PERIODO
                    MOVE WS-FECHA-CORRIDA TO OCG-CORRIDA
                    MOVE TAB-CIP-MONTO(CIP-IDX) TO OCG-MONTO
                    MOVE 'DISPERSA.OUT' TO OCG-REPORTE
                    MOVE WS-FECHA-CORRIDA TO OCG-FECHA-GEN
                    WRITE OBLCARGO-RECORD
                 END-PERFORM
                 CLOSE OBLCARGO-FILE
              ELSE
                 DISPLAY "BANKDISP: ADVERTENCIA, NO SE PUDO ABRIR "
                     "data/OBLCARGO.DAT: " WS-OBLCARGO-STATUS
                     "; LA PENSION NO ENTRA AL CALENDARIO"
              END-IF
           END-IF.

       CARGA-TABLA-PENSAPL.
           OPEN INPUT PENSCALC-FILE.
              END-IF
           END-IF.

      * una parte por beneficiario con CLABE; el DATO-ID del
      * detalle es el del fallecido, el banco 'TERCEROS' como en las
      * pensiones alimenticias
       DISPERSA-REPARTO-DEFUNCION.
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > WS-NUM-PARTES
              IF TR-CLABE(TR-IDX) NOT = SPACES
                 AND TR-MONTO(TR-IDX) > ZERO
                 MOVE TR-CLABE(TR-IDX) TO WS-DD-CLABE
                 MOVE 'TERCEROS  ' TO WS-DD-BANCO
                 MOVE TR-DATO-ID(TR-IDX) TO WS-DD-ID
                 MOVE TR-MONTO(TR-IDX) TO WS-DD-MONTO
                 MOVE WS-DISP-DETALLE TO DISPERSA-LINE
                 WRITE DISPERSA-LINE
                 PERFORM GUARDA-DETALLE-BANCO
                 ADD 1 TO WS-NUM-DISPERSADOS
                 ADD 1 TO WS-NUM-BENEFICIARIOS
                 ADD TR-MONTO(TR-IDX) TO WS-TOTAL-DISPERSADO
              END-IF
           END-PERFORM.

       DESCUENTA-DE-PENSTOT.
           PERFORM VARYING PTT-IDX FROM 1 BY 1
                   UNTIL PTT-IDX > WS-NUM-PENSTOT
              CLOSE MONEDA-FILE
           END-IF.

       CARGA-TABLA-EFECTIVO.
           OPEN INPUT EFECTIVO-FILE.
           IF WS-EFECTIVO-STATUS = "00"
              PERFORM UNTIL WS-EFECTIVO-STATUS NOT = "00"
                 READ EFECTIVO-FILE
                    AT END MOVE "10" TO WS-EFECTIVO-STATUS
                    NOT AT END
                       IF WS-NUM-EFECTIVO = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-EFECTIVO"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-EFECTIVO
                       MOVE EFE-DATO-ID TO
                           TE-DATO-ID(WS-NUM-EFECTIVO)
                 END-READ
              END-PERFORM
              CLOSE EFECTIVO-FILE
           END-IF.

       CARGA-TABLA-TASAS.
           OPEN INPUT TIPOCAMBIO-FILE.
           IF WS-TIPOCAMBIO-STATUS = "00"
