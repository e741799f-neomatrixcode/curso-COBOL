      * data/CHECKREG.DAT (ver CHKREC.cpy), contra el que se concilia
      * el estado de cuenta. La anulacion/reposicion de un cheque
      * danado la hace CHKMANTTO.cbl sobre ese mismo registro.
      * El neto de un empleado fallecido no se le paga a el: se
      * reparte entre sus beneficiarios (data/DEFREPAR.DAT, ver
      * DEFREPAR.cbl) y aqui sale cheque a nombre de cada
      * beneficiario sin CLABE; los que traen CLABE los transfiere
      * BANKDISP.cbl.
      * El que cobra en efectivo (data/EFECTIVO.DAT, ver EFECREC.cpy)
      * no lleva cheque: su sobre lo arma EFEPAGO.cbl.
      * Corre despues de STEP02B DISPERSE (ver jobs/PAYROLL.job).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPRINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKREG-STATUS.

      * reparto por defuncion; solo trae renglones en una corrida
      * off-cycle con un fallecido, en la nomina ordinaria no existe
      * o esta vacio
           SELECT OPTIONAL DEFREPAR-FILE ASSIGN TO "data/DEFREPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFREPAR-STATUS.

      * empleados que cobran en efectivo (ver EFECREC.cpy)
           SELECT OPTIONAL EFECTIVO-FILE ASSIGN TO "data/EFECTIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFECTIVO-STATUS.

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
       FD  CHECKREG-FILE.
           COPY CHKREC.

       FD  DEFREPAR-FILE.
           COPY DEFREPRC.

       FD  EFECTIVO-FILE.
           COPY EFECREC.

       WORKING-STORAGE SECTION.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-BANK-STATUS PIC XX VALUE SPACES.
           77 WS-CHECKCTL-STATUS PIC XX VALUE SPACES.
           77 WS-CHECKS-STATUS PIC XX VALUE SPACES.
           77 WS-CHECKREG-STATUS PIC XX VALUE SPACES.
           77 WS-DEFREPAR-STATUS PIC XX VALUE SPACES.
           77 WS-EFECTIVO-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

                   INDEXED BY CTA-IDX.
               10  TAB-CTA-ID       PIC 9(5).

      * empleados en efectivo: EFECTIVO.DAT va ordenado por DATO-ID
           77 WS-NUM-EFECTIVO PIC 9(4) VALUE ZERO.
           77 WS-ES-EFECTIVO PIC X VALUE 'N'.
              88 ES-EFECTIVO VALUE 'S'.
       01  TABLA-EFECTIVO.
           05  EFECTIVO-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-NUM-EFECTIVO
                   ASCENDING KEY IS TE-DATO-ID
                   INDEXED BY EFE-IDX.
               10  TE-DATO-ID       PIC 9(5).

      * partes del reparto por defuncion: el DATO-ID es el del
      * fallecido, cuyo propio neto ya no se paga
           77 WS-NUM-PARTES PIC 9(4) VALUE ZERO.
           77 WS-ES-FALLECIDO PIC X VALUE 'N'.
              88 ES-FALLECIDO VALUE 'S'.
       01  TABLA-REPARTO.
           05  TR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TR-IDX.
               10  TR-DATO-ID       PIC 9(5).
               10  TR-NOMBRE        PIC X(30).
               10  TR-CLABE         PIC X(18).
               10  TR-MONTO         PIC 9(7)V99.

      * siguiente numero de cheque; si CHECKCTL.DAT no existe todavia
      * la numeracion arranca en WS-PRIMER-CHEQUE
           77 WS-SIGUIENTE-CHEQUE PIC 9(6) VALUE ZERO.
      * talon del cheque: el desglose completo ya lo imprime
      * PAYSTUB.cbl, aqui va el resumen bruto/deduccion/neto que
      * acompana al cheque fisico
       01  WS-TALON-DEFUNCION-LINE.
           05  FILLER      PIC X(37) VALUE
               'LIQUIDACION POR DEFUNCION DEL DATO-ID'.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-TD-ID    PIC 9(5).

       01  WS-TALON-LINE.
           05  FILLER      PIC X(7) VALUE 'BRUTO: '.
           05  WS-T-BRUTO  PIC $Z,ZZZ,ZZ9.99.
           END-IF.

           PERFORM CARGA-TABLA-CUENTAS.
           PERFORM CARGA-TABLA-REPARTO.
           PERFORM CARGA-TABLA-EFECTIVO.
           PERFORM LEE-SIGUIENTE-CHEQUE.

           PERFORM LEE-PAYCALC.
           PERFORM EMITE-CHEQUE-SIN-BANCO UNTIL NO-HAY-MAS-REGISTROS.
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > WS-NUM-PARTES
              IF TR-CLABE(TR-IDX) = SPACES
                 PERFORM EMITE-CHEQUE-BENEFICIARIO
              END-IF
           END-PERFORM.

           PERFORM GRABA-SIGUIENTE-CHEQUE.

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
                       MOVE DRP-NOMBRE TO TR-NOMBRE(WS-NUM-PARTES)
                       MOVE DRP-CLABE TO TR-CLABE(WS-NUM-PARTES)
                       MOVE DRP-MONTO TO TR-MONTO(WS-NUM-PARTES)
                 END-READ
              END-PERFORM
              CLOSE DEFREPAR-FILE
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

      * lee el siguiente numero de cheque del archivo de control; si
      * no existe (primera corrida del subsistema de cheques) la
      * numeracion arranca en WS-PRIMER-CHEQUE
           CLOSE CHECKCTL-FILE.

      * el complemento de BANKDISP: con cuenta bancaria se salta (ya
      * se pago por dispersion), sin cuenta se emite cheque. El
      * fallecido no lleva cheque propio: lo cobran sus beneficiarios;
      * el que cobra en efectivo tampoco, lo paga EFEPAGO.cbl
       EMITE-CHEQUE-SIN-BANCO.
           ADD 1 TO WS-STAT-LEIDOS.
           MOVE 'N' TO WS-ES-FALLECIDO.
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > WS-NUM-PARTES
              IF TR-DATO-ID(TR-IDX) = PC-DATO-ID
                 MOVE 'S' TO WS-ES-FALLECIDO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA.
           IF WS-NUM-CUENTAS > ZERO
              SEARCH ALL CUENTA-ENTRY
                    MOVE 'S' TO WS-CUENTA-ENCONTRADA
              END-SEARCH
           END-IF.
           MOVE 'N' TO WS-ES-EFECTIVO.
           IF WS-NUM-EFECTIVO > ZERO
              SEARCH ALL EFECTIVO-ENTRY
                 AT END CONTINUE
                 WHEN TE-DATO-ID(EFE-IDX) = PC-DATO-ID
                    MOVE 'S' TO WS-ES-EFECTIVO
              END-SEARCH
           END-IF.
           IF NOT CUENTA-ENCONTRADA AND NOT ES-FALLECIDO
              AND NOT ES-EFECTIVO
              PERFORM IMPRIME-CHEQUE
              PERFORM REGISTRA-CHEQUE
              ADD 1 TO WS-SIGUIENTE-CHEQUE
           MOVE WS-FECHA-HOY TO CHK-FECHA.
           MOVE 'emi' TO CHK-STATUS.
           MOVE ZERO TO CHK-FECHA-PAGO.
           MOVE SPACES TO CHK-BENEFICIARIO.
           WRITE CHECK-RECORD.

      * cheque a nombre del beneficiario; en el registro queda el
      * DATO-ID del fallecido y el nombre del beneficiario, que es
      * el que POSPAY.cbl declara al banco
       EMITE-CHEQUE-BENEFICIARIO.
           MOVE WS-SEPARADOR-LINE TO CHECKS-LINE.
           WRITE CHECKS-LINE.
           MOVE WS-SIGUIENTE-CHEQUE TO WS-C-NUMERO.
           MOVE WS-FECHA-HOY TO WS-C-FECHA.
           MOVE WS-CHEQUE-LINE TO CHECKS-LINE.
           WRITE CHECKS-LINE.
           MOVE TR-DATO-ID(TR-IDX) TO WS-P-ID.
           MOVE TR-NOMBRE(TR-IDX) TO WS-P-NOMBRE.
           MOVE WS-PAGUESE-LINE TO CHECKS-LINE.
           WRITE CHECKS-LINE.
           MOVE TR-MONTO(TR-IDX) TO WS-M-MONTO.
           MOVE WS-MONTO-LINE TO CHECKS-LINE.
           WRITE CHECKS-LINE.
           MOVE TR-DATO-ID(TR-IDX) TO WS-TD-ID.
           MOVE WS-TALON-DEFUNCION-LINE TO CHECKS-LINE.
           WRITE CHECKS-LINE.

           MOVE WS-SIGUIENTE-CHEQUE TO CHK-NUMERO.
           MOVE TR-DATO-ID(TR-IDX) TO CHK-DATO-ID.
           MOVE TR-MONTO(TR-IDX) TO CHK-MONTO.
           MOVE WS-FECHA-HOY TO CHK-FECHA.
           MOVE 'emi' TO CHK-STATUS.
           MOVE ZERO TO CHK-FECHA-PAGO.
           MOVE TR-NOMBRE(TR-IDX) TO CHK-BENEFICIARIO.
           WRITE CHECK-RECORD.
           ADD 1 TO WS-SIGUIENTE-CHEQUE.
           ADD 1 TO WS-NUM-CHEQUES.
           ADD 1 TO WS-STAT-PROCESADOS.

       LEE-PAYCALC.
           READ PAYCALC-FILE
