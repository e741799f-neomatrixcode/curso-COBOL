      * saldos quedan en cero en FONDOAHO.DAT.NEW y este job lo
      * vuelve vigente con CBL_RENAME_FILE; el ledger arranca limpio
      * para el siguiente ejercicio del fondo.
      * Con un DATO-ID en la entrada (baja por defuncion, ver
      * jobs/DEFUNCION.job) solo se paga y se pone en cero el fondo
      * de ese empleado, fuera de la entrega de octubre; los demas
      * renglones del ledger se copian sin cambio. En blanco o en
      * ceros se paga el fondo de todos, como siempre.
      * uso: jobs/AHORRO.job y despues jobs/OFFCYCLE.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AHOPAGO.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-FONDO VALUE 'S'.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
      * DATO-ID a liquidar solo; en blanco o ceros, todos
           77 WS-ID-ENTRADA PIC X(5) VALUE SPACES.
           77 WS-ID-LIQUIDA PIC 9(5) VALUE ZERO.
           77 WS-ID-HALLADO PIC X VALUE 'N'.
              88 FONDO-DEL-ID-HALLADO VALUE 'S'.
           77 WS-SALDO-TOTAL PIC 9(8)V99 VALUE ZERO.
           77 WS-NUM-PAGADOS PIC 9(4) VALUE ZERO.
           77 WS-TOTAL-PAGADO PIC 9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           ACCEPT WS-ID-ENTRADA.
           IF WS-ID-ENTRADA IS NUMERIC
              MOVE WS-ID-ENTRADA TO WS-ID-LIQUIDA
           END-IF.

      * sin ledger, el pago de un solo empleado no tiene fondo que
      * liquidar y no es error; la entrega anual si lo es
           OPEN INPUT FONDO-FILE-IN.
           IF WS-FONDO-IN-STATUS NOT = "00"
              DISPLAY "NO HAY LEDGER DEL FONDO DE AHORRO "
                  "(data/FONDOAHO.DAT): " WS-FONDO-IN-STATUS
              IF WS-ID-LIQUIDA = ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
              STOP RUN
           END-IF.

                  RETURN-CODE
           END-IF.

           IF WS-ID-LIQUIDA NOT = ZERO AND NOT FONDO-DEL-ID-HALLADO
              DISPLAY "AHOPAGO: EL DATO-ID " WS-ID-LIQUIDA
                  " NO TIENE RENGLON EN EL FONDO DE AHORRO"
           END-IF.
           MOVE WS-TOTAL-PAGADO TO WS-MONTO-EDIT.
           DISPLAY "AHOPAGO: " WS-NUM-PAGADOS " FONDO(S) POR "
               WS-MONTO-EDIT " RUTEADOS; CORRA jobs/OFFCYCLE.job "
      * el saldo completo del empleado (aportaciones propias mas la
      * igualada patronal) sale como delta y su renglon se regraba
      * con los dos saldos en cero; un saldo en cero no paga nada
      * pero el renglon se conserva. Con un DATO-ID en la entrada,
      * los renglones de los demas se copian con sus saldos
       PAGA-FONDO-EMPLEADO.
           IF WS-ID-LIQUIDA NOT = ZERO
              AND FON-DATO-ID NOT = WS-ID-LIQUIDA
              MOVE FONDO-RECORD TO FONDO-OUT-RECORD
              WRITE FONDO-OUT-RECORD
           ELSE
              PERFORM LIQUIDA-FONDO-EMPLEADO
           END-IF.

       LIQUIDA-FONDO-EMPLEADO.
           MOVE 'S' TO WS-ID-HALLADO.
           COMPUTE WS-SALDO-TOTAL =
               FON-SALDO-EMPLEADO + FON-SALDO-PATRON.
           IF WS-SALDO-TOTAL > ZERO
