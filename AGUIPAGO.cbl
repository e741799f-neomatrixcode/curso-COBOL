      * diciembre; pagarlas aqui tambien era pagar la quincena dos
      * veces a toda la plantilla) y sin volver a devengar provision
      * sobre lo pagado.
      * Los asimilados a salarios ya no devengan aguinaldo; si alguno
      * trae saldo es lo que devengo cuando cotizaba como sueldos y se
      * paga igual, pero se avisa para que nomina lo confirme.
      * uso: ./AGUIPAGO y despues jobs/OFFCYCLE.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGUIPAGO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCYCLE-STATUS.

           SELECT OPTIONAL EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACUMPROV-FILE-IN.
           05  OFF-DATO-ID        PIC 9(5).
           05  OFF-TIPO           PIC X.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       WORKING-STORAGE SECTION.
           77 WS-ACUMPROV-IN-STATUS PIC XX VALUE SPACES.
           77 WS-ACUMPROV-OUT-STATUS PIC XX VALUE SPACES.
           77 WS-RETRO-STATUS PIC XX VALUE SPACES.
           77 WS-OFFCYCLE-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-PROVISION VALUE 'S'.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-NUM-PAGADOS PIC 9(4) VALUE ZERO.
           77 WS-TOTAL-PAGADO PIC 9(9)V99 VALUE ZERO.
           77 WS-MONTO-EDIT PIC $ZZZ,ZZZ,ZZ9.99.
           77 WS-NUM-ASIM-PAGADOS PIC 9(4) VALUE ZERO.
           77 WS-ES-ASIMILADO PIC X VALUE 'N'.
              88 ES-ASIMILADO VALUE 'S'.

      * nombres de archivo para volver vigente el saldo descontado
           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/ACUMPROV.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/ACUMPROV.DAT.NEW".

      * DATO-ID de los asimilados a salarios del maestro
       01  TABLA-ASIMILADOS.
           05  WS-NUM-ASIMILADOS PIC 9(4) VALUE ZERO.
           05  TAB-ASIM-ID PIC 9(5) OCCURS 5000 TIMES
                   INDEXED BY ASIM-IDX.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM CARGA-TABLA-ASIMILADOS.

           OPEN INPUT ACUMPROV-FILE-IN.
           IF WS-ACUMPROV-IN-STATUS NOT = "00"
           DISPLAY "AGUIPAGO: " WS-NUM-PAGADOS " AGUINALDO(S) POR "
               WS-MONTO-EDIT " RUTEADOS; CORRA jobs/OFFCYCLE.job "
               "PARA PAGARLOS".
           IF WS-NUM-ASIM-PAGADOS > ZERO
              DISPLAY "AGUIPAGO: " WS-NUM-ASIM-PAGADOS
                  " ASIMILADO(S) CON SALDO DE CUANDO COTIZABAN COMO "
                  "SUELDOS"
           END-IF.
           STOP RUN.

      * aparta los DATO-ID de los asimilados; sin maestro la tabla
      * queda vacia y solo se pierde el aviso
       CARGA-TABLA-ASIMILADOS.
           OPEN INPUT EMPLOYEE-FILE.
           PERFORM UNTIL WS-EMPLOYEE-STATUS NOT = "00"
              READ EMPLOYEE-FILE
                 AT END MOVE "10" TO WS-EMPLOYEE-STATUS
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       AND REGIMEN-ASIMILADO
                       IF WS-NUM-ASIMILADOS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-ASIMILADOS"
                          MOVE 12 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-NUM-ASIMILADOS
                       MOVE DATO-ID TO TAB-ASIM-ID(WS-NUM-ASIMILADOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

      * el saldo de aguinaldo del empleado sale como delta y su
      * renglon se regraba con aguinaldo en cero (la prima se queda);
      * un saldo en cero no paga nada pero el renglon se conserva
       PAGA-AGUINALDO-EMPLEADO.
           IF APV-AGUINALDO > ZERO
              PERFORM BUSCA-ASIMILADO
              IF ES-ASIMILADO
                 DISPLAY "AGUIPAGO: ASIMILADO " APV-DATO-ID
                     " TRAE SALDO DE AGUINALDO; SE PAGA"
                 ADD 1 TO WS-NUM-ASIM-PAGADOS
              END-IF
              MOVE APV-DATO-ID TO RET-DATO-ID
              MOVE WS-FECHA-HOY TO RET-FECHA-PERIODO
              MOVE APV-AGUINALDO TO RET-DELTA
           MOVE APV-PRIMA-VAC TO APVO-PRIMA-VAC.
           MOVE APV-COMPANIA TO APVO-COMPANIA.
           WRITE ACUMPROV-OUT-RECORD.

       BUSCA-ASIMILADO.
           MOVE 'N' TO WS-ES-ASIMILADO.
           PERFORM VARYING ASIM-IDX FROM 1 BY 1
                   UNTIL ASIM-IDX > WS-NUM-ASIMILADOS
              IF TAB-ASIM-ID(ASIM-IDX) = APV-DATO-ID
                 MOVE 'S' TO WS-ES-ASIMILADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
