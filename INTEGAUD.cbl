      * cada huerfano o cruce faltante con su severidad:
      *   E (tira la corrida, RC 8): empleado activo cuyo JOB-GRADE
      *     no tiene renglon en PAYRATE.DAT -se pagaria mal o caeria
      *     a suspenso a media corrida-; empleado en efectivo
      *     (EFECTIVO.DAT) cuyo sitio no esta en SITIOEFE.DAT -EFEPAGO
      *     no le podria armar el sobre-
      *   W (solo se reporta): renglones de DEDUCCION.DAT de un
      *     DATO-ID que ya no esta en el maestro, cuentas huerfanas
      *     en BANKACCT.DAT, balances de YTD.DAT sin registro
      *     maestro, afiliaciones sindicales, monedas de pago y
      *     pagos en efectivo huerfanos
      * Corre suelto (jobs/INTEGAUD.job) y como pre-paso de
      * jobs/PAYROLL.job, antes de que nada se calcule.
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONEDA-STATUS.

           SELECT OPTIONAL EFECTIVO-FILE ASSIGN TO "data/EFECTIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFECTIVO-STATUS.

           SELECT OPTIONAL SITIO-FILE ASSIGN TO "data/SITIOEFE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITIO-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/INTEGAUD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  MONEDA-FILE.
           COPY MONEDREC.

       FD  EFECTIVO-FILE.
           COPY EFECREC.

       FD  SITIO-FILE.
           COPY SITEFERC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

           77 WS-YTD-STATUS PIC XX VALUE SPACES.
           77 WS-SINDICATO-STATUS PIC XX VALUE SPACES.
           77 WS-MONEDA-STATUS PIC XX VALUE SPACES.
           77 WS-EFECTIVO-STATUS PIC XX VALUE SPACES.
           77 WS-SITIO-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
                   INDEXED BY GRA-IDX.
               10  TAB-GRA-GRADO    PIC X(2).

      * sitios de pago en efectivo de SITIOEFE.DAT
           77 WS-NUM-SITIOS PIC 9(3) VALUE ZERO.
       01  TABLA-SITIOS.
           05  SITIO-ENTRY OCCURS 100 TIMES
                   INDEXED BY SIT-IDX.
               10  TAB-SIT-SITIO    PIC X(4).

           77 WS-ID-BUSCADO PIC 9(5) VALUE ZERO.
           77 WS-ID-EXISTE PIC X VALUE 'N'.
              88 DATO-ID-EXISTE VALUE 'S'.
           PERFORM AUDITA-YTD.
           PERFORM AUDITA-SINDICATO.
           PERFORM AUDITA-MONEDAS.
           PERFORM AUDITA-EFECTIVO.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           END-IF.
           MOVE 'N' TO WS-EOF.

      * el sitio de un empleado en efectivo tiene que existir: sin el
      * EFEPAGO detiene la corrida a media nomina
       AUDITA-EFECTIVO.
           OPEN INPUT SITIO-FILE.
           IF WS-SITIO-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ SITIO-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF WS-NUM-SITIOS = 100
                          DISPLAY "TABLA LLENA: WS-NUM-SITIOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-SITIOS
                       MOVE SIT-SITIO TO TAB-SIT-SITIO(WS-NUM-SITIOS)
                 END-READ
              END-PERFORM
              CLOSE SITIO-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT EFECTIVO-FILE.
           IF WS-EFECTIVO-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ EFECTIVO-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM AUDITA-EMPLEADO-EFECTIVO
                 END-READ
              END-PERFORM
              CLOSE EFECTIVO-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       AUDITA-EMPLEADO-EFECTIVO.
           MOVE EFE-DATO-ID TO WS-ID-BUSCADO.
           PERFORM BUSCA-DATO-ID.
           IF NOT DATO-ID-EXISTE
              MOVE 'W' TO WS-H-SEV
              MOVE SPACES TO WS-H-TEXTO
              STRING 'PAGO EN EFECTIVO DEL DATO-ID '
                  EFE-DATO-ID ' SIN REGISTRO MAESTRO'
                  DELIMITED BY SIZE INTO WS-H-TEXTO
              PERFORM ESCRIBE-HALLAZGO
           END-IF.
           PERFORM VARYING SIT-IDX FROM 1 BY 1
                   UNTIL SIT-IDX > WS-NUM-SITIOS
              IF TAB-SIT-SITIO(SIT-IDX) = EFE-SITIO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF SIT-IDX > WS-NUM-SITIOS
              MOVE 'E' TO WS-H-SEV
              MOVE SPACES TO WS-H-TEXTO
              STRING 'DATO-ID ' EFE-DATO-ID ' EN EFECTIVO CON SITIO '
                  EFE-SITIO ' QUE NO ESTA EN SITIOEFE.DAT'
                  DELIMITED BY SIZE INTO WS-H-TEXTO
              PERFORM ESCRIBE-HALLAZGO
           END-IF.

       ESCRIBE-HALLAZGO.
           IF WS-H-SEV = 'E'
              ADD 1 TO WS-NUM-ERRORES
