      * 'A' -y nunca antes de la fecha efectiva- regraba
      * data/PAYRATE.DAT con sus etiquetas HDR/TRL, dejando la tabla
      * anterior en data/PAYRATE.BAK para reversa.
      * En un grado con rango (ver PAYRATE.cpy) el aumento mueve la
      * tarifa minima y la maxima por igual, y el costo por
      * departamento usa el PAGO de cada empleado dentro del rango.
      * uso: jobs/RATECHG.job TIPO VALOR DESDE HASTA AAAAMMDD MODO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFMAS.
               10  TAB-TAR-GRADO     PIC X(2).
               10  TAB-TAR-ACTUAL    PIC 9(5)V99.
               10  TAB-TAR-NUEVA     PIC 9(5)V99.
      * tope del rango del grado (ver PAYRATE.cpy), cero en un grado
      * de tarifa unica; el aumento mueve el rango completo
               10  TAB-TAR-MAX-ACTUAL PIC 9(5)V99.
               10  TAB-TAR-MAX-NUEVA PIC 9(5)V99.
               10  TAB-TAR-AFECTADA  PIC X.

      * costo del periodo por departamento con la poblacion viva:
       01  WS-TARIFA-SALIDA.
           05  WS-TS-GRADO   PIC X(2).
           05  WS-TS-TARIFA  PIC 9(5)V99.
           05  WS-TS-MAXIMA  PIC 9(5)V99.

           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/PAYRATE.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/PAYRATE.DAT.NEW".
           05  WS-T-ACTUAL PIC $ZZ,ZZ9.99.
           05  FILLER      PIC X(8) VALUE '  NUEVA '.
           05  WS-T-NUEVA  PIC $ZZ,ZZ9.99.
           05  FILLER      PIC X(9) VALUE '  MAXIMA '.
           05  WS-T-MAXIMA PIC $ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-T-MARCA  PIC X(10).

                           TAB-TAR-ACTUAL(WS-NUM-TARIFAS)
                       MOVE PR-TARIFA TO
                           TAB-TAR-NUEVA(WS-NUM-TARIFAS)
                       IF PR-TARIFA-MAXIMA IS NUMERIC
                          MOVE PR-TARIFA-MAXIMA TO
                              TAB-TAR-MAX-ACTUAL(WS-NUM-TARIFAS)
                       ELSE
                          MOVE ZERO TO
                              TAB-TAR-MAX-ACTUAL(WS-NUM-TARIFAS)
                       END-IF
                       MOVE TAB-TAR-MAX-ACTUAL(WS-NUM-TARIFAS) TO
                           TAB-TAR-MAX-NUEVA(WS-NUM-TARIFAS)
                       MOVE 'N' TO TAB-TAR-AFECTADA(WS-NUM-TARIFAS)
                    END-IF
              END-READ
                    COMPUTE TAB-TAR-NUEVA(TAR-IDX) =
                        TAB-TAR-ACTUAL(TAR-IDX) + WS-VALOR-AUMENTO
                 END-IF
                 IF TAB-TAR-MAX-ACTUAL(TAR-IDX) > ZERO
                    IF AUMENTO-PORCENTAJE
                       COMPUTE TAB-TAR-MAX-NUEVA(TAR-IDX) ROUNDED =
                           TAB-TAR-MAX-ACTUAL(TAR-IDX)
                               * (1 + WS-VALOR-AUMENTO / 100)
                    ELSE
                       COMPUTE TAB-TAR-MAX-NUEVA(TAR-IDX) =
                           TAB-TAR-MAX-ACTUAL(TAR-IDX)
                               + WS-VALOR-AUMENTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

              IF TAB-TAR-GRADO(TAR-IDX) = JOB-GRADE
                 MOVE TAB-TAR-ACTUAL(TAR-IDX) TO WS-TARIFA-ACTUAL
                 MOVE TAB-TAR-NUEVA(TAR-IDX) TO WS-TARIFA-NUEVA
      * en un grado con rango cuenta el PAGO del empleado, subido a
      * la tarifa minima y topado a la maxima (ver PAYRATE.cpy)
                 IF TAB-TAR-MAX-ACTUAL(TAR-IDX) > ZERO
                    IF PAGO > WS-TARIFA-ACTUAL
                       MOVE PAGO TO WS-TARIFA-ACTUAL
                    END-IF
                    IF WS-TARIFA-ACTUAL > TAB-TAR-MAX-ACTUAL(TAR-IDX)
                       MOVE TAB-TAR-MAX-ACTUAL(TAR-IDX) TO
                           WS-TARIFA-ACTUAL
                    END-IF
                    IF PAGO > WS-TARIFA-NUEVA
                       MOVE PAGO TO WS-TARIFA-NUEVA
                    END-IF
                    IF WS-TARIFA-NUEVA > TAB-TAR-MAX-NUEVA(TAR-IDX)
                       MOVE TAB-TAR-MAX-NUEVA(TAR-IDX) TO
                           WS-TARIFA-NUEVA
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE TAB-TAR-GRADO(TAR-IDX) TO WS-T-GRADO.
           MOVE TAB-TAR-ACTUAL(TAR-IDX) TO WS-T-ACTUAL.
           MOVE TAB-TAR-NUEVA(TAR-IDX) TO WS-T-NUEVA.
           MOVE TAB-TAR-MAX-NUEVA(TAR-IDX) TO WS-T-MAXIMA.
           IF TAB-TAR-AFECTADA(TAR-IDX) = 'S'
              MOVE 'AFECTADA' TO WS-T-MARCA
           ELSE
              MOVE SPACES TO PAY-RATE-NEW-LINEA
              MOVE TAB-TAR-GRADO(TAR-IDX) TO WS-TS-GRADO
              MOVE TAB-TAR-NUEVA(TAR-IDX) TO WS-TS-TARIFA
              MOVE TAB-TAR-MAX-NUEVA(TAR-IDX) TO WS-TS-MAXIMA
              MOVE WS-TARIFA-SALIDA TO PAY-RATE-NEW-LINEA(1:16)
              WRITE PAY-RATE-NEW-LINEA
              ADD 1 TO WS-LBL-CONTEO
           END-PERFORM.
