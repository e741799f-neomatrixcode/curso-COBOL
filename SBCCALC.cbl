                   INDEXED BY TARIFA-IDX2.
               10  TAB-GRADO      PIC X(2).
               10  TAB-TARIFA     PIC 9(5)V99.
               10  TAB-TARIFA-MAX PIC 9(5)V99.

      * SBC guardado por empleado, cargado a memoria para comparar
      * contra el recien derivado
                       CONTINUE
                    ELSE
      * un empleado en baja ya no cotiza; su renglon de SBC no se
      * regraba y la baja ante el IMSS viaja por su propio aviso;
      * un asimilado a salarios no cotiza y no lleva SBC ni aviso
                    IF BAJA OR REGIMEN-ASIMILADO
                       CONTINUE
                    ELSE
                       PERFORM CALCULA-SBC-EMPLEADO
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

      * SBC del empleado en turno: salario diario (tarifa del grado
      * por jornada, o el PAGO del archivo si el grado no tiene
      * tarifa o si cae dentro del rango del grado) por el factor de
      * integracion de su antiguedad, topado a 25 UMA; el renglon
      * nuevo se graba siempre y el aviso IDSE solo cuando el valor
      * se movio contra el guardado
       CALCULA-SBC-EMPLEADO.
           MOVE PAGO TO WS-PAGO-EMP.
           PERFORM VARYING TARIFA-IDX2 FROM 1 BY 1
                   UNTIL TARIFA-IDX2 > WS-NUM-TARIFAS
              IF TAB-GRADO(TARIFA-IDX2) = JOB-GRADE
                 IF TAB-TARIFA-MAX(TARIFA-IDX2) = ZERO
                    OR WS-PAGO-EMP < TAB-TARIFA(TARIFA-IDX2)
                    MOVE TAB-TARIFA(TARIFA-IDX2) TO WS-PAGO-EMP
                 ELSE
                    IF WS-PAGO-EMP > TAB-TARIFA-MAX(TARIFA-IDX2)
                       MOVE TAB-TARIFA-MAX(TARIFA-IDX2) TO WS-PAGO-EMP
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
