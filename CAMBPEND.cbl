      * CAMBPEND: lista, antes del calculo de nomina, los cambios
      * sensibles (PAGO, JOB-GRADE, cuenta CLABE) que siguen en la
      * cola data/CAMBPEND.DAT sin que otro supervisor los apruebe
      * (ver CAMPENRC.cpy). No detiene la corrida: un cambio sin
      * aprobar simplemente no entra a esta nomina, pero el operador
      * de la corrida debe saber que el periodo se paga con los
      * valores vigentes. Cada pendiente sale en el log del job con
      * quien lo capturo y cuando, y el total queda como advertencia
      * en la bitacora de corrida.
      * uso: STEP00P de jobs/PAYROLL.job, antes de STEP01 CALC
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBPEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMBPEND-FILE ASSIGN TO "data/CAMBPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBPEND-FILE.
           COPY CAMPENRC.

       WORKING-STORAGE SECTION.
           77 WS-CAMBPEND-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-PENDIENTES PIC 9(4) VALUE ZERO.
       01  WS-VALOR-PAGO.
           05  WS-VP-PAGO          PIC 9(5)V99.
           05  FILLER              PIC X(21).
           77 WS-PAGO-EDIT PIC ZZ,ZZ9.99.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           OPEN INPUT CAMBPEND-FILE.
           IF WS-CAMBPEND-STATUS = "00"
              PERFORM UNTIL WS-CAMBPEND-STATUS NOT = "00"
                 READ CAMBPEND-FILE
                    AT END MOVE "10" TO WS-CAMBPEND-STATUS
                    NOT AT END
                       IF CPD-PENDIENTE
                          PERFORM LISTA-PENDIENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBPEND-FILE
           END-IF.

           MOVE 'CAMBPEND' TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-PENDIENTES > ZERO
              DISPLAY "ADVERTENCIA: " WS-NUM-PENDIENTES
                  " CAMBIO(S) SENSIBLE(S) SIN AUTORIZAR, ESTA NOMINA "
                  "SE PAGA CON LOS VALORES VIGENTES"
              MOVE 'W' TO LOG-SEVERIDAD
              STRING WS-NUM-PENDIENTES ' CAMBIO(S) DE PAGO/GRADO/'
                  'CLABE SIN AUTORIZAR EN data/CAMBPEND.DAT'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           ELSE
              DISPLAY "CAMBPEND: SIN CAMBIOS SENSIBLES PENDIENTES"
              MOVE 'I' TO LOG-SEVERIDAD
              MOVE 'SIN CAMBIOS SENSIBLES PENDIENTES DE AUTORIZAR'
                  TO LOG-MENSAJE
           END-IF.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

      * un renglon por pendiente: campo, empleado, valores y quien lo
      * capturo; PAGO se edita, grado y cuenta salen tal cual
       LISTA-PENDIENTE.
           ADD 1 TO WS-NUM-PENDIENTES.
           DISPLAY "PENDIENTE " CPD-CAMPO " DATO-ID " CPD-DATO-ID
               " CAPTURO " CPD-OPERADOR-CAPTURA " EL "
               CPD-FECHA-CAPTURA " " CPD-HORA-CAPTURA.
           EVALUATE TRUE
              WHEN CPD-ES-PAGO
                 MOVE CPD-VALOR-ANTES TO WS-VALOR-PAGO
                 MOVE WS-VP-PAGO TO WS-PAGO-EDIT
                 DISPLAY "   VIGENTE " WS-PAGO-EDIT WITH NO ADVANCING
                 MOVE CPD-VALOR-NUEVO TO WS-VALOR-PAGO
                 MOVE WS-VP-PAGO TO WS-PAGO-EDIT
                 DISPLAY "  NUEVO " WS-PAGO-EDIT
              WHEN CPD-ES-GRADO
                 DISPLAY "   VIGENTE " CPD-VALOR-ANTES(1:2)
                     "  NUEVO " CPD-VALOR-NUEVO(1:2)
              WHEN OTHER
                 DISPLAY "   VIGENTE " CPD-VALOR-ANTES
                 DISPLAY "   NUEVA   " CPD-VALOR-NUEVO
           END-EVALUATE.
