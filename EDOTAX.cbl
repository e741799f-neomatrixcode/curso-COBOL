               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDOTAX-STATUS.

      * cargo de la remesa por compania/estado para el calendario
      * de vencimientos (ver OBLCARRC.cpy)
           SELECT OPTIONAL OBLCARGO-FILE ASSIGN TO "data/OBLCARGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLCARGO-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/EDOTAX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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

       FD  EDOTAX-FILE.
           COPY EDOTAXRC.

       FD  OBLCARGO-FILE.
           COPY OBLCARRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-EDOTAX-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-OBLCARGO-STATUS PIC XX VALUE SPACES.
           77 WS-OBLCARGO-ABIERTO PIC X VALUE 'N'.
              88 OBLCARGO-ABIERTO VALUE 'S'.
           77 WS-FECHA-CORRIDA PIC 9(8) VALUE ZERO.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

                   INDEXED BY TASA-IDX.
               10  TAB-TASA-ESTADO  PIC X(3).
               10  TAB-TASA         PIC 9(2)V9999.
               10  TAB-TASA-ASIM    PIC X.

      * quiebre de control por COMPANIA/estado, mismo idioma que
      * PAYREG.cbl; el archivo viene ordenado con la compania por
           77 WS-TOTAL-BASE PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-IMPUESTO PIC 9(9)V99 VALUE ZERO.
           77 WS-NUM-SIN-TASA PIC 99 VALUE ZERO.
      * un asimilado a salarios en un estado que no los grava
      * (STX-GRAVA-ASIMILADOS 'N') no entra a la base; lo que se deja
      * fuera se reporta aparte para que cuadre contra PAYREG
           77 WS-GRAVA-REGISTRO PIC X VALUE 'S'.
              88 REGISTRO-GRAVADO VALUE 'S'.
           77 WS-TOTAL-ASIM-EXENTO PIC 9(9)V99 VALUE ZERO.

      * estadisticas de fin de job (mismo patron que TIPOSDEDATOS.cbl)
      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           05  FILLER      PIC X(40) VALUE
               '  SIN TASA EN data/EDOTAX.DAT, REVISAR'.

       01  WS-ASIM-LINE.
           05  FILLER      PIC X(44) VALUE
               'ASIMILADOS A SALARIOS NO GRAVADOS (ESTADO): '.
           05  WS-A-BASE   PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER      PIC X(15) VALUE 'TOTAL    BASE:'.
           05  WS-T-BASE   PIC $ZZZ,ZZZ,ZZ9.99.
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA.
           OPEN EXTEND OBLCARGO-FILE.
           IF WS-OBLCARGO-STATUS = "00" OR WS-OBLCARGO-STATUS = "05"
              MOVE 'S' TO WS-OBLCARGO-ABIERTO
           ELSE
              DISPLAY "EDOTAX: ADVERTENCIA, NO SE PUDO ABRIR "
                  "data/OBLCARGO.DAT: " WS-OBLCARGO-STATUS
                  "; LA REMESA NO ENTRA AL CALENDARIO"
           END-IF.

           PERFORM CARGA-TABLA-TASAS.

           MOVE WS-TOTAL-IMPUESTO TO WS-T-IMP.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-ASIM-EXENTO > ZERO
              MOVE WS-TOTAL-ASIM-EXENTO TO WS-A-BASE
              MOVE WS-ASIM-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           CLOSE PAYCALC-FILE REPORT-FILE.
           IF OBLCARGO-ABIERTO
              CLOSE OBLCARGO-FILE
           END-IF.
           DISPLAY "EDOTAX: REMESA POR ESTADO EN data/EDOTAX.RPT".
           IF WS-NUM-SIN-TASA > ZERO
              DISPLAY "EDOTAX: " WS-NUM-SIN-TASA " ESTADO(S) SIN "
                           TAB-TASA-ESTADO(WS-NUM-TASAS)
                       MOVE STX-TASA TO
                           TAB-TASA(WS-NUM-TASAS)
                       MOVE STX-GRAVA-ASIMILADOS TO
                           TAB-TASA-ASIM(WS-NUM-TASAS)
                 END-READ
              END-PERFORM
              CLOSE EDOTAX-FILE
                 MOVE PC-MX-ESTADO TO WS-ESTADO-ANTERIOR
              END-IF
           END-IF.
           MOVE 'S' TO WS-GRAVA-REGISTRO.
           IF PC-REGIMEN-ASIMILADO
              PERFORM BUSCA-REGLA-ASIMILADOS
           END-IF.
           IF REGISTRO-GRAVADO
              ADD PC-SALARIO TO WS-BASE-ESTADO
           ELSE
              ADD PC-SALARIO TO WS-TOTAL-ASIM-EXENTO
           END-IF.
           ADD 1 TO WS-STAT-PROCESADOS.
           PERFORM LEE-PAYCALC.

      * regla del estado del registro para asimilados a salarios;
      * un estado sin renglon en la tabla los grava (y de todos modos
      * sale en la remesa como estado sin tasa)
       BUSCA-REGLA-ASIMILADOS.
           PERFORM VARYING TASA-IDX FROM 1 BY 1
                   UNTIL TASA-IDX > WS-NUM-TASAS
              IF TAB-TASA-ESTADO(TASA-IDX) = PC-MX-ESTADO
                 IF TAB-TASA-ASIM(TASA-IDX) = 'N'
                    MOVE 'N' TO WS-GRAVA-REGISTRO
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * cierra el estado: busca su tasa (busqueda lineal, mismo patron
      * que BUSCA-TARIFA-POR-GRADO), calcula el impuesto y escribe el
      * renglon de remesa
              MOVE WS-DETALLE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              ADD WS-IMPUESTO-ESTADO TO WS-TOTAL-IMPUESTO
              PERFORM ESCRIBE-CARGO-ISN
           ELSE
              MOVE WS-CIA-ANTERIOR TO WS-S-CIA
              MOVE WS-ESTADO-ANTERIOR TO WS-S-EDO
           ADD WS-BASE-ESTADO TO WS-TOTAL-BASE.
           MOVE ZERO TO WS-BASE-ESTADO.

      * el impuesto del estado queda como cargo ISN de la compania
      * en el mes de la corrida; OBLVENCE suma las corridas del mes
      * y lo vence el dia que fija el estado en data/OBLIGA.DAT
       ESCRIBE-CARGO-ISN.
           IF OBLCARGO-ABIERTO
              MOVE 'ISN ' TO OCG-TIPO
              MOVE WS-CIA-ANTERIOR TO OCG-COMPANIA
              MOVE WS-ESTADO-ANTERIOR TO OCG-CLAVE
              MOVE WS-FECHA-CORRIDA(1:6) TO OCG-PERIODO
              MOVE WS-FECHA-CORRIDA TO OCG-CORRIDA
              MOVE WS-IMPUESTO-ESTADO TO OCG-MONTO
              MOVE 'EDOTAX.RPT' TO OCG-REPORTE
              MOVE WS-FECHA-CORRIDA TO OCG-FECHA-GEN
              WRITE OBLCARGO-RECORD
           END-IF.

       LEE-PAYCALC.
           READ PAYCALC-FILE
               AT END MOVE 'S' TO WS-EOF
