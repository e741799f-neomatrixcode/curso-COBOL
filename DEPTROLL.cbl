      * paso de SORT solo para este reporte no vale la pena todavia.
      * Corre despues de STEP02 SORT, junto con STEP03 EXCEPTION y
      * STEP04 REPORT (ver jobs/PAYROLL.job).
      * Los asimilados a salarios (TIPO-REGIMEN 05-11) salen aparte
      * como subtotal de su compania y del total; los totales siguen
      * incluyendolos.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTROLL.

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

       FD  DEPTALLOC-FILE.
           COPY DALOCREC.
                   INDEXED BY CIA-IDX.
               10  TAB-CIA             PIC XX.
               10  TAB-CIA-SALARIO     PIC 9(9)V99.
               10  TAB-CIA-ASIMILADOS  PIC 9(9)V99.

           77 WS-TOTAL-SALARIO PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-ASIM PIC 9(9)V99 VALUE ZERO.

      * presupuesto por departamento del periodo de la corrida (el
      * numero de periodo se toma del primer registro de PAYCALC) y
           05  FILLER      PIC X(8) VALUE SPACES.
           05  WS-C-SAL    PIC $Z,ZZZ,ZZ9.99.

       01  WS-ASIM-CIA-LINE.
           05  FILLER      PIC X(15) VALUE '  ASIMILADOS   '.
           05  WS-AC-CIA   PIC XX.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  WS-AC-SAL   PIC $Z,ZZZ,ZZ9.99.

       01  WS-ASIM-TOTAL-LINE.
           05  FILLER      PIC X(20) VALUE 'TOTAL ASIMILADOS .. '.
           05  WS-AT-SAL   PIC $Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER      PIC X(20) VALUE 'TOTAL SALARIO ...  '.
           05  WS-T-SAL    PIC $Z,ZZZ,ZZ9.99.
           MOVE WS-TOTAL-SALARIO TO WS-T-SAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-ASIM > ZERO
              MOVE WS-TOTAL-ASIM TO WS-AT-SAL
              MOVE WS-ASIM-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           PERFORM IMPRIME-PAGINA-EXCEPCIONES.

              ADD 1 TO WS-NUM-CIAS
              MOVE PC-COMPANIA TO TAB-CIA(WS-NUM-CIAS)
              MOVE ZERO TO TAB-CIA-SALARIO(WS-NUM-CIAS)
              MOVE ZERO TO TAB-CIA-ASIMILADOS(WS-NUM-CIAS)
              MOVE WS-NUM-CIAS TO CIA-IDX
           END-IF.
           ADD PC-SALARIO TO TAB-CIA-SALARIO(CIA-IDX).
           IF PC-REGIMEN-ASIMILADO
              ADD PC-SALARIO TO TAB-CIA-ASIMILADOS(CIA-IDX)
              ADD PC-SALARIO TO WS-TOTAL-ASIM
           END-IF.

       IMPRIME-DEPTOS.
           MOVE TAB-DEPTO-CIA(DEPTO-IDX) TO WS-D-CIA.
           MOVE TAB-CIA-SALARIO(CIA-IDX) TO WS-C-SAL.
           MOVE WS-CIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TAB-CIA-ASIMILADOS(CIA-IDX) > ZERO
              MOVE TAB-CIA(CIA-IDX) TO WS-AC-CIA
              MOVE TAB-CIA-ASIMILADOS(CIA-IDX) TO WS-AC-SAL
              MOVE WS-ASIM-CIA-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       LEE-PAYCALC.
           READ PAYCALC-FILE
