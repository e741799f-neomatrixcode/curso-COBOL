      * El archivo viene ordenado por MX-ESTADO y, dentro del estado,
      * por DATO-ID: es la salida de PAYSORT.cbl (data/PAYCALC.SRT),
      * el paso de SORT de jobs/PAYROLL.job.
      * Los asimilados a salarios (TIPO-REGIMEN 05-11) llevan la marca
      * ASIM en el detalle y salen con su propio subtotal por
      * compania y al final; los totales de la compania y el gran
      * total los siguen incluyendo (contra ellos cuadra PAYBAL).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREG.

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

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
      * compania anterior
           77 WS-SUBTOTAL-CIA PIC 9(9)V99 VALUE ZERO.
           77 WS-CIA-ANTERIOR PIC XX VALUE SPACES.
           77 WS-SUBTOTAL-ASIM-CIA PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-ASIM PIC 9(9)V99 VALUE ZERO.
           77 WS-PRIMER-REGISTRO PIC X VALUE 'S'.
              88 ES-PRIMER-REGISTRO VALUE 'S'.
           77 WS-YTD-STATUS PIC XX VALUE SPACES.
           05  WS-D-YTD    PIC $Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-D-NETO   PIC $Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-REG    PIC X(4).

       01  WS-SUBTOTAL-LINE.
           05  FILLER      PIC X(11) VALUE '  SUBTOTAL '.
           05  FILLER      PIC X(8) VALUE SPACES.
           05  WS-C-SAL    PIC $Z,ZZZ,ZZ9.99.

       01  WS-ASIM-CIA-LINE.
           05  FILLER      PIC X(15) VALUE 'ASIMILADOS CIA '.
           05  WS-AC-CIA   PIC XX.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-AC-SAL   PIC $Z,ZZZ,ZZ9.99.

       01  WS-ASIM-TOTAL-LINE.
           05  FILLER      PIC X(20) VALUE 'TOTAL ASIMILADOS .. '.
           05  WS-AT-SAL   PIC $Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER      PIC X(20) VALUE 'TOTAL SALARIO ...  '.
           05  WS-T-SAL    PIC $Z,ZZZ,ZZ9.99.
               TO REPORT-LINE(1:46).
           MOVE 'SALARIO      EDO         YTD           NETO'
               TO REPORT-LINE(47:44).
           MOVE 'REG' TO REPORT-LINE(99:3).
           WRITE REPORT-LINE.

           PERFORM LEE-PAYCALC.
              PERFORM IMPRIME-TOTAL-CIA
           END-IF.

           IF WS-TOTAL-ASIM > ZERO
              MOVE WS-TOTAL-ASIM TO WS-AT-SAL
              MOVE WS-ASIM-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE WS-TOTAL-SALARIO TO WS-T-SAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PC-SALARIO TO WS-D-SAL.
           MOVE PC-MX-ESTADO TO WS-D-EDO.
           MOVE PC-NET-SALARIO TO WS-D-NETO.
           IF PC-REGIMEN-ASIMILADO
              MOVE 'ASIM' TO WS-D-REG
              ADD PC-SALARIO TO WS-SUBTOTAL-ASIM-CIA
              ADD PC-SALARIO TO WS-TOTAL-ASIM
           ELSE
              MOVE SPACES TO WS-D-REG
           END-IF.
           PERFORM BUSCA-YTD-POR-ID.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SUBTOTAL-ESTADO.

       IMPRIME-TOTAL-CIA.
           IF WS-SUBTOTAL-ASIM-CIA > ZERO
              MOVE WS-CIA-ANTERIOR TO WS-AC-CIA
              MOVE WS-SUBTOTAL-ASIM-CIA TO WS-AC-SAL
              MOVE WS-ASIM-CIA-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE ZERO TO WS-SUBTOTAL-ASIM-CIA
           END-IF.
           MOVE WS-CIA-ANTERIOR TO WS-C-CIA.
           MOVE WS-SUBTOTAL-CIA TO WS-C-SAL.
           MOVE WS-CIA-LINE TO REPORT-LINE.
