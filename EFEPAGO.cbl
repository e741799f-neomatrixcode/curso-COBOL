      * EFEPAGO: pago de nomina en efectivo para los sitios remotos
      * sin sucursal bancaria cerca. Tercer medio de pago junto a la
      * dispersion (BANKDISP.cbl) y al cheque (CHKPRINT.cbl), elegido
      * por empleado en data/EFECTIVO.DAT (ver EFECREC.cpy). Para
      * cada empleado en efectivo de data/PAYCALC.SRT desglosa el neto
      * en billetes y monedas: primero con las denominaciones que su
      * sitio tiene surtidas (data/SITIOEFE.DAT, ver SITEFERC.cpy), de
      * la mayor a la menor, y lo que con esas no se alcanza lo
      * completa con las demas. Deja tres impresos:
      *   data/EFEORDEN.RPT   orden de denominaciones para el retiro
      *                       del banco, por sitio y total
      *   data/SOBRES.RPT     una etiqueta por sobre con el desglose
      *   data/EFERECIBO.RPT  hoja de recibos por sitio para la firma
      *                       de cada empleado al recibir su sobre
      * Cada sobre lleva numero consecutivo persistente
      * (data/SOBRECTL.DAT) y queda en el registro data/SOBREREG.DAT
      * (ver SOBREC.cpy), donde EFECONC.cbl registra entregas y
      * devoluciones de sobres no reclamados, como CHKCONC con los
      * cheques. La moneda mas chica es de 10 centavos: el sobre
      * lleva el neto redondeado hacia arriba a 0.10 y la diferencia
      * sale en la orden como redondeo.
      * El fallecido no lleva sobre (lo cobran sus beneficiarios, ver
      * DEFREPAR.cbl). Un empleado en efectivo cuyo sitio no esta en
      * el catalogo detiene el paso con COND-CODE 8 antes de escribir
      * nada: no se le paga por otra via y no se puede perder.
      * Corre despues de STEP02C1 POSPAY (ver jobs/PAYROLL.job) y en
      * la off-cycle despues de los cheques (jobs/OFFCYCLE.job).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFEPAGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCALC-FILE ASSIGN TO "data/PAYCALC.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCALC-STATUS.

           SELECT OPTIONAL EFECTIVO-FILE ASSIGN TO "data/EFECTIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFECTIVO-STATUS.

           SELECT OPTIONAL SITIO-FILE ASSIGN TO "data/SITIOEFE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITIO-STATUS.

      * reparto por defuncion, mismo uso que en CHKPRINT.cbl
           SELECT OPTIONAL DEFREPAR-FILE ASSIGN TO "data/DEFREPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFREPAR-STATUS.

      * siguiente numero de sobre; se lee al inicio y se regraba al
      * final, como CHECKCTL.DAT
           SELECT SOBRECTL-FILE ASSIGN TO "data/SOBRECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOBRECTL-STATUS.

           SELECT OPTIONAL SOBREREG-FILE ASSIGN TO "data/SOBREREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOBREREG-STATUS.

           SELECT ORDEN-FILE ASSIGN TO "data/EFEORDEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDEN-STATUS.

           SELECT SOBRES-FILE ASSIGN TO "data/SOBRES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOBRES-STATUS.

           SELECT RECIBO-FILE ASSIGN TO "data/EFERECIBO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCALC-FILE.
           COPY EMPREC
               REPLACING EMPLOYEE-RECORD BY PAYCALC-RECORD
                         DATO-ID BY PC-DATO-ID
                         HORAS BY PC-HORAS
                         PAGO BY PC-PAGO
                         SALARIO BY PC-SALARIO
                         MX-ESTADO BY PC-MX-ESTADO
                         ESTADO-VALIDO BY PC-ESTADO-VALIDO
                         JOB-GRADE BY PC-JOB-GRADE
                         DEDUCCION-PERIODO BY PC-DEDUCCION-PERIODO
                         DEPARTAMENTO BY PC-DEPARTAMENTO
                         SCHEDULED-HORAS BY PC-SCHEDULED-HORAS
                         EMPLOYEE-STATUS BY PC-EMPLOYEE-STATUS
                         ACTIVO BY PC-ACTIVO
                         BAJA BY PC-BAJA
                         LICENCIA BY PC-LICENCIA
                         NET-SALARIO BY PC-NET-SALARIO
                         COMPANIA BY PC-COMPANIA
                         PERIODO-NOMINA BY PC-PERIODO-NOMINA
                         NOMBRE BY PC-NOMBRE
                         RFC BY PC-RFC
                         CURP BY PC-CURP
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

       FD  EFECTIVO-FILE.
           COPY EFECREC.

       FD  SITIO-FILE.
           COPY SITEFERC.

       FD  DEFREPAR-FILE.
           COPY DEFREPRC.

       FD  SOBRECTL-FILE.
       01  SOBRECTL-RECORD.
           05  CTL-SIGUIENTE-SOBRE PIC 9(6).

       FD  SOBREREG-FILE.
           COPY SOBREC.

       FD  ORDEN-FILE.
       01  ORDEN-LINE PIC X(80).

       FD  SOBRES-FILE.
       01  SOBRES-LINE PIC X(80).

       FD  RECIBO-FILE.
       01  RECIBO-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-PAYCALC-STATUS PIC XX VALUE SPACES.
           77 WS-EFECTIVO-STATUS PIC XX VALUE SPACES.
           77 WS-SITIO-STATUS PIC XX VALUE SPACES.
           77 WS-DEFREPAR-STATUS PIC XX VALUE SPACES.
           77 WS-SOBRECTL-STATUS PIC XX VALUE SPACES.
           77 WS-SOBREREG-STATUS PIC XX VALUE SPACES.
           77 WS-ORDEN-STATUS PIC XX VALUE SPACES.
           77 WS-SOBRES-STATUS PIC XX VALUE SPACES.
           77 WS-RECIBO-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * denominaciones en circulacion, de la mayor a la menor, en
      * centavos; el orden es el de SIT-EXISTENCIA en SITEFERC.cpy
       01  WS-DENOMINACIONES-INI.
           05  FILLER PIC X(7) VALUE '100000B'.
           05  FILLER PIC X(7) VALUE '050000B'.
           05  FILLER PIC X(7) VALUE '020000B'.
           05  FILLER PIC X(7) VALUE '010000B'.
           05  FILLER PIC X(7) VALUE '005000B'.
           05  FILLER PIC X(7) VALUE '002000B'.
           05  FILLER PIC X(7) VALUE '001000M'.
           05  FILLER PIC X(7) VALUE '000500M'.
           05  FILLER PIC X(7) VALUE '000200M'.
           05  FILLER PIC X(7) VALUE '000100M'.
           05  FILLER PIC X(7) VALUE '000050M'.
           05  FILLER PIC X(7) VALUE '000020M'.
           05  FILLER PIC X(7) VALUE '000010M'.
       01  TABLA-DENOMINACIONES REDEFINES WS-DENOMINACIONES-INI.
           05  DEN-ENTRY OCCURS 13 TIMES.
               10  DEN-CENTAVOS     PIC 9(6).
               10  DEN-TIPO         PIC X.
                   88  DEN-BILLETE  VALUE 'B'.
           77 WS-NUM-DENOM PIC 99 VALUE 13.
           77 WS-DEN PIC 99 VALUE ZERO.

      * empleados que cobran en efectivo; EFECTIVO.DAT se mantiene
      * ordenado por DATO-ID: SEARCH ALL
           77 WS-NUM-EFECTIVO PIC 9(4) VALUE ZERO.
       01  TABLA-EFECTIVO.
           05  EFECTIVO-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-NUM-EFECTIVO
                   ASCENDING KEY IS TE-DATO-ID
                   INDEXED BY EFE-IDX.
               10  TE-DATO-ID       PIC 9(5).
               10  TE-SITIO         PIC X(4).
           77 WS-ES-EFECTIVO PIC X VALUE 'N'.
              88 ES-EFECTIVO VALUE 'S'.

      * sitios con sus denominaciones surtidas y lo que se les va
      * acumulando para la orden de retiro
           77 WS-NUM-SITIOS PIC 9(3) VALUE ZERO.
       01  TABLA-SITIOS.
           05  SITIO-ENTRY OCCURS 100 TIMES INDEXED BY SIT-IDX.
               10  TS-SITIO         PIC X(4).
               10  TS-NOMBRE        PIC X(30).
               10  TS-SURTIDA       PIC X OCCURS 13 TIMES.
               10  TS-NUM-SOBRES    PIC 9(5).
               10  TS-NETO          PIC 9(9)V99.
               10  TS-REDONDEO      PIC 9(5)V99.
               10  TS-TOTAL         PIC 9(9)V99.
               10  TS-PIEZAS        PIC 9(7) OCCURS 13 TIMES.
           77 WS-SITIO-ENCONTRADO PIC X VALUE 'N'.
              88 SITIO-ENCONTRADO VALUE 'S'.
           77 WS-NUM-SIN-SITIO PIC 9(4) VALUE ZERO.

      * partes del reparto por defuncion: solo importa el DATO-ID
           77 WS-NUM-PARTES PIC 9(4) VALUE ZERO.
           77 WS-ES-FALLECIDO PIC X VALUE 'N'.
              88 ES-FALLECIDO VALUE 'S'.
       01  TABLA-REPARTO.
           05  TR-ENTRY OCCURS 1000 TIMES INDEXED BY TR-IDX.
               10  TR-DATO-ID       PIC 9(5).

      * sobres de la corrida: se juntan primero para imprimirlos
      * agrupados por sitio, que es como los arma cada cajero
           77 WS-NUM-SOBRES PIC 9(4) VALUE ZERO.
       01  TABLA-SOBRES.
           05  SOBRE-ENTRY OCCURS 5000 TIMES INDEXED BY SB-IDX.
               10  TB-DATO-ID       PIC 9(5).
               10  TB-NOMBRE        PIC X(30).
               10  TB-PERIODO       PIC 99.
               10  TB-SITIO-NUM     PIC 9(3).
               10  TB-NETO          PIC 9(7)V99.
               10  TB-MONTO         PIC 9(7)V99.
               10  TB-REDONDEO      PIC V99.
               10  TB-PIEZAS        PIC 9(5) OCCURS 13 TIMES.

      * desglose: todo en centavos enteros
           77 WS-CENTAVOS PIC 9(11) VALUE ZERO.
           77 WS-RESTO PIC 9(11) VALUE ZERO.
           77 WS-PIEZAS PIC 9(9) VALUE ZERO.
           77 WS-SOBRANTE PIC 9(6) VALUE ZERO.
           77 WS-SITIO-NUM PIC 9(3) VALUE ZERO.
           77 WS-PESOS PIC 9(4)V99 VALUE ZERO.
           77 WS-IMPORTE PIC 9(9)V99 VALUE ZERO.

      * totales generales de la orden de retiro
           77 WS-GRAN-PIEZAS PIC 9(7) VALUE ZERO.
           77 WS-GRAN-NETO PIC 9(9)V99 VALUE ZERO.
           77 WS-GRAN-REDONDEO PIC 9(5)V99 VALUE ZERO.
           77 WS-GRAN-TOTAL PIC 9(9)V99 VALUE ZERO.

      * siguiente numero de sobre; si SOBRECTL.DAT no existe todavia
      * la numeracion arranca en WS-PRIMER-SOBRE
           77 WS-SIGUIENTE-SOBRE PIC 9(6) VALUE ZERO.
           77 WS-PRIMER-SOBRE PIC 9(6) VALUE 1.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

           77 WS-STAT-LEIDOS PIC 9(6) VALUE ZERO.
           77 WS-STAT-PROCESADOS PIC 9(6) VALUE ZERO.
           77 WS-STAT-RECHAZADOS PIC 9(6) VALUE ZERO.
           01  WS-STAT-INI.
               05  WS-STAT-HH-INI PIC 99.
               05  WS-STAT-MM-INI PIC 99.
               05  WS-STAT-SS-INI PIC 99.
           01  WS-STAT-FIN.
               05  WS-STAT-HH-FIN PIC 99.
               05  WS-STAT-MM-FIN PIC 99.
               05  WS-STAT-SS-FIN PIC 99.
           77 WS-STAT-SEG-INI PIC 9(5) VALUE ZERO.
           77 WS-STAT-SEG-FIN PIC 9(5) VALUE ZERO.
           77 WS-STAT-SEG-TRANSCURRIDOS PIC 9(5) VALUE ZERO.

       01  WS-SEPARADOR-LINE.
           05  FILLER      PIC X(60) VALUE ALL '='.

       01  WS-GUION-LINE.
           05  FILLER      PIC X(60) VALUE ALL '-'.

      * renglon de denominacion: lo usan la etiqueta y la orden
       01  WS-DENOM-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-DL-TIPO  PIC X(8).
           05  WS-DL-VALOR PIC Z,ZZ9.99.
           05  FILLER      PIC X(3) VALUE ' X '.
           05  WS-DL-PIEZAS PIC Z,ZZZ,ZZ9.
           05  FILLER      PIC X(3) VALUE ' = '.
           05  WS-DL-IMPORTE PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-ORDEN-TITULO.
           05  FILLER      PIC X(40) VALUE
               'ORDEN DE DENOMINACIONES PARA RETIRO DEL '.
           05  FILLER      PIC X(10) VALUE 'BANCO, AL '.
           05  WS-OT-FECHA PIC 9(8).

       01  WS-SITIO-LINE.
           05  FILLER      PIC X(6) VALUE 'SITIO '.
           05  WS-SL-SITIO PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-SL-NOMBRE PIC X(30).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-SL-SOBRES PIC ZZ,ZZ9.
           05  FILLER      PIC X(8) VALUE ' SOBRES'.

       01  WS-MONTO-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-ML-ETIQUETA PIC X(30).
           05  WS-ML-MONTO PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-SOBRE-LINE.
           05  FILLER      PIC X(10) VALUE 'SOBRE NO. '.
           05  WS-SB-NUMERO PIC 9(6).
           05  FILLER      PIC X(8) VALUE '  SITIO '.
           05  WS-SB-SITIO PIC X(4).
           05  FILLER      PIC X(10) VALUE '  PERIODO '.
           05  WS-SB-PERIODO PIC 99.
           05  FILLER      PIC X(8) VALUE '  FECHA '.
           05  WS-SB-FECHA PIC 9(8).

       01  WS-EMPLEADO-LINE.
           05  FILLER      PIC X(8) VALUE 'DATO-ID '.
           05  WS-EL-ID    PIC 9(5).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-EL-NOMBRE PIC X(30).

       01  WS-NETO-LINE.
           05  FILLER      PIC X(6) VALUE 'NETO: '.
           05  WS-NL-NETO  PIC $Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(12) VALUE '  REDONDEO: '.
           05  WS-NL-REDONDEO PIC .99.
           05  FILLER      PIC X(13) VALUE '  CONTENIDO: '.
           05  WS-NL-MONTO PIC $Z,ZZZ,ZZ9.99.

       01  WS-RECIBO-TITULO.
           05  FILLER      PIC X(36) VALUE
               'RECIBOS DE PAGO EN EFECTIVO - SITIO '.
           05  WS-RT-SITIO PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-RT-NOMBRE PIC X(30).

       01  WS-RECIBO-SUBTITULO.
           05  FILLER      PIC X(8) VALUE 'PERIODO '.
           05  WS-RS-PERIODO PIC 99.
           05  FILLER      PIC X(16) VALUE '   FECHA DE PAGO'.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-RS-FECHA PIC 9(8).

       01  WS-RECIBO-LEYENDA.
           05  FILLER      PIC X(46) VALUE
               'RECIBI EL SOBRE CON EL IMPORTE NETO DE MI PAGO'.
           05  FILLER      PIC X(40) VALUE
               ' DEL PERIODO, CONTADO EN MI PRESENCIA.'.

       01  WS-RECIBO-ENCAB.
           05  FILLER      PIC X(8) VALUE ' SOBRE  '.
           05  FILLER      PIC X(8) VALUE 'DATO-ID '.
           05  FILLER      PIC X(31) VALUE 'NOMBRE'.
           05  FILLER      PIC X(16) VALUE '         IMPORTE'.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  FILLER      PIC X(14) VALUE 'FECHA'.
           05  FILLER      PIC X(20) VALUE 'FIRMA'.

       01  WS-RECIBO-DET.
           05  WS-RD-NUMERO PIC 9(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-RD-ID    PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-RD-NOMBRE PIC X(30).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-RD-MONTO PIC $ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  FILLER      PIC X(12) VALUE '___/___/____'.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  FILLER      PIC X(20) VALUE ALL '_'.

       01  WS-RECIBO-TOTAL.
           05  FILLER      PIC X(17) VALUE 'TOTAL DEL SITIO: '.
           05  WS-RX-SOBRES PIC ZZ,ZZ9.
           05  FILLER      PIC X(8) VALUE ' SOBRES '.
           05  WS-RX-MONTO PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-RECIBO-CAJERO.
           05  FILLER      PIC X(30) VALUE
               'RECIBIO LOS SOBRES (CAJERO): '.
           05  FILLER      PIC X(30) VALUE ALL '_'.
           05  FILLER      PIC X(10) VALUE '  FECHA: '.
           05  FILLER      PIC X(12) VALUE '___/___/____'.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           OPEN INPUT PAYCALC-FILE.
           IF WS-PAYCALC-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR PAYCALC-FILE: "
                  WS-PAYCALC-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-TABLA-EFECTIVO.
           PERFORM CARGA-TABLA-SITIOS.
           PERFORM CARGA-TABLA-REPARTO.

           PERFORM LEE-PAYCALC.
           PERFORM SELECCIONA-EMPLEADO UNTIL NO-HAY-MAS-REGISTROS.
           CLOSE PAYCALC-FILE.

      * un sitio sin catalogo deja al empleado sin medio de pago: no
      * se imprime nada hasta corregir data/SITIOEFE.DAT
           IF WS-NUM-SIN-SITIO > ZERO
              DISPLAY "EFEPAGO: " WS-NUM-SIN-SITIO
                  " EMPLEADO(S) CON SITIO QUE NO ESTA EN "
                  "data/SITIOEFE.DAT, NO SE ARMARON SOBRES"
              MOVE 'EFEPAGO' TO LOG-PROGRAMA
              MOVE 'E' TO LOG-SEVERIDAD
              MOVE SPACES TO LOG-MENSAJE
              STRING 'EMPLEADOS EN EFECTIVO SIN SITIO EN CATALOGO: '
                  WS-NUM-SIN-SITIO DELIMITED BY SIZE INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ORDEN-FILE SOBRES-FILE RECIBO-FILE.
           IF WS-ORDEN-STATUS NOT = "00"
              OR WS-SOBRES-STATUS NOT = "00"
              OR WS-RECIBO-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR LOS REPORTES DE EFECTIVO: "
                  WS-ORDEN-STATUS " " WS-SOBRES-STATUS " "
                  WS-RECIBO-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * status "05" es apertura exitosa de un archivo OPTIONAL que no
      * existia (primera corrida), no un error
           OPEN EXTEND SOBREREG-FILE.
           IF WS-SOBREREG-STATUS NOT = "00"
              AND WS-SOBREREG-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR SOBREREG-FILE: "
                  WS-SOBREREG-STATUS
              CLOSE ORDEN-FILE SOBRES-FILE RECIBO-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM LEE-SIGUIENTE-SOBRE.

           MOVE WS-FECHA-HOY TO WS-OT-FECHA.
           MOVE WS-ORDEN-TITULO TO ORDEN-LINE.
           WRITE ORDEN-LINE.

           PERFORM VARYING SIT-IDX FROM 1 BY 1
                   UNTIL SIT-IDX > WS-NUM-SITIOS
              IF TS-NUM-SOBRES(SIT-IDX) > ZERO
                 PERFORM EMITE-SOBRES-SITIO
                 PERFORM IMPRIME-ORDEN-SITIO
              END-IF
           END-PERFORM.
           PERFORM IMPRIME-ORDEN-TOTAL.

           PERFORM GRABA-SIGUIENTE-SOBRE.

           CLOSE SOBREREG-FILE ORDEN-FILE SOBRES-FILE RECIBO-FILE.
           DISPLAY "EFEPAGO: " WS-NUM-SOBRES
               " SOBRE(S) EN data/SOBRES.RPT, ORDEN DE RETIRO EN "
               "data/EFEORDEN.RPT".
           PERFORM IMPRIME-ESTADISTICAS.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

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
                       MOVE EFE-SITIO TO TE-SITIO(WS-NUM-EFECTIVO)
                 END-READ
              END-PERFORM
              CLOSE EFECTIVO-FILE
           END-IF.

       CARGA-TABLA-SITIOS.
           OPEN INPUT SITIO-FILE.
           IF WS-SITIO-STATUS = "00"
              PERFORM UNTIL WS-SITIO-STATUS NOT = "00"
                 READ SITIO-FILE
                    AT END MOVE "10" TO WS-SITIO-STATUS
                    NOT AT END
                       IF WS-NUM-SITIOS = 100
                          DISPLAY "TABLA LLENA: WS-NUM-SITIOS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-SITIOS
                       SET SIT-IDX TO WS-NUM-SITIOS
                       INITIALIZE SITIO-ENTRY(SIT-IDX)
                       MOVE SIT-SITIO TO TS-SITIO(SIT-IDX)
                       MOVE SIT-NOMBRE TO TS-NOMBRE(SIT-IDX)
                       PERFORM VARYING WS-DEN FROM 1 BY 1
                               UNTIL WS-DEN > WS-NUM-DENOM
                          MOVE SIT-SURTIDA(WS-DEN) TO
                              TS-SURTIDA(SIT-IDX, WS-DEN)
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE SITIO-FILE
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
                 END-READ
              END-PERFORM
              CLOSE DEFREPAR-FILE
           END-IF.

      * lee el siguiente numero de sobre del archivo de control; si
      * no existe (primera corrida en efectivo) arranca en
      * WS-PRIMER-SOBRE
       LEE-SIGUIENTE-SOBRE.
           MOVE WS-PRIMER-SOBRE TO WS-SIGUIENTE-SOBRE.
           OPEN INPUT SOBRECTL-FILE.
           IF WS-SOBRECTL-STATUS = "00"
              READ SOBRECTL-FILE
                 NOT AT END
                    MOVE CTL-SIGUIENTE-SOBRE TO WS-SIGUIENTE-SOBRE
              END-READ
              CLOSE SOBRECTL-FILE
           END-IF.

       GRABA-SIGUIENTE-SOBRE.
           OPEN OUTPUT SOBRECTL-FILE.
           MOVE WS-SIGUIENTE-SOBRE TO CTL-SIGUIENTE-SOBRE.
           WRITE SOBRECTL-RECORD.
           CLOSE SOBRECTL-FILE.

      * solo los empleados de EFECTIVO.DAT con neto; el fallecido no
      * lleva sobre propio
       SELECCIONA-EMPLEADO.
           ADD 1 TO WS-STAT-LEIDOS.
           MOVE 'N' TO WS-ES-EFECTIVO.
           IF WS-NUM-EFECTIVO > ZERO
              SEARCH ALL EFECTIVO-ENTRY
                 AT END CONTINUE
                 WHEN TE-DATO-ID(EFE-IDX) = PC-DATO-ID
                    MOVE 'S' TO WS-ES-EFECTIVO
              END-SEARCH
           END-IF.
           MOVE 'N' TO WS-ES-FALLECIDO.
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > WS-NUM-PARTES
              IF TR-DATO-ID(TR-IDX) = PC-DATO-ID
                 MOVE 'S' TO WS-ES-FALLECIDO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF ES-EFECTIVO AND NOT ES-FALLECIDO
              AND PC-NET-SALARIO > ZERO
              PERFORM BUSCA-SITIO
              IF SITIO-ENCONTRADO
                 PERFORM AGREGA-SOBRE
                 ADD 1 TO WS-STAT-PROCESADOS
              ELSE
                 DISPLAY "EFEPAGO: DATO-ID " PC-DATO-ID
                     " EN EFECTIVO CON SITIO " TE-SITIO(EFE-IDX)
                     " SIN CATALOGO"
                 ADD 1 TO WS-NUM-SIN-SITIO
                 ADD 1 TO WS-STAT-RECHAZADOS
              END-IF
           END-IF.
           PERFORM LEE-PAYCALC.

       BUSCA-SITIO.
           MOVE 'N' TO WS-SITIO-ENCONTRADO.
           PERFORM VARYING SIT-IDX FROM 1 BY 1
                   UNTIL SIT-IDX > WS-NUM-SITIOS
              IF TS-SITIO(SIT-IDX) = TE-SITIO(EFE-IDX)
                 MOVE 'S' TO WS-SITIO-ENCONTRADO
                 SET WS-SITIO-NUM TO SIT-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * el sobre entra a la tabla con su desglose; el numero se le
      * pone al imprimir, ya agrupado por sitio
       AGREGA-SOBRE.
           IF WS-NUM-SOBRES = 5000
              DISPLAY "TABLA LLENA: WS-NUM-SOBRES"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-SOBRES.
           SET SB-IDX TO WS-NUM-SOBRES.
           INITIALIZE SOBRE-ENTRY(SB-IDX).
           MOVE PC-DATO-ID TO TB-DATO-ID(SB-IDX).
           MOVE PC-NOMBRE TO TB-NOMBRE(SB-IDX).
           MOVE PC-PERIODO-NOMINA TO TB-PERIODO(SB-IDX).
           MOVE WS-SITIO-NUM TO TB-SITIO-NUM(SB-IDX).
           MOVE PC-NET-SALARIO TO TB-NETO(SB-IDX).
      * la moneda mas chica es de 10 centavos: el neto se redondea
      * hacia arriba a la decena de centavos
           COMPUTE WS-CENTAVOS = PC-NET-SALARIO * 100.
           DIVIDE WS-CENTAVOS BY 10 GIVING WS-PIEZAS
               REMAINDER WS-SOBRANTE.
           IF WS-SOBRANTE > ZERO
              COMPUTE WS-CENTAVOS = WS-CENTAVOS + 10 - WS-SOBRANTE
              COMPUTE TB-REDONDEO(SB-IDX) =
                  (10 - WS-SOBRANTE) / 100
           END-IF.
           COMPUTE TB-MONTO(SB-IDX) = WS-CENTAVOS / 100.
           PERFORM DESGLOSA-SOBRE.
           ADD 1 TO TS-NUM-SOBRES(SIT-IDX).

      * primera pasada solo con lo que el sitio tiene surtido, de la
      * denominacion mayor a la menor; la segunda completa el resto
      * con todas (siempre cierra: la de 10 centavos divide a todo)
       DESGLOSA-SOBRE.
           MOVE WS-CENTAVOS TO WS-RESTO.
           SET SIT-IDX TO WS-SITIO-NUM.
           PERFORM VARYING WS-DEN FROM 1 BY 1
                   UNTIL WS-DEN > WS-NUM-DENOM
              IF TS-SURTIDA(SIT-IDX, WS-DEN) = 'S'
                 PERFORM TOMA-DENOMINACION
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-DEN FROM 1 BY 1
                   UNTIL WS-DEN > WS-NUM-DENOM OR WS-RESTO = ZERO
              PERFORM TOMA-DENOMINACION
           END-PERFORM.

       TOMA-DENOMINACION.
           DIVIDE WS-RESTO BY DEN-CENTAVOS(WS-DEN) GIVING WS-PIEZAS
               REMAINDER WS-SOBRANTE.
           IF WS-PIEZAS > ZERO
              ADD WS-PIEZAS TO TB-PIEZAS(SB-IDX, WS-DEN)
              MOVE WS-SOBRANTE TO WS-RESTO
           END-IF.

      * etiqueta, renglon de recibo y registro de cada sobre del
      * sitio en turno, con su numero consecutivo
       EMITE-SOBRES-SITIO.
           MOVE TS-SITIO(SIT-IDX) TO WS-RT-SITIO.
           MOVE TS-NOMBRE(SIT-IDX) TO WS-RT-NOMBRE.
           MOVE WS-RECIBO-TITULO TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           SET WS-SITIO-NUM TO SIT-IDX.
           PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-NUM-SOBRES
              IF TB-SITIO-NUM(SB-IDX) = WS-SITIO-NUM
                 MOVE TB-PERIODO(SB-IDX) TO WS-RS-PERIODO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE WS-FECHA-HOY TO WS-RS-FECHA.
           MOVE WS-RECIBO-SUBTITULO TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           MOVE WS-RECIBO-LEYENDA TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           MOVE SPACES TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           MOVE WS-RECIBO-ENCAB TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-NUM-SOBRES
              IF TB-SITIO-NUM(SB-IDX) = WS-SITIO-NUM
                 PERFORM IMPRIME-ETIQUETA
                 PERFORM IMPRIME-RENGLON-RECIBO
                 PERFORM REGISTRA-SOBRE
                 PERFORM ACUMULA-SITIO
                 ADD 1 TO WS-SIGUIENTE-SOBRE
              END-IF
           END-PERFORM.
           MOVE SPACES TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           MOVE TS-NUM-SOBRES(SIT-IDX) TO WS-RX-SOBRES.
           MOVE TS-TOTAL(SIT-IDX) TO WS-RX-MONTO.
           MOVE WS-RECIBO-TOTAL TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           MOVE SPACES TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           MOVE WS-RECIBO-CAJERO TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           MOVE SPACES TO RECIBO-LINE.
           WRITE RECIBO-LINE.

       IMPRIME-ETIQUETA.
           MOVE WS-SEPARADOR-LINE TO SOBRES-LINE.
           WRITE SOBRES-LINE.
           MOVE WS-SIGUIENTE-SOBRE TO WS-SB-NUMERO.
           MOVE TS-SITIO(SIT-IDX) TO WS-SB-SITIO.
           MOVE TB-PERIODO(SB-IDX) TO WS-SB-PERIODO.
           MOVE WS-FECHA-HOY TO WS-SB-FECHA.
           MOVE WS-SOBRE-LINE TO SOBRES-LINE.
           WRITE SOBRES-LINE.
           MOVE TS-NOMBRE(SIT-IDX) TO SOBRES-LINE.
           WRITE SOBRES-LINE.
           MOVE TB-DATO-ID(SB-IDX) TO WS-EL-ID.
           MOVE TB-NOMBRE(SB-IDX) TO WS-EL-NOMBRE.
           MOVE WS-EMPLEADO-LINE TO SOBRES-LINE.
           WRITE SOBRES-LINE.
           MOVE TB-NETO(SB-IDX) TO WS-NL-NETO.
           MOVE TB-REDONDEO(SB-IDX) TO WS-NL-REDONDEO.
           MOVE TB-MONTO(SB-IDX) TO WS-NL-MONTO.
           MOVE WS-NETO-LINE TO SOBRES-LINE.
           WRITE SOBRES-LINE.
           MOVE WS-GUION-LINE TO SOBRES-LINE.
           WRITE SOBRES-LINE.
           PERFORM VARYING WS-DEN FROM 1 BY 1
                   UNTIL WS-DEN > WS-NUM-DENOM
              IF TB-PIEZAS(SB-IDX, WS-DEN) > ZERO
                 MOVE TB-PIEZAS(SB-IDX, WS-DEN) TO WS-PIEZAS
                 PERFORM ARMA-RENGLON-DENOMINACION
                 MOVE WS-DENOM-LINE TO SOBRES-LINE
                 WRITE SOBRES-LINE
              END-IF
           END-PERFORM.

       IMPRIME-RENGLON-RECIBO.
           MOVE WS-SIGUIENTE-SOBRE TO WS-RD-NUMERO.
           MOVE TB-DATO-ID(SB-IDX) TO WS-RD-ID.
           MOVE TB-NOMBRE(SB-IDX) TO WS-RD-NOMBRE.
           MOVE TB-MONTO(SB-IDX) TO WS-RD-MONTO.
           MOVE WS-RECIBO-DET TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           MOVE SPACES TO RECIBO-LINE.
           WRITE RECIBO-LINE.

       REGISTRA-SOBRE.
           MOVE WS-SIGUIENTE-SOBRE TO SOB-NUMERO.
           MOVE TB-DATO-ID(SB-IDX) TO SOB-DATO-ID.
           MOVE TS-SITIO(SIT-IDX) TO SOB-SITIO.
           MOVE TB-PERIODO(SB-IDX) TO SOB-PERIODO.
           MOVE TB-MONTO(SB-IDX) TO SOB-MONTO.
           MOVE TB-REDONDEO(SB-IDX) TO SOB-REDONDEO.
           MOVE WS-FECHA-HOY TO SOB-FECHA.
           MOVE 'emi' TO SOB-STATUS.
           MOVE ZERO TO SOB-FECHA-MOV.
           WRITE SOBRE-RECORD.

       ACUMULA-SITIO.
           ADD TB-NETO(SB-IDX) TO TS-NETO(SIT-IDX).
           ADD TB-REDONDEO(SB-IDX) TO TS-REDONDEO(SIT-IDX).
           ADD TB-MONTO(SB-IDX) TO TS-TOTAL(SIT-IDX).
           PERFORM VARYING WS-DEN FROM 1 BY 1
                   UNTIL WS-DEN > WS-NUM-DENOM
              ADD TB-PIEZAS(SB-IDX, WS-DEN) TO
                  TS-PIEZAS(SIT-IDX, WS-DEN)
           END-PERFORM.

      * piezas de cada denominacion que pide el sitio en turno
       IMPRIME-ORDEN-SITIO.
           MOVE SPACES TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           MOVE TS-SITIO(SIT-IDX) TO WS-SL-SITIO.
           MOVE TS-NOMBRE(SIT-IDX) TO WS-SL-NOMBRE.
           MOVE TS-NUM-SOBRES(SIT-IDX) TO WS-SL-SOBRES.
           MOVE WS-SITIO-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           MOVE WS-GUION-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           PERFORM VARYING WS-DEN FROM 1 BY 1
                   UNTIL WS-DEN > WS-NUM-DENOM
              IF TS-PIEZAS(SIT-IDX, WS-DEN) > ZERO
                 MOVE TS-PIEZAS(SIT-IDX, WS-DEN) TO WS-PIEZAS
                 PERFORM ARMA-RENGLON-DENOMINACION
                 MOVE WS-DENOM-LINE TO ORDEN-LINE
                 WRITE ORDEN-LINE
              END-IF
           END-PERFORM.
           MOVE 'NETO DE LOS SOBRES' TO WS-ML-ETIQUETA.
           MOVE TS-NETO(SIT-IDX) TO WS-ML-MONTO.
           MOVE WS-MONTO-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           MOVE 'REDONDEO A 0.10' TO WS-ML-ETIQUETA.
           MOVE TS-REDONDEO(SIT-IDX) TO WS-ML-MONTO.
           MOVE WS-MONTO-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           MOVE 'TOTAL A RETIRAR DEL SITIO' TO WS-ML-ETIQUETA.
           MOVE TS-TOTAL(SIT-IDX) TO WS-ML-MONTO.
           MOVE WS-MONTO-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           ADD TS-NETO(SIT-IDX) TO WS-GRAN-NETO.
           ADD TS-REDONDEO(SIT-IDX) TO WS-GRAN-REDONDEO.
           ADD TS-TOTAL(SIT-IDX) TO WS-GRAN-TOTAL.

      * la orden completa para el banco: piezas de todos los sitios
       IMPRIME-ORDEN-TOTAL.
           MOVE SPACES TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           MOVE WS-SEPARADOR-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           MOVE 'TOTAL DEL RETIRO, TODOS LOS SITIOS' TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           MOVE WS-GUION-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           PERFORM VARYING WS-DEN FROM 1 BY 1
                   UNTIL WS-DEN > WS-NUM-DENOM
              MOVE ZERO TO WS-GRAN-PIEZAS
              PERFORM VARYING SIT-IDX FROM 1 BY 1
                      UNTIL SIT-IDX > WS-NUM-SITIOS
                 ADD TS-PIEZAS(SIT-IDX, WS-DEN) TO WS-GRAN-PIEZAS
              END-PERFORM
              IF WS-GRAN-PIEZAS > ZERO
                 MOVE WS-GRAN-PIEZAS TO WS-PIEZAS
                 PERFORM ARMA-RENGLON-DENOMINACION
                 MOVE WS-DENOM-LINE TO ORDEN-LINE
                 WRITE ORDEN-LINE
              END-IF
           END-PERFORM.
           MOVE 'NETO DE LOS SOBRES' TO WS-ML-ETIQUETA.
           MOVE WS-GRAN-NETO TO WS-ML-MONTO.
           MOVE WS-MONTO-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           MOVE 'REDONDEO A 0.10' TO WS-ML-ETIQUETA.
           MOVE WS-GRAN-REDONDEO TO WS-ML-MONTO.
           MOVE WS-MONTO-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.
           MOVE 'TOTAL DEL RETIRO' TO WS-ML-ETIQUETA.
           MOVE WS-GRAN-TOTAL TO WS-ML-MONTO.
           MOVE WS-MONTO-LINE TO ORDEN-LINE.
           WRITE ORDEN-LINE.

      * renglon "BILLETE 500.00 X 3 = 1,500.00" de WS-PIEZAS piezas
      * de la denominacion WS-DEN
       ARMA-RENGLON-DENOMINACION.
           IF DEN-BILLETE(WS-DEN)
              MOVE 'BILLETE' TO WS-DL-TIPO
           ELSE
              MOVE 'MONEDA' TO WS-DL-TIPO
           END-IF.
           COMPUTE WS-PESOS = DEN-CENTAVOS(WS-DEN) / 100.
           MOVE WS-PESOS TO WS-DL-VALOR.
           MOVE WS-PIEZAS TO WS-DL-PIEZAS.
           COMPUTE WS-IMPORTE = WS-PIEZAS * WS-PESOS.
           MOVE WS-IMPORTE TO WS-DL-IMPORTE.

       LEE-PAYCALC.
           READ PAYCALC-FILE
               AT END MOVE 'S' TO WS-EOF
           END-READ.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           MOVE 'EFEPAGO' TO LOG-PROGRAMA.
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'FIN DE JOB: LEIDOS=' WS-STAT-LEIDOS
               ' SOBRES=' WS-STAT-PROCESADOS
               ' SIN SITIO=' WS-STAT-RECHAZADOS
               ' SEGUNDOS=' WS-STAT-SEG-TRANSCURRIDOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que CHKPRINT.cbl)
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
