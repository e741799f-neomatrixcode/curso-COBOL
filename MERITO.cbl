      * MERITO: ciclo anual de aumentos por merito con bolsa por
      * departamento. Los aumentos individuales de diciembre llegaban
      * como hojas de calculo de los gerentes y RH los tecleaba uno
      * por uno en EMPMANTTO sin saber si el departamento se salia de
      * lo autorizado; el cambio masivo de TARIFMAS solo sirve para el
      * aumento general por grado. Tres modos (jobs/MERITO.job):
      *   'H' hoja de revision por departamento en
      *       data/MERITHOJA.RPT: cada empleado vivo con su tarifa
      *       vigente, el rango de su grado en data/PAYRATE.DAT (ver
      *       PAYRATE.cpy), su posicion dentro del rango y la fecha de
      *       su ultimo aumento (data/MERITHIST.DAT, o el ultimo cambio
      *       de PAGO/GRADO autorizado en data/CAMBPEND.DAT), con la
      *       bolsa del departamento en pesos por periodo
      *       (data/MERITPOOL.DAT, ver MERPOLRC.cpy)
      *   'V' valida las propuestas data/MERITPROP.DAT (ver
      *       MERPRORC.cpy): calificacion, tarifa nueva dentro del
      *       rango del grado (o el grado nuevo de una promocion) y la
      *       suma del costo por departamento contra su bolsa; un
      *       departamento pasado rechaza todas sus propuestas.
      *       Resultado en data/MERITO.RPT
      *   'A' vuelve a validar y, solo con el archivo limpio y ya en
      *       la fecha efectiva, genera data/EMPTRANS.DAT con un
      *       cambio 'C' por propuesta para EMPBATCH (el mismo camino
      *       auditado de RH: firma, MANTAUD.LOG y la doble
      *       autorizacion de CAMBPEND.DAT para PAGO y JOB-GRADE) y
      *       deja cada aumento en data/MERITHIST.DAT
      * uso: jobs/MERITO.job MODO AAAA [AAAAMMDD]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RATE-FILE ASSIGN TO "data/PAYRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRATE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT DEPTCAT-FILE ASSIGN TO "data/DEPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT OPTIONAL MERITPOOL-FILE
               ASSIGN TO "data/MERITPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERITPOOL-STATUS.

           SELECT OPTIONAL MERITPROP-FILE
               ASSIGN TO "data/MERITPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERITPROP-STATUS.

           SELECT OPTIONAL MERITHIST-FILE
               ASSIGN TO "data/MERITHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERITHIST-STATUS.

      * cola de cambios sensibles (ver CAMPENRC.cpy): un cambio de
      * PAGO o de grado autorizado tambien es un aumento
           SELECT OPTIONAL CAMBPEND-FILE ASSIGN TO "data/CAMBPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBPEND-STATUS.

           SELECT EMPTRANS-FILE ASSIGN TO "data/EMPTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPTRANS-STATUS.

           SELECT HOJA-FILE ASSIGN TO "data/MERITHOJA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOJA-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/MERITO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-RATE-FILE.
           COPY PAYRATE.
       01  PAY-RATE-LINEA PIC X(40).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPTCAT-FILE.
           COPY DEPTCAT.

       FD  MERITPOOL-FILE.
           COPY MERPOLRC.

       FD  MERITPROP-FILE.
           COPY MERPRORC.

       FD  MERITHIST-FILE.
           COPY MERHISRC.

       FD  CAMBPEND-FILE.
           COPY CAMPENRC.

       FD  EMPTRANS-FILE.
           COPY EMPTRNRC.

       FD  HOJA-FILE.
       01  HOJA-LINE PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-PAYRATE-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-DEPTCAT-STATUS PIC XX VALUE SPACES.
           77 WS-MERITPOOL-STATUS PIC XX VALUE SPACES.
           77 WS-MERITPROP-STATUS PIC XX VALUE SPACES.
           77 WS-MERITHIST-STATUS PIC XX VALUE SPACES.
           77 WS-CAMBPEND-STATUS PIC XX VALUE SPACES.
           77 WS-EMPTRANS-STATUS PIC XX VALUE SPACES.
           77 WS-HOJA-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EMP-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.

      * parametros del job
           77 WS-MODO PIC X VALUE SPACE.
              88 MODO-HOJA VALUE 'H'.
              88 MODO-VALIDAR VALUE 'V'.
              88 MODO-APLICAR VALUE 'A'.
           77 WS-ANIO PIC 9(4) VALUE ZERO.
           77 WS-FECHA-EFECTIVA PIC 9(8) VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * rango de cada grado: de la tarifa (minimo) a la maxima; cero
      * en la maxima es un grado de tarifa unica
           77 WS-NUM-TARIFAS PIC 9(3) VALUE ZERO.
       01  TABLA-TARIFAS.
           05  TARIFA-ENTRY OCCURS 100 TIMES
                   INDEXED BY TARIFA-IDX.
               10  TAB-GRADO      PIC X(2).
               10  TAB-TARIFA     PIC 9(5)V99.
               10  TAB-TARIFA-MAX PIC 9(5)V99.

      * empleados vivos (un 'baj' no entra a la revision) con su
      * tarifa vigente ya resuelta contra el rango de su grado
           77 WS-NUM-EMPLEADOS PIC 9(5) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TE-DATO-ID       PIC 9(5).
               10  TE-NOMBRE        PIC X(30).
               10  TE-DEPTO         PIC X(4).
               10  TE-DEP-POS       PIC 9(3).
               10  TE-GRADO         PIC X(2).
               10  TE-HORAS         PIC 9(3).
               10  TE-TARIFA        PIC 9(5)V99.
               10  TE-MINIMO        PIC 9(5)V99.
               10  TE-MAXIMO        PIC 9(5)V99.
               10  TE-ULTIMO-AUMENTO PIC 9(8).
               10  TE-MERITO-CICLO  PIC X.

      * departamentos del catalogo y de la poblacion, con su bolsa
      * del ciclo en pesos por periodo y lo que las propuestas usan
           77 WS-NUM-DEPTOS PIC 9(3) VALUE ZERO.
       01  TABLA-DEPTOS.
           05  DEPTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEPTO-IDX.
               10  TD-DEPTO         PIC X(4).
               10  TD-DESCRIPCION   PIC X(30).
               10  TD-CON-BOLSA     PIC X.
               10  TD-PORCENTAJE    PIC 9(2)V99.
               10  TD-NUM-EMP       PIC 9(5).
               10  TD-COSTO         PIC 9(9)V99.
               10  TD-BOLSA         PIC 9(9)V99.
               10  TD-USADO         PIC 9(9)V99.
               10  TD-NUM-PROP      PIC 9(5).
               10  TD-EXCEDIDA      PIC X.

      * propuestas en el orden del archivo; TP-MOTIVO en blanco es
      * una propuesta valida
           77 WS-NUM-PROPUESTAS PIC 9(5) VALUE ZERO.
       01  TABLA-PROPUESTAS.
           05  PROP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PROP-IDX.
               10  TP-DATO-ID       PIC 9(5).
               10  TP-CALIFICACION  PIC 9.
                   88  TP-CALIFICACION-VALIDA VALUE 1 THRU 5.
                   88  TP-NO-CUMPLE VALUE 1.
               10  TP-PORCENTAJE    PIC 9(2)V99.
               10  TP-PAGO-PROPUESTO PIC 9(5)V99.
               10  TP-GRADO-NUEVO   PIC X(2).
               10  TP-EMP-POS       PIC 9(5).
               10  TP-PAGO-NUEVO    PIC 9(5)V99.
               10  TP-COSTO         PIC 9(7)V99.
               10  TP-MOTIVO        PIC X(24).

      * subindices numericos para cruzar una tabla con otra
           77 WS-EMP-POS PIC 9(5) VALUE ZERO.
           77 WS-DEP-POS PIC 9(3) VALUE ZERO.
           77 WS-PROP-POS PIC 9(5) VALUE ZERO.
           77 WS-BUSCA-DEPTO PIC X(4) VALUE SPACES.
           77 WS-BUSCA-ID PIC 9(5) VALUE ZERO.
           77 WS-DUP-POS PIC 9(5) VALUE ZERO.

      * tarifa resuelta de un grado para un PAGO dado (ver
      * RESUELVE-TARIFA)
           77 WS-RT-GRADO PIC X(2) VALUE SPACES.
           77 WS-RT-PAGO PIC 9(5)V99 VALUE ZERO.
           77 WS-RT-TARIFA PIC 9(5)V99 VALUE ZERO.
           77 WS-RT-MINIMO PIC 9(5)V99 VALUE ZERO.
           77 WS-RT-MAXIMO PIC 9(5)V99 VALUE ZERO.
           77 WS-RT-HALLADO PIC X VALUE 'N'.
              88 GRADO-HALLADO VALUE 'S'.

           77 WS-MOTIVO PIC X(24) VALUE SPACES.
           77 WS-GRADO-DESTINO PIC X(2) VALUE SPACES.
           77 WS-PAGO-NUEVO PIC 9(5)V99 VALUE ZERO.
           77 WS-POSICION PIC 9(3)V9 VALUE ZERO.
           77 WS-NUM-VALIDAS PIC 9(5) VALUE ZERO.
           77 WS-NUM-RECHAZADAS PIC 9(5) VALUE ZERO.
           77 WS-NUM-SIN-CAMBIO PIC 9(5) VALUE ZERO.
           77 WS-NUM-DEPTOS-EXCEDIDOS PIC 9(3) VALUE ZERO.
           77 WS-NUM-TRANSACCIONES PIC 9(5) VALUE ZERO.
           77 WS-TOTAL-COSTO PIC 9(9)V99 VALUE ZERO.
           77 WS-DISPONIBLE PIC S9(9)V99 VALUE ZERO.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

      * hoja de revision
       01  WS-HOJA-TITULO.
           05  FILLER      PIC X(31) VALUE
               'HOJA DE REVISION DE MERITO DEL '.
           05  FILLER      PIC X(6) VALUE 'CICLO '.
           05  WS-HT-ANIO  PIC 9(4).
           05  FILLER      PIC X(12) VALUE '  ELABORADA '.
           05  WS-HT-FECHA PIC 9(8).

       01  WS-HOJA-DEPTO.
           05  FILLER      PIC X(13) VALUE 'DEPARTAMENTO '.
           05  WS-HD-DEPTO PIC X(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-HD-DESCRIPCION PIC X(30).

       01  WS-HOJA-BOLSA.
           05  FILLER      PIC X(18) VALUE '  BOLSA DE MERITO '.
           05  WS-HB-PCT   PIC Z9.99.
           05  FILLER      PIC X(21) VALUE
               '%  COSTO DEL PERIODO '.
           05  WS-HB-COSTO PIC $ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(8) VALUE '  BOLSA '.
           05  WS-HB-BOLSA PIC $ZZZ,ZZ9.99.

       01  WS-HOJA-ENCABEZADO.
           05  FILLER      PIC X(40) VALUE
               'ID    NOMBRE               GR    TARIFA '.
           05  FILLER      PIC X(35) VALUE
               '   MINIMO    MAXIMO POSIC. ULT.AUM.'.

       01  WS-HOJA-DETALLE.
           05  WS-HE-ID    PIC 9(5).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-HE-NOMBRE PIC X(20).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-HE-GRADO PIC X(2).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-HE-TARIFA PIC ZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-HE-MINIMO PIC ZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-HE-MAXIMO PIC ZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-HE-POSICION PIC X(6).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-HE-ULTIMO PIC X(8).

      * posicion en el rango: 0% en el minimo, 100% en el maximo
       01  WS-POSICION-EDIT.
           05  WS-PE-VALOR PIC ZZ9.9.
           05  FILLER      PIC X VALUE '%'.

      * reporte de validacion / aplicacion
       01  WS-TITULO-LINE.
           05  FILLER      PIC X(27) VALUE
               'PROPUESTAS DE MERITO CICLO '.
           05  WS-T-ANIO   PIC 9(4).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-T-MODO   PIC X(10).
           05  FILLER      PIC X(10) VALUE ' EFECTIVO '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-ENCABEZADO-LINE.
           05  FILLER      PIC X(36) VALUE
               'ID    GRADO C    PCT     ACTUAL     '.
           05  FILLER      PIC X(29) VALUE
               'NUEVA    COSTO/PER. RESULTADO'.

       01  WS-DETALLE-LINE.
           05  WS-D-ID     PIC 9(5).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-GRADO-ANTES PIC X(2).
           05  FILLER      PIC X VALUE '>'.
           05  WS-D-GRADO-NUEVO PIC X(2).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-CALIFICACION PIC X.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-PCT    PIC ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-ACTUAL PIC ZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-NUEVA  PIC ZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-D-COSTO  PIC Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-RESULTADO PIC X(24).

       01  WS-RESUMEN-ENCABEZADO.
           05  FILLER      PIC X(40) VALUE
               'DEPTO BOLSA%  COSTO PERIODO      BOLSA  '.
           05  FILLER      PIC X(29) VALUE
               '    USADO  DISPONIBLE  ESTADO'.

       01  WS-RESUMEN-LINE.
           05  WS-S-DEPTO  PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-S-PCT    PIC Z9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-S-COSTO  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-S-BOLSA  PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-S-USADO  PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-S-DISPONIBLE PIC -ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-S-ESTADO PIC X(12).

       01  WS-TOTAL-LINE.
           05  WS-TL-ETIQUETA PIC X(34).
           05  WS-TL-CONTEO PIC ZZ,ZZ9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-TL-MONTO PIC $ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM ACEPTA-PARAMETROS.
           PERFORM CARGA-TARIFAS.
           PERFORM CARGA-CATALOGO-DEPTOS.
           PERFORM CARGA-BOLSAS.
           PERFORM CARGA-EMPLEADOS.
           PERFORM CALCULA-BOLSAS.
           PERFORM CARGA-HISTORIA-MERITO.
           PERFORM CARGA-CAMBIOS-AUTORIZADOS.

           IF MODO-HOJA
              PERFORM IMPRIME-HOJA
              DISPLAY "MERITO: HOJA DE REVISION DEL CICLO " WS-ANIO
                  " CON " WS-NUM-EMPLEADOS " EMPLEADO(S) EN "
                  "data/MERITHOJA.RPT"
              PERFORM AVISA-BITACORA
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-PROPUESTAS.
           PERFORM VALIDA-PROPUESTA
               VARYING PROP-IDX FROM 1 BY 1
               UNTIL PROP-IDX > WS-NUM-PROPUESTAS.
           PERFORM CONFRONTA-BOLSAS.
           PERFORM CUENTA-RESULTADOS.

           IF MODO-APLICAR
              IF WS-FECHA-HOY < WS-FECHA-EFECTIVA
                 DISPLAY "MERITO: LA FECHA EFECTIVA "
                     WS-FECHA-EFECTIVA " AUN NO LLEGA, NO SE APLICA"
                 MOVE 'VALIDACION' TO WS-T-MODO
                 PERFORM IMPRIME-VALIDACION
                 PERFORM AVISA-BITACORA
                 MOVE 8 TO RETURN-CODE
              ELSE
              IF WS-NUM-RECHAZADAS > ZERO
                 DISPLAY "MERITO: " WS-NUM-RECHAZADAS
                     " PROPUESTA(S) RECHAZADA(S); SOLO SE APLICA UN "
                     "ARCHIVO LIMPIO, VER data/MERITO.RPT"
                 MOVE 'VALIDACION' TO WS-T-MODO
                 PERFORM IMPRIME-VALIDACION
                 PERFORM AVISA-BITACORA
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM GENERA-TRANSACCIONES
                 MOVE 'APLICACION' TO WS-T-MODO
                 PERFORM IMPRIME-VALIDACION
                 DISPLAY "MERITO: " WS-NUM-TRANSACCIONES
                     " CAMBIO(S) EN data/EMPTRANS.DAT PARA EMPBATCH"
                 PERFORM AVISA-BITACORA
                 MOVE ZERO TO RETURN-CODE
              END-IF
              END-IF
           ELSE
              MOVE 'VALIDACION' TO WS-T-MODO
              PERFORM IMPRIME-VALIDACION
              DISPLAY "MERITO: " WS-NUM-VALIDAS " PROPUESTA(S) "
                  "VALIDA(S), " WS-NUM-RECHAZADAS " RECHAZADA(S); "
                  "VER data/MERITO.RPT"
              PERFORM AVISA-BITACORA
              IF WS-NUM-RECHAZADAS > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       ACEPTA-PARAMETROS.
           DISPLAY "MODO (H=HOJA, V=VALIDAR, A=APLICAR): "
               WITH NO ADVANCING.
           ACCEPT WS-MODO.
           DISPLAY "CICLO (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ANIO.
           DISPLAY "FECHA EFECTIVA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-EFECTIVA.
           IF NOT MODO-HOJA AND NOT MODO-VALIDAR AND NOT MODO-APLICAR
              DISPLAY "MERITO: MODO INVALIDO: " WS-MODO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-ANIO NOT NUMERIC OR WS-ANIO < 2000
              DISPLAY "MERITO: CICLO INVALIDO: " WS-ANIO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT MODO-HOJA
              IF WS-FECHA-EFECTIVA NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-EFECTIVA)
                    NOT = 0
                 DISPLAY "MERITO: FECHA EFECTIVA INVALIDA: "
                     WS-FECHA-EFECTIVA
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       CARGA-TARIFAS.
           OPEN INPUT PAY-RATE-FILE.
           IF WS-PAYRATE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PAYRATE.DAT: "
                  WS-PAYRATE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-PAYRATE-STATUS NOT = "00"
              READ PAY-RATE-FILE
                 AT END MOVE "10" TO WS-PAYRATE-STATUS
                 NOT AT END
                    IF PAY-RATE-RECORD(1:3) NOT = 'HDR'
                       AND PAY-RATE-RECORD(1:3) NOT = 'TRL'
                       IF WS-NUM-TARIFAS = 100
                          DISPLAY "TABLA LLENA: WS-NUM-TARIFAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-TARIFAS
                       MOVE PR-GRADO TO TAB-GRADO(WS-NUM-TARIFAS)
                       MOVE PR-TARIFA TO TAB-TARIFA(WS-NUM-TARIFAS)
                       IF PR-TARIFA-MAXIMA IS NUMERIC
                          MOVE PR-TARIFA-MAXIMA TO
                              TAB-TARIFA-MAX(WS-NUM-TARIFAS)
                       ELSE
                          MOVE ZERO TO TAB-TARIFA-MAX(WS-NUM-TARIFAS)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAY-RATE-FILE.

       CARGA-CATALOGO-DEPTOS.
           OPEN INPUT DEPTCAT-FILE.
           IF WS-DEPTCAT-STATUS = "00"
              PERFORM UNTIL WS-DEPTCAT-STATUS NOT = "00"
                 READ DEPTCAT-FILE
                    AT END MOVE "10" TO WS-DEPTCAT-STATUS
                    NOT AT END
                       MOVE DCT-CODIGO TO WS-BUSCA-DEPTO
                       PERFORM AGREGA-DEPTO
                       MOVE DCT-DESCRIPCION TO
                           TD-DESCRIPCION(WS-DEP-POS)
                 END-READ
              END-PERFORM
              CLOSE DEPTCAT-FILE
           ELSE
              DISPLAY "MERITO: SIN CATALOGO data/DEPTCAT.DAT: "
                  WS-DEPTCAT-STATUS
           END-IF.

      * bolsas del ciclo pedido; un departamento sin renglon no tiene
      * bolsa y no admite aumentos
       CARGA-BOLSAS.
           OPEN INPUT MERITPOOL-FILE.
           IF WS-MERITPOOL-STATUS = "00" OR WS-MERITPOOL-STATUS = "05"
              PERFORM UNTIL WS-MERITPOOL-STATUS NOT = "00"
                 READ MERITPOOL-FILE
                    AT END MOVE "10" TO WS-MERITPOOL-STATUS
                    NOT AT END
                       IF MPL-ANIO = WS-ANIO
                          AND MPL-PORCENTAJE IS NUMERIC
                          MOVE MPL-DEPARTAMENTO TO WS-BUSCA-DEPTO
                          PERFORM AGREGA-DEPTO
                          MOVE 'S' TO TD-CON-BOLSA(WS-DEP-POS)
                          MOVE MPL-PORCENTAJE TO
                              TD-PORCENTAJE(WS-DEP-POS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MERITPOOL-FILE
           END-IF.

      * busca el departamento de WS-BUSCA-DEPTO y lo agrega si no
      * esta; deja su posicion en WS-DEP-POS
       AGREGA-DEPTO.
           MOVE ZERO TO WS-DEP-POS.
           PERFORM VARYING DEPTO-IDX FROM 1 BY 1
                   UNTIL DEPTO-IDX > WS-NUM-DEPTOS
              IF TD-DEPTO(DEPTO-IDX) = WS-BUSCA-DEPTO
                 SET WS-DEP-POS TO DEPTO-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DEP-POS = ZERO
              IF WS-NUM-DEPTOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-DEPTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-DEPTOS
              MOVE WS-NUM-DEPTOS TO WS-DEP-POS
              MOVE WS-BUSCA-DEPTO TO TD-DEPTO(WS-DEP-POS)
              MOVE SPACES TO TD-DESCRIPCION(WS-DEP-POS)
              MOVE 'N' TO TD-CON-BOLSA(WS-DEP-POS)
              MOVE ZERO TO TD-PORCENTAJE(WS-DEP-POS)
              MOVE ZERO TO TD-NUM-EMP(WS-DEP-POS)
              MOVE ZERO TO TD-COSTO(WS-DEP-POS)
              MOVE ZERO TO TD-BOLSA(WS-DEP-POS)
              MOVE ZERO TO TD-USADO(WS-DEP-POS)
              MOVE ZERO TO TD-NUM-PROP(WS-DEP-POS)
              MOVE 'N' TO TD-EXCEDIDA(WS-DEP-POS)
           END-IF.

      * poblacion viva: tarifa vigente resuelta contra el rango de su
      * grado y costo del periodo (HORAS por tarifa) a su departamento
       CARGA-EMPLEADOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EMP-EOF.
           PERFORM UNTIL NO-HAY-MAS-EMPLEADOS
              READ EMPLOYEE-FILE
                 AT END MOVE 'S' TO WS-EMP-EOF
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       AND NOT BAJA
                       PERFORM AGREGA-EMPLEADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       AGREGA-EMPLEADO.
           IF WS-NUM-EMPLEADOS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-EMPLEADOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-EMPLEADOS.
           MOVE WS-NUM-EMPLEADOS TO WS-EMP-POS.
           MOVE DATO-ID TO TE-DATO-ID(WS-EMP-POS).
           MOVE NOMBRE TO TE-NOMBRE(WS-EMP-POS).
           MOVE DEPARTAMENTO TO TE-DEPTO(WS-EMP-POS).
           MOVE JOB-GRADE TO TE-GRADO(WS-EMP-POS).
           MOVE HORAS TO TE-HORAS(WS-EMP-POS).
           MOVE ZERO TO TE-ULTIMO-AUMENTO(WS-EMP-POS).
           MOVE 'N' TO TE-MERITO-CICLO(WS-EMP-POS).
           MOVE JOB-GRADE TO WS-RT-GRADO.
           MOVE PAGO TO WS-RT-PAGO.
           PERFORM RESUELVE-TARIFA.
           MOVE WS-RT-TARIFA TO TE-TARIFA(WS-EMP-POS).
           MOVE WS-RT-MINIMO TO TE-MINIMO(WS-EMP-POS).
           MOVE WS-RT-MAXIMO TO TE-MAXIMO(WS-EMP-POS).
           MOVE DEPARTAMENTO TO WS-BUSCA-DEPTO.
           PERFORM AGREGA-DEPTO.
           MOVE WS-DEP-POS TO TE-DEP-POS(WS-EMP-POS).
           ADD 1 TO TD-NUM-EMP(WS-DEP-POS).
           COMPUTE TD-COSTO(WS-DEP-POS) = TD-COSTO(WS-DEP-POS)
               + HORAS * WS-RT-TARIFA.

      * tarifa vigente de WS-RT-PAGO en el grado WS-RT-GRADO con la
      * misma regla de BUSCA-TARIFA-POR-GRADO en TIPOSDEDATOS.cbl: un
      * grado de tarifa unica manda su tarifa; en un grado con rango
      * el PAGO vale entre el minimo y el maximo. Un grado que no
      * esta en la tabla conserva el PAGO, sin rango
       RESUELVE-TARIFA.
           MOVE 'N' TO WS-RT-HALLADO.
           MOVE WS-RT-PAGO TO WS-RT-TARIFA.
           MOVE ZERO TO WS-RT-MINIMO WS-RT-MAXIMO.
           PERFORM VARYING TARIFA-IDX FROM 1 BY 1
                   UNTIL TARIFA-IDX > WS-NUM-TARIFAS
              IF TAB-GRADO(TARIFA-IDX) = WS-RT-GRADO
                 MOVE 'S' TO WS-RT-HALLADO
                 MOVE TAB-TARIFA(TARIFA-IDX) TO WS-RT-MINIMO
                 MOVE TAB-TARIFA-MAX(TARIFA-IDX) TO WS-RT-MAXIMO
                 IF WS-RT-MAXIMO = ZERO
                    OR WS-RT-TARIFA < WS-RT-MINIMO
                    MOVE WS-RT-MINIMO TO WS-RT-TARIFA
                 ELSE
                    IF WS-RT-TARIFA > WS-RT-MAXIMO
                       MOVE WS-RT-MAXIMO TO WS-RT-TARIFA
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * la bolsa en pesos por periodo es el porcentaje del ciclo
      * sobre el costo vigente del departamento
       CALCULA-BOLSAS.
           PERFORM VARYING DEPTO-IDX FROM 1 BY 1
                   UNTIL DEPTO-IDX > WS-NUM-DEPTOS
              COMPUTE TD-BOLSA(DEPTO-IDX) ROUNDED =
                  TD-COSTO(DEPTO-IDX) * TD-PORCENTAJE(DEPTO-IDX)
                      / 100
           END-PERFORM.

      * ultimo aumento por merito de cada empleado y candado de uno
      * solo por ciclo
       CARGA-HISTORIA-MERITO.
           OPEN INPUT MERITHIST-FILE.
           IF WS-MERITHIST-STATUS = "00" OR WS-MERITHIST-STATUS = "05"
              PERFORM UNTIL WS-MERITHIST-STATUS NOT = "00"
                 READ MERITHIST-FILE
                    AT END MOVE "10" TO WS-MERITHIST-STATUS
                    NOT AT END
                       MOVE MHI-DATO-ID TO WS-BUSCA-ID
                       PERFORM BUSCA-EMPLEADO
                       IF WS-EMP-POS > ZERO
                          IF MHI-FECHA-EFECTIVA >
                             TE-ULTIMO-AUMENTO(WS-EMP-POS)
                             MOVE MHI-FECHA-EFECTIVA TO
                                 TE-ULTIMO-AUMENTO(WS-EMP-POS)
                          END-IF
                          IF MHI-ANIO = WS-ANIO
                             MOVE 'S' TO TE-MERITO-CICLO(WS-EMP-POS)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MERITHIST-FILE
           END-IF.

      * un cambio de PAGO o de grado autorizado fuera del ciclo
      * (promocion, ajuste) tambien cuenta como ultimo aumento
       CARGA-CAMBIOS-AUTORIZADOS.
           OPEN INPUT CAMBPEND-FILE.
           IF WS-CAMBPEND-STATUS = "00" OR WS-CAMBPEND-STATUS = "05"
              PERFORM UNTIL WS-CAMBPEND-STATUS NOT = "00"
                 READ CAMBPEND-FILE
                    AT END MOVE "10" TO WS-CAMBPEND-STATUS
                    NOT AT END
                       IF CPD-APROBADO
                          AND (CPD-ES-PAGO OR CPD-ES-GRADO)
                          MOVE CPD-DATO-ID TO WS-BUSCA-ID
                          PERFORM BUSCA-EMPLEADO
                          IF WS-EMP-POS > ZERO
                             IF CPD-FECHA-DECIDE >
                                TE-ULTIMO-AUMENTO(WS-EMP-POS)
                                MOVE CPD-FECHA-DECIDE TO
                                    TE-ULTIMO-AUMENTO(WS-EMP-POS)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBPEND-FILE
           END-IF.

       BUSCA-EMPLEADO.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPLEADOS
              IF TE-DATO-ID(EMP-IDX) = WS-BUSCA-ID
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * hoja de revision: un bloque por departamento con poblacion,
      * en el orden del catalogo
       IMPRIME-HOJA.
           OPEN OUTPUT HOJA-FILE.
           MOVE WS-ANIO TO WS-HT-ANIO.
           MOVE WS-FECHA-HOY TO WS-HT-FECHA.
           MOVE WS-HOJA-TITULO TO HOJA-LINE.
           WRITE HOJA-LINE.
           PERFORM VARYING DEPTO-IDX FROM 1 BY 1
                   UNTIL DEPTO-IDX > WS-NUM-DEPTOS
              IF TD-NUM-EMP(DEPTO-IDX) > ZERO
                 PERFORM IMPRIME-HOJA-DEPTO
              END-IF
           END-PERFORM.
           CLOSE HOJA-FILE.

       IMPRIME-HOJA-DEPTO.
           SET WS-DEP-POS TO DEPTO-IDX.
           MOVE SPACES TO HOJA-LINE.
           WRITE HOJA-LINE.
           MOVE TD-DEPTO(WS-DEP-POS) TO WS-HD-DEPTO.
           MOVE TD-DESCRIPCION(WS-DEP-POS) TO WS-HD-DESCRIPCION.
           MOVE WS-HOJA-DEPTO TO HOJA-LINE.
           WRITE HOJA-LINE.
           IF TD-CON-BOLSA(WS-DEP-POS) = 'S'
              MOVE TD-PORCENTAJE(WS-DEP-POS) TO WS-HB-PCT
              MOVE TD-COSTO(WS-DEP-POS) TO WS-HB-COSTO
              MOVE TD-BOLSA(WS-DEP-POS) TO WS-HB-BOLSA
              MOVE WS-HOJA-BOLSA TO HOJA-LINE
           ELSE
              MOVE SPACES TO HOJA-LINE
              STRING '  SIN BOLSA DE MERITO PARA EL CICLO ' WS-ANIO
                  ', NO ADMITE AUMENTOS'
                  DELIMITED BY SIZE INTO HOJA-LINE
           END-IF.
           WRITE HOJA-LINE.
           MOVE WS-HOJA-ENCABEZADO TO HOJA-LINE.
           WRITE HOJA-LINE.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPLEADOS
              IF TE-DEP-POS(EMP-IDX) = WS-DEP-POS
                 PERFORM IMPRIME-HOJA-EMPLEADO
              END-IF
           END-PERFORM.

       IMPRIME-HOJA-EMPLEADO.
           MOVE TE-DATO-ID(EMP-IDX) TO WS-HE-ID.
           MOVE TE-NOMBRE(EMP-IDX) TO WS-HE-NOMBRE.
           MOVE TE-GRADO(EMP-IDX) TO WS-HE-GRADO.
           MOVE TE-TARIFA(EMP-IDX) TO WS-HE-TARIFA.
           MOVE TE-MINIMO(EMP-IDX) TO WS-HE-MINIMO.
           MOVE TE-MAXIMO(EMP-IDX) TO WS-HE-MAXIMO.
           IF TE-MAXIMO(EMP-IDX) > TE-MINIMO(EMP-IDX)
              COMPUTE WS-POSICION ROUNDED =
                  (TE-TARIFA(EMP-IDX) - TE-MINIMO(EMP-IDX)) * 100
                      / (TE-MAXIMO(EMP-IDX) - TE-MINIMO(EMP-IDX))
              MOVE WS-POSICION TO WS-PE-VALOR
              MOVE WS-POSICION-EDIT TO WS-HE-POSICION
           ELSE
              MOVE 'UNICA' TO WS-HE-POSICION
           END-IF.
           IF TE-ULTIMO-AUMENTO(EMP-IDX) = ZERO
              MOVE 'NINGUNO' TO WS-HE-ULTIMO
           ELSE
              MOVE TE-ULTIMO-AUMENTO(EMP-IDX) TO WS-HE-ULTIMO
           END-IF.
           MOVE WS-HOJA-DETALLE TO HOJA-LINE.
           WRITE HOJA-LINE.

      * un renglon de la hoja del gerente por propuesta; un campo
      * numerico en blanco (renglon corto) vale cero
       CARGA-PROPUESTAS.
           OPEN INPUT MERITPROP-FILE.
           IF WS-MERITPROP-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/MERITPROP.DAT: "
                  WS-MERITPROP-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-MERITPROP-STATUS NOT = "00"
              READ MERITPROP-FILE
                 AT END MOVE "10" TO WS-MERITPROP-STATUS
                 NOT AT END
                    PERFORM AGREGA-PROPUESTA
              END-READ
           END-PERFORM.
           CLOSE MERITPROP-FILE.

       AGREGA-PROPUESTA.
           IF WS-NUM-PROPUESTAS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-PROPUESTAS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-PROPUESTAS.
           MOVE WS-NUM-PROPUESTAS TO WS-PROP-POS.
           MOVE SPACES TO TP-MOTIVO(WS-PROP-POS).
           MOVE ZERO TO TP-EMP-POS(WS-PROP-POS).
           MOVE ZERO TO TP-PAGO-NUEVO(WS-PROP-POS).
           MOVE ZERO TO TP-COSTO(WS-PROP-POS).
           MOVE MPR-GRADO-NUEVO TO TP-GRADO-NUEVO(WS-PROP-POS).
           MOVE MPR-CALIFICACION TO TP-CALIFICACION(WS-PROP-POS).
           IF MPR-PORCENTAJE = SPACES
              MOVE ZERO TO MPR-PORCENTAJE
           END-IF.
           IF MPR-PAGO-NUEVO = SPACES
              MOVE ZERO TO MPR-PAGO-NUEVO
           END-IF.
           IF MPR-DATO-ID IS NUMERIC
              MOVE MPR-DATO-ID TO TP-DATO-ID(WS-PROP-POS)
           ELSE
              MOVE ZERO TO TP-DATO-ID(WS-PROP-POS)
           END-IF.
           IF MPR-PORCENTAJE IS NUMERIC
              AND MPR-PAGO-NUEVO IS NUMERIC
              MOVE MPR-PORCENTAJE TO TP-PORCENTAJE(WS-PROP-POS)
              MOVE MPR-PAGO-NUEVO TO TP-PAGO-PROPUESTO(WS-PROP-POS)
           ELSE
              MOVE ZERO TO TP-PORCENTAJE(WS-PROP-POS)
              MOVE ZERO TO TP-PAGO-PROPUESTO(WS-PROP-POS)
              MOVE 'PROPUESTA NO NUMERICA' TO TP-MOTIVO(WS-PROP-POS)
           END-IF.

      * validaciones de la propuesta en turno, en el orden en que RH
      * las corrige: empleado, calificacion, grado, tarifa nueva
      * contra el rango del grado destino y bolsa del departamento
       VALIDA-PROPUESTA.
           SET WS-PROP-POS TO PROP-IDX.
           MOVE TP-MOTIVO(WS-PROP-POS) TO WS-MOTIVO.
           MOVE ZERO TO WS-EMP-POS.
           IF WS-MOTIVO = SPACES
              MOVE TP-DATO-ID(WS-PROP-POS) TO WS-BUSCA-ID
              PERFORM BUSCA-EMPLEADO
              IF WS-EMP-POS = ZERO
                 MOVE 'NO EXISTE O DADO DE BAJA' TO WS-MOTIVO
              END-IF
           END-IF.
           MOVE WS-EMP-POS TO TP-EMP-POS(WS-PROP-POS).
           IF WS-MOTIVO = SPACES
              PERFORM VARYING WS-DUP-POS FROM 1 BY 1
                      UNTIL WS-DUP-POS >= WS-PROP-POS
                 IF TP-DATO-ID(WS-DUP-POS) = TP-DATO-ID(WS-PROP-POS)
                    MOVE 'PROPUESTA DUPLICADA' TO WS-MOTIVO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-MOTIVO = SPACES
              AND NOT TP-CALIFICACION-VALIDA(WS-PROP-POS)
              MOVE 'CALIFICACION INVALIDA' TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              AND TE-MERITO-CICLO(WS-EMP-POS) = 'S'
              MOVE 'YA TUVO MERITO DEL CICLO' TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              PERFORM CALCULA-TARIFA-NUEVA
           END-IF.
           IF WS-MOTIVO = SPACES
              AND TP-NO-CUMPLE(WS-PROP-POS)
              AND (WS-PAGO-NUEVO > TE-TARIFA(WS-EMP-POS)
                   OR WS-GRADO-DESTINO NOT = TE-GRADO(WS-EMP-POS))
              MOVE 'CALIFICACION SIN AUMENTO' TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              MOVE WS-PAGO-NUEVO TO TP-PAGO-NUEVO(WS-PROP-POS)
              COMPUTE TP-COSTO(WS-PROP-POS) = TE-HORAS(WS-EMP-POS)
                  * (WS-PAGO-NUEVO - TE-TARIFA(WS-EMP-POS))
              MOVE TE-DEP-POS(WS-EMP-POS) TO WS-DEP-POS
              IF TP-COSTO(WS-PROP-POS) > ZERO
                 AND TD-CON-BOLSA(WS-DEP-POS) NOT = 'S'
                 MOVE 'SIN BOLSA EN EL DEPTO' TO WS-MOTIVO
              END-IF
           END-IF.
           MOVE WS-MOTIVO TO TP-MOTIVO(WS-PROP-POS).

      * tarifa nueva: el PAGO propuesto o la vigente mas el
      * porcentaje, resuelta contra el grado destino. En un grado de
      * tarifa unica solo cabe su tarifa; en un grado con rango una
      * promocion que queda abajo del minimo entra al minimo y nada
      * pasa del maximo. El merito nunca baja la tarifa vigente.
       CALCULA-TARIFA-NUEVA.
           MOVE TE-GRADO(WS-EMP-POS) TO WS-GRADO-DESTINO.
           IF TP-GRADO-NUEVO(WS-PROP-POS) NOT = SPACES
              MOVE TP-GRADO-NUEVO(WS-PROP-POS) TO WS-GRADO-DESTINO
           END-IF.
           IF TP-PAGO-PROPUESTO(WS-PROP-POS) > ZERO
              MOVE TP-PAGO-PROPUESTO(WS-PROP-POS) TO WS-PAGO-NUEVO
           ELSE
              COMPUTE WS-PAGO-NUEVO ROUNDED = TE-TARIFA(WS-EMP-POS)
                  * (1 + TP-PORCENTAJE(WS-PROP-POS) / 100)
           END-IF.
           MOVE WS-GRADO-DESTINO TO WS-RT-GRADO.
           MOVE WS-PAGO-NUEVO TO WS-RT-PAGO.
           PERFORM RESUELVE-TARIFA.
           EVALUATE TRUE
              WHEN NOT GRADO-HALLADO
                 MOVE 'GRADO SIN TARIFA' TO WS-MOTIVO
              WHEN WS-RT-MAXIMO = ZERO
                 IF WS-PAGO-NUEVO NOT = TE-TARIFA(WS-EMP-POS)
                    AND WS-PAGO-NUEVO NOT = WS-RT-MINIMO
                    MOVE 'GRADO DE TARIFA UNICA' TO WS-MOTIVO
                 ELSE
                    MOVE WS-RT-MINIMO TO WS-PAGO-NUEVO
                 END-IF
              WHEN WS-PAGO-NUEVO > WS-RT-MAXIMO
                 MOVE 'ARRIBA DEL MAXIMO' TO WS-MOTIVO
              WHEN OTHER
                 MOVE WS-RT-TARIFA TO WS-PAGO-NUEVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
              AND WS-PAGO-NUEVO < TE-TARIFA(WS-EMP-POS)
              MOVE 'PROPUESTA BAJA LA TARIFA' TO WS-MOTIVO
           END-IF.

      * suma por departamento de las propuestas validas contra su
      * bolsa; un departamento pasado rechaza todas las suyas, para
      * que el gerente reparta de nuevo y no RH a su criterio
       CONFRONTA-BOLSAS.
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-NUM-PROPUESTAS
              IF TP-EMP-POS(PROP-IDX) > ZERO
                 MOVE TP-EMP-POS(PROP-IDX) TO WS-EMP-POS
                 MOVE TE-DEP-POS(WS-EMP-POS) TO WS-DEP-POS
                 ADD 1 TO TD-NUM-PROP(WS-DEP-POS)
                 IF TP-MOTIVO(PROP-IDX) = SPACES
                    ADD TP-COSTO(PROP-IDX) TO TD-USADO(WS-DEP-POS)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING DEPTO-IDX FROM 1 BY 1
                   UNTIL DEPTO-IDX > WS-NUM-DEPTOS
              IF TD-USADO(DEPTO-IDX) > TD-BOLSA(DEPTO-IDX)
                 MOVE 'S' TO TD-EXCEDIDA(DEPTO-IDX)
                 ADD 1 TO WS-NUM-DEPTOS-EXCEDIDOS
              END-IF
           END-PERFORM.
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-NUM-PROPUESTAS
              IF TP-EMP-POS(PROP-IDX) > ZERO
                 AND TP-MOTIVO(PROP-IDX) = SPACES
                 MOVE TP-EMP-POS(PROP-IDX) TO WS-EMP-POS
                 MOVE TE-DEP-POS(WS-EMP-POS) TO WS-DEP-POS
                 IF TD-EXCEDIDA(WS-DEP-POS) = 'S'
                    MOVE 'DEPTO EXCEDE SU BOLSA' TO TP-MOTIVO(PROP-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       CUENTA-RESULTADOS.
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-NUM-PROPUESTAS
              IF TP-MOTIVO(PROP-IDX) = SPACES
                 ADD 1 TO WS-NUM-VALIDAS
                 ADD TP-COSTO(PROP-IDX) TO WS-TOTAL-COSTO
                 MOVE TP-EMP-POS(PROP-IDX) TO WS-EMP-POS
                 IF TP-PAGO-NUEVO(PROP-IDX) = TE-TARIFA(WS-EMP-POS)
                    AND (TP-GRADO-NUEVO(PROP-IDX) = SPACES
                         OR TP-GRADO-NUEVO(PROP-IDX) =
                            TE-GRADO(WS-EMP-POS))
                    ADD 1 TO WS-NUM-SIN-CAMBIO
                 END-IF
              ELSE
                 ADD 1 TO WS-NUM-RECHAZADAS
              END-IF
           END-PERFORM.

      * un cambio 'C' de EMPBATCH por propuesta que mueve tarifa o
      * grado, armado del registro vigente de EMPLOYEE.DAT con solo
      * PAGO y JOB-GRADE nuevos; EMPBATCH los encola para la doble
      * autorizacion y deja las imagenes en MANTAUD.LOG
       GENERA-TRANSACCIONES.
           OPEN OUTPUT EMPTRANS-FILE.
           IF WS-EMPTRANS-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/EMPTRANS.DAT: "
                  WS-EMPTRANS-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND MERITHIST-FILE.
           IF WS-MERITHIST-STATUS NOT = "00"
              AND WS-MERITHIST-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/MERITHIST.DAT: "
                  WS-MERITHIST-STATUS
              CLOSE EMPTRANS-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE 'N' TO WS-EMP-EOF.
           PERFORM UNTIL NO-HAY-MAS-EMPLEADOS
              READ EMPLOYEE-FILE
                 AT END MOVE 'S' TO WS-EMP-EOF
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       AND NOT BAJA
                       PERFORM GENERA-TRANSACCION-EMPLEADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE EMPTRANS-FILE MERITHIST-FILE.

       GENERA-TRANSACCION-EMPLEADO.
           MOVE ZERO TO WS-PROP-POS.
           PERFORM VARYING PROP-IDX FROM 1 BY 1
                   UNTIL PROP-IDX > WS-NUM-PROPUESTAS
              IF TP-DATO-ID(PROP-IDX) = DATO-ID
                 SET WS-PROP-POS TO PROP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PROP-POS > ZERO
              AND TP-MOTIVO(WS-PROP-POS) = SPACES
              MOVE TP-EMP-POS(WS-PROP-POS) TO WS-EMP-POS
              MOVE TE-GRADO(WS-EMP-POS) TO WS-GRADO-DESTINO
              IF TP-GRADO-NUEVO(WS-PROP-POS) NOT = SPACES
                 MOVE TP-GRADO-NUEVO(WS-PROP-POS) TO WS-GRADO-DESTINO
              END-IF
              IF TP-PAGO-NUEVO(WS-PROP-POS) NOT = TE-TARIFA(WS-EMP-POS)
                 OR WS-GRADO-DESTINO NOT = JOB-GRADE
                 PERFORM ESCRIBE-TRANSACCION
                 PERFORM ESCRIBE-HISTORIA-MERITO
              END-IF
           END-IF.

       ESCRIBE-TRANSACCION.
           MOVE SPACES TO EMPTRANS-RECORD.
           MOVE 'C' TO TRN-CODIGO.
           MOVE DATO-ID TO TRN-DATO-ID.
           MOVE HORAS TO TRN-HORAS.
           MOVE TP-PAGO-NUEVO(WS-PROP-POS) TO TRN-PAGO.
           MOVE MX-ESTADO TO TRN-MX-ESTADO.
           MOVE WS-GRADO-DESTINO TO TRN-JOB-GRADE.
           MOVE DEDUCCION-PERIODO TO TRN-DEDUCCION-PERIODO.
           MOVE DEPARTAMENTO TO TRN-DEPARTAMENTO.
           MOVE SCHEDULED-HORAS TO TRN-SCHEDULED-HORAS.
           MOVE EMPLOYEE-STATUS TO TRN-EMPLOYEE-STATUS.
           MOVE COMPANIA TO TRN-COMPANIA.
           MOVE NOMBRE TO TRN-NOMBRE.
           MOVE RFC TO TRN-RFC.
           MOVE CURP TO TRN-CURP.
           MOVE FECHA-INGRESO TO TRN-FECHA-INGRESO.
           MOVE BASE-PAGO TO TRN-BASE-PAGO.
           MOVE TIPO-REGIMEN TO TRN-TIPO-REGIMEN.
           MOVE ZERO TO TRN-PLAZA.
           MOVE ZERO TO TRN-CTR-INICIO.
           MOVE ZERO TO TRN-CTR-FIN.
           WRITE EMPTRANS-RECORD.
           ADD 1 TO WS-NUM-TRANSACCIONES.

       ESCRIBE-HISTORIA-MERITO.
           MOVE WS-ANIO TO MHI-ANIO.
           MOVE DATO-ID TO MHI-DATO-ID.
           MOVE WS-FECHA-EFECTIVA TO MHI-FECHA-EFECTIVA.
           MOVE DEPARTAMENTO TO MHI-DEPARTAMENTO.
           MOVE TP-CALIFICACION(WS-PROP-POS) TO MHI-CALIFICACION.
           MOVE JOB-GRADE TO MHI-GRADO-ANTES.
           MOVE WS-GRADO-DESTINO TO MHI-GRADO-NUEVO.
           MOVE TE-TARIFA(WS-EMP-POS) TO MHI-PAGO-ANTES.
           MOVE TP-PAGO-NUEVO(WS-PROP-POS) TO MHI-PAGO-NUEVO.
           MOVE WS-FECHA-HOY TO MHI-FECHA-APLICA.
           WRITE MERITHIST-RECORD.

      * detalle por propuesta y resumen por departamento contra su
      * bolsa
       IMPRIME-VALIDACION.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-ANIO TO WS-T-ANIO.
           MOVE WS-FECHA-EFECTIVA TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENCABEZADO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM IMPRIME-PROPUESTA
               VARYING PROP-IDX FROM 1 BY 1
               UNTIL PROP-IDX > WS-NUM-PROPUESTAS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RESUMEN-ENCABEZADO TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING DEPTO-IDX FROM 1 BY 1
                   UNTIL DEPTO-IDX > WS-NUM-DEPTOS
              IF TD-NUM-PROP(DEPTO-IDX) > ZERO
                 PERFORM IMPRIME-RESUMEN-DEPTO
              END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PROPUESTAS LEIDAS' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-PROPUESTAS TO WS-TL-CONTEO.
           MOVE ZERO TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  VALIDAS, COSTO DEL PERIODO' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-VALIDAS TO WS-TL-CONTEO.
           MOVE WS-TOTAL-COSTO TO WS-TL-MONTO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-TL-MONTO.
           MOVE '    DE ELLAS SIN CAMBIO DE TARIFA' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-SIN-CAMBIO TO WS-TL-CONTEO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  RECHAZADAS' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-RECHAZADAS TO WS-TL-CONTEO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPARTAMENTOS PASADOS DE SU BOLSA' TO WS-TL-ETIQUETA.
           MOVE WS-NUM-DEPTOS-EXCEDIDOS TO WS-TL-CONTEO.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MODO-APLICAR AND WS-T-MODO = 'APLICACION'
              MOVE 'CAMBIOS ENVIADOS A EMPBATCH' TO WS-TL-ETIQUETA
              MOVE WS-NUM-TRANSACCIONES TO WS-TL-CONTEO
              MOVE WS-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       IMPRIME-PROPUESTA.
           MOVE TP-DATO-ID(PROP-IDX) TO WS-D-ID.
           MOVE TP-CALIFICACION(PROP-IDX) TO WS-D-CALIFICACION.
           MOVE TP-PORCENTAJE(PROP-IDX) TO WS-D-PCT.
           MOVE TP-GRADO-NUEVO(PROP-IDX) TO WS-D-GRADO-NUEVO.
           MOVE SPACES TO WS-D-GRADO-ANTES.
           MOVE ZERO TO WS-D-ACTUAL.
           IF TP-EMP-POS(PROP-IDX) > ZERO
              MOVE TP-EMP-POS(PROP-IDX) TO WS-EMP-POS
              MOVE TE-GRADO(WS-EMP-POS) TO WS-D-GRADO-ANTES
              MOVE TE-TARIFA(WS-EMP-POS) TO WS-D-ACTUAL
              IF TP-GRADO-NUEVO(PROP-IDX) = SPACES
                 MOVE TE-GRADO(WS-EMP-POS) TO WS-D-GRADO-NUEVO
              END-IF
           END-IF.
           IF TP-MOTIVO(PROP-IDX) = SPACES
              MOVE TP-PAGO-NUEVO(PROP-IDX) TO WS-D-NUEVA
              MOVE TP-COSTO(PROP-IDX) TO WS-D-COSTO
              IF TP-PAGO-NUEVO(PROP-IDX) = TE-TARIFA(WS-EMP-POS)
                 AND (TP-GRADO-NUEVO(PROP-IDX) = SPACES
                      OR TP-GRADO-NUEVO(PROP-IDX) =
                         TE-GRADO(WS-EMP-POS))
                 MOVE 'VALIDA, SIN CAMBIO' TO WS-D-RESULTADO
              ELSE
              IF WS-T-MODO = 'APLICACION'
                 MOVE 'APLICADA' TO WS-D-RESULTADO
              ELSE
                 MOVE 'VALIDA' TO WS-D-RESULTADO
              END-IF
              END-IF
           ELSE
              MOVE ZERO TO WS-D-NUEVA
              MOVE ZERO TO WS-D-COSTO
              MOVE TP-MOTIVO(PROP-IDX) TO WS-D-RESULTADO
           END-IF.
           MOVE WS-DETALLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-RESUMEN-DEPTO.
           MOVE TD-DEPTO(DEPTO-IDX) TO WS-S-DEPTO.
           MOVE TD-PORCENTAJE(DEPTO-IDX) TO WS-S-PCT.
           MOVE TD-COSTO(DEPTO-IDX) TO WS-S-COSTO.
           MOVE TD-BOLSA(DEPTO-IDX) TO WS-S-BOLSA.
           MOVE TD-USADO(DEPTO-IDX) TO WS-S-USADO.
           COMPUTE WS-DISPONIBLE =
               TD-BOLSA(DEPTO-IDX) - TD-USADO(DEPTO-IDX).
           MOVE WS-DISPONIBLE TO WS-S-DISPONIBLE.
           EVALUATE TRUE
              WHEN TD-CON-BOLSA(DEPTO-IDX) NOT = 'S'
                 MOVE 'SIN BOLSA' TO WS-S-ESTADO
              WHEN TD-EXCEDIDA(DEPTO-IDX) = 'S'
                 MOVE 'EXCEDIDA' TO WS-S-ESTADO
              WHEN OTHER
                 MOVE 'DENTRO' TO WS-S-ESTADO
           END-EVALUATE.
           MOVE WS-RESUMEN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       AVISA-BITACORA.
           MOVE 'MERITO' TO LOG-PROGRAMA.
           IF WS-NUM-RECHAZADAS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'MERITO CICLO ' WS-ANIO ' MODO ' WS-MODO ': '
               WS-NUM-VALIDAS ' VALIDAS, ' WS-NUM-RECHAZADAS
               ' RECHAZADAS, ' WS-NUM-TRANSACCIONES ' CAMBIOS'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que DEPTROLL.cbl)
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
