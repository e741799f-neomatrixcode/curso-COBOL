      * cae al total unico de GL-COMM-AREA (ver copybooks/GLCOMM.cpy)
      * con el par de cuentas generico. El asiento de ARITMETICA
      * sigue saliendo de GL-RESULTADO.
      * Costeo por orden de trabajo: los renglones de
      * data/PROYCOST.OUT (los deja PROYDIST, ver PRYCSTRC.cpy) sacan
      * del debito del departamento el pago regular y la prima de
      * tiempo extra trabajados en cada orden y los debitan a la
      * cuenta de produccion en proceso (WIP) de la orden; la carga
      * patronal de esas horas se debita a la misma cuenta contra la
      * cuenta de carga patronal aplicada. Un renglon que ya no
      * cuadra con el PAYCALC.OUT de esta corrida (archivo de otra
      * corrida) se ignora con aviso y el costo se queda en el
      * departamento.
      * Se CALLea desde PAYROLL-RUN, igual que ARITMETICA y
      * TIPOSDEDATOS (GOBACK en vez de STOP RUN al final para poder
      * regresar el control al que lo invoco).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      * bitacora de creditos de pasivo posteados (ver GLPASRC.cpy):
      * OPTIONAL por si es el primer posteo; se regraba completa en
      * .NEW + rename (como CFDICANC) quitando lo que ya estaba de
      * la COMPANIA/ejercicio/periodo que se postea, para que una
      * corrida repetida reemplace y no duplique. GLPOST.OUT se
      * rehace en cada corrida y aqui queda lo posteado del mes
           SELECT OPTIONAL GLPASIVO-FILE ASSIGN TO "data/GLPASIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPASIVO-STATUS.
           SELECT GLPASIVO-FILE-NEW ASSIGN TO "data/GLPASIVO.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPASIVO-NEW-STATUS.

      * costo por orden de trabajo de la corrida (ver PRYCSTRC.cpy);
      * OPTIONAL: sin reloj con ordenes el archivo no esta
           SELECT OPTIONAL PROYCOST-FILE ASSIGN TO "data/PROYCOST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROYCOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
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

       FD  CONTROL-FILE.
           COPY CTLREC.
           05  FOM-COMPANIA       PIC XX.
           05  FOM-MONTO          PIC 9(9)V99.

       FD  GLPASIVO-FILE.
           COPY GLPASRC.

       FD  GLPASIVO-FILE-NEW.
           COPY GLPASRC
               REPLACING GLPASIVO-RECORD BY NEW-GLPASIVO-RECORD
                         GLP-FECHA BY NGLP-FECHA
                         GLP-COMPANIA BY NGLP-COMPANIA
                         GLP-EJERCICIO BY NGLP-EJERCICIO
                         GLP-PERIODO BY NGLP-PERIODO
                         GLP-CORRIDA BY NGLP-CORRIDA
                         GLP-POSTEO BY NGLP-POSTEO
                         GLP-REVERSO BY NGLP-REVERSO
                         GLP-CODIGO BY NGLP-CODIGO
                         GLP-CUENTA BY NGLP-CUENTA
                         GLP-MONTO BY NGLP-MONTO.

       FD  FXDIF-MOV-FILE.
       01  FXDIF-MOV-RECORD.
           05  FXD-COMPANIA       PIC XX.
           05  FXD-MONTO          PIC S9(7)V99
                                  SIGN IS TRAILING SEPARATE.

       FD  PROYCOST-FILE.
           COPY PRYCSTRC.

       WORKING-STORAGE SECTION.
           COPY GLCOMM.
           77 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
           77 WS-FXDIF-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-FXDIF VALUE 'S'.
           77 WS-FXDIF-ABS PIC 9(7)V99 VALUE ZERO.
           77 WS-GLPASIVO-STATUS PIC XX VALUE SPACES.
           77 WS-GLPASIVO-ABIERTO PIC X VALUE 'N'.
              88 GLPASIVO-ABIERTO VALUE 'S'.
           77 WS-GLPASIVO-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-GLPASIVO-REEMPLAZADOS PIC 9(5) VALUE ZERO.
           77 WS-GLPASIVO-CONSERVADOS PIC 9(7) VALUE ZERO.
           77 WS-RUTA-GLPASIVO-VIEJA PIC X(30)
               VALUE "data/GLPASIVO.DAT".
           77 WS-RUTA-GLPASIVO-NUEVA PIC X(30)
               VALUE "data/GLPASIVO.DAT.NEW".
           77 WS-FECHA-POSTEO PIC 9(8) VALUE ZERO.

      * totales por COMPANIA: bruto y neto, un renglon por entidad
      * legal vista en PAYCALC.SRT; cada una postea su propio juego
           05  CIA-ENTRY OCCURS 9 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA             PIC XX.
               10  TAB-CIA-PERIODO     PIC 99.
               10  TAB-CIA-SALARIO     PIC 9(9)V99.
               10  TAB-CIA-NETO        PIC 9(9)V99.

           77 WS-EMP-REPARTIDO PIC X VALUE 'N'.
              88 EMPLEADO-REPARTIDO VALUE 'S'.

      * rebanadas de costo por orden de trabajo en memoria y su
      * acumulado por compania/cuenta WIP/orden (los debitos a WIP)
           77 WS-PROYCOST-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-PROYCOST PIC 9(5) VALUE ZERO.
       01  TABLA-PROYCOST.
           05  PCOST-ENTRY OCCURS 10000 TIMES
                   INDEXED BY PCOST-IDX.
               10  TAB-PCOST-CIA       PIC XX.
               10  TAB-PCOST-ID        PIC 9(5).
               10  TAB-PCOST-PROYECTO  PIC X(10).
               10  TAB-PCOST-CUENTA    PIC X(6).
               10  TAB-PCOST-REGULAR   PIC 9(7)V99.
               10  TAB-PCOST-PRIMA     PIC 9(7)V99.
               10  TAB-PCOST-CARGA     PIC 9(7)V99.
           77 WS-NUM-WIP PIC 9(4) VALUE ZERO.
       01  TABLA-WIP.
           05  WIP-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WIP-IDX.
               10  TAB-WIP-CIA         PIC XX.
               10  TAB-WIP-CUENTA      PIC X(6).
               10  TAB-WIP-PROYECTO    PIC X(10).
               10  TAB-WIP-MANO-OBRA   PIC 9(9)V99.
               10  TAB-WIP-CARGA       PIC 9(9)V99.
           77 WS-REG-RECLASIFICADO PIC 9(7)V99 VALUE ZERO.
           77 WS-PRI-RECLASIFICADO PIC 9(7)V99 VALUE ZERO.
           77 WS-MONTO-RECLASIFICA PIC 9(7)V99 VALUE ZERO.

      * catalogo de cuentas en memoria
           77 WS-NUM-MAPA PIC 9(3) VALUE ZERO.
       01  TABLA-MAPA.
      * cambiaria; el negativo es perdida cambiaria contra el pasivo
           77 WS-CUENTA-UTIL-CAMB   PIC X(6) VALUE '410200'.
           77 WS-CUENTA-PERD-CAMB   PIC X(6) VALUE '500500'.
      * contrapartida de la carga patronal que se capitaliza en las
      * ordenes de trabajo (cuenta acreedora de gasto: el gasto de
      * carga queda neto de lo aplicado a produccion)
           77 WS-CUENTA-CARGA-APLICADA PIC X(6) VALUE '500600'.

      * particion de fin de mes: cuando la quincena cruza el cierre
      * contable, el gasto de cada departamento se parte por dias de
           MOVE WS-ASIENTO-LINE TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-POSTEO.

           PERFORM CARGA-MAPA-CUENTAS.
           PERFORM CARGA-REPARTO-DEPTO.
           PERFORM CARGA-COSTO-PROYECTOS.
           PERFORM ACUMULA-SALARIO-POR-CIA.
           PERFORM ACUMULA-DEDUCCIONES-POR-CIA.
           PERFORM PREPARA-BITACORA-PASIVO.
           IF WS-NUM-CIAS > ZERO
              PERFORM ESCRIBE-ASIENTO-NOMINA-CIA
                  VARYING CIA-IDX FROM 1 BY 1
           PERFORM ESCRIBE-ASIENTO-ARITMETICA.

           CLOSE JOURNAL-FILE.
           PERFORM CIERRA-BITACORA-PASIVO.
           PERFORM ESCRIBE-TOTALES-CONTROL.
           DISPLAY "GLPOST: asientos escritos en data/GLPOST.OUT".
           GOBACK.
              END-IF
              ADD 1 TO WS-NUM-CIAS
              MOVE PC-COMPANIA TO TAB-CIA(WS-NUM-CIAS)
              MOVE PC-PERIODO-NOMINA TO TAB-CIA-PERIODO(WS-NUM-CIAS)
              MOVE ZERO TO TAB-CIA-SALARIO(WS-NUM-CIAS)
              MOVE ZERO TO TAB-CIA-NETO(WS-NUM-CIAS)
              MOVE WS-NUM-CIAS TO CIA-IDX
           ADD PC-NET-SALARIO TO TAB-CIA-NETO(CIA-IDX).
           ADD PC-SALARIO TO WS-TOTAL-POSTEADO.
           PERFORM REPARTE-GASTO-DEPTO.
           IF WS-NUM-PROYCOST > ZERO
              PERFORM RECLASIFICA-A-PROYECTOS
           END-IF.
           PERFORM REGISTRA-CIA-EMPLEADO.

      * carga las rebanadas de reparto de la corrida (si las hay);
              PERFORM SUMA-GASTO-DEPTO
           END-IF.

      * carga las rebanadas de costo por orden de la corrida (si las
      * hay)
       CARGA-COSTO-PROYECTOS.
           OPEN INPUT PROYCOST-FILE.
           IF WS-PROYCOST-STATUS = "00"
              PERFORM UNTIL WS-PROYCOST-STATUS NOT = "00"
                 READ PROYCOST-FILE
                    AT END MOVE "10" TO WS-PROYCOST-STATUS
                    NOT AT END
                       IF WS-NUM-PROYCOST = 10000
                          DISPLAY "TABLA LLENA: WS-NUM-PROYCOST"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PROYCOST
                       SET PCOST-IDX TO WS-NUM-PROYCOST
                       MOVE PCO-COMPANIA TO TAB-PCOST-CIA(PCOST-IDX)
                       MOVE PCO-DATO-ID TO TAB-PCOST-ID(PCOST-IDX)
                       MOVE PCO-PROYECTO TO
                           TAB-PCOST-PROYECTO(PCOST-IDX)
                       MOVE PCO-CUENTA-WIP TO
                           TAB-PCOST-CUENTA(PCOST-IDX)
                       MOVE PCO-REGULAR TO TAB-PCOST-REGULAR(PCOST-IDX)
                       MOVE PCO-PRIMA-EXTRA TO
                           TAB-PCOST-PRIMA(PCOST-IDX)
                       MOVE PCO-CARGA TO TAB-PCOST-CARGA(PCOST-IDX)
                 END-READ
              END-PERFORM
              CLOSE PROYCOST-FILE
           END-IF.

      * pasa del departamento a las ordenes del empleado el pago
      * regular y la prima de tiempo extra que PROYDIST les repartio;
      * lo reclasificado nunca puede exceder lo que este PAYCALC.OUT
      * trae del empleado ni lo que su departamento tiene acumulado
       RECLASIFICA-A-PROYECTOS.
           MOVE ZERO TO WS-REG-RECLASIFICADO WS-PRI-RECLASIFICADO.
           PERFORM VARYING PCOST-IDX FROM 1 BY 1
                   UNTIL PCOST-IDX > WS-NUM-PROYCOST
              IF TAB-PCOST-ID(PCOST-IDX) = PC-DATO-ID
                 AND TAB-PCOST-CIA(PCOST-IDX) = PC-COMPANIA
                 PERFORM RECLASIFICA-REBANADA
              END-IF
           END-PERFORM.

       RECLASIFICA-REBANADA.
           COMPUTE WS-MONTO-RECLASIFICA = TAB-PCOST-REGULAR(PCOST-IDX)
               + TAB-PCOST-PRIMA(PCOST-IDX).
           PERFORM VARYING GASTO-IDX FROM 1 BY 1
                   UNTIL GASTO-IDX > WS-NUM-GASTOS
              IF TAB-GASTO-CIA(GASTO-IDX) = PC-COMPANIA
                 AND TAB-GASTO-DEPTO(GASTO-IDX) = PC-DEPARTAMENTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF GASTO-IDX > WS-NUM-GASTOS
              OR TAB-GASTO-MONTO(GASTO-IDX) < WS-MONTO-RECLASIFICA
              OR WS-REG-RECLASIFICADO + TAB-PCOST-REGULAR(PCOST-IDX)
                 > PC-SALARIO-REGULAR
              OR WS-PRI-RECLASIFICADO + TAB-PCOST-PRIMA(PCOST-IDX)
                 > PC-PRIMA-EXTRA
              DISPLAY "GLPOST: COSTO DE ORDEN QUE NO CUADRA CON "
                  "PAYCALC.OUT, DATO-ID " PC-DATO-ID " ORDEN "
                  TAB-PCOST-PROYECTO(PCOST-IDX)
                  ", SE QUEDA EN EL DEPARTAMENTO"
           ELSE
              SUBTRACT WS-MONTO-RECLASIFICA FROM
                  TAB-GASTO-MONTO(GASTO-IDX)
              ADD TAB-PCOST-REGULAR(PCOST-IDX) TO WS-REG-RECLASIFICADO
              ADD TAB-PCOST-PRIMA(PCOST-IDX) TO WS-PRI-RECLASIFICADO
              PERFORM SUMA-COSTO-WIP
           END-IF.

      * acumula la rebanada en turno en el renglon de su
      * compania/cuenta WIP/orden
       SUMA-COSTO-WIP.
           PERFORM VARYING WIP-IDX FROM 1 BY 1
                   UNTIL WIP-IDX > WS-NUM-WIP
              IF TAB-WIP-CIA(WIP-IDX) = PC-COMPANIA
                 AND TAB-WIP-CUENTA(WIP-IDX) =
                     TAB-PCOST-CUENTA(PCOST-IDX)
                 AND TAB-WIP-PROYECTO(WIP-IDX) =
                     TAB-PCOST-PROYECTO(PCOST-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WIP-IDX > WS-NUM-WIP
              IF WS-NUM-WIP = 1000
                 DISPLAY "TABLA LLENA: WS-NUM-WIP"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-WIP
              SET WIP-IDX TO WS-NUM-WIP
              MOVE PC-COMPANIA TO TAB-WIP-CIA(WIP-IDX)
              MOVE TAB-PCOST-CUENTA(PCOST-IDX) TO
                  TAB-WIP-CUENTA(WIP-IDX)
              MOVE TAB-PCOST-PROYECTO(PCOST-IDX) TO
                  TAB-WIP-PROYECTO(WIP-IDX)
              MOVE ZERO TO TAB-WIP-MANO-OBRA(WIP-IDX)
                  TAB-WIP-CARGA(WIP-IDX)
           END-IF.
           ADD WS-MONTO-RECLASIFICA TO TAB-WIP-MANO-OBRA(WIP-IDX).
           ADD TAB-PCOST-CARGA(PCOST-IDX) TO TAB-WIP-CARGA(WIP-IDX).

      * una tabla en memoria llena no se trunca en silencio (mismo
      * criterio que DEPTROLL.cbl): truncar es debitar de menos
       ABORTA-TABLA-LLENA.
           PERFORM ESCRIBE-DEBITO-DEPTO
               VARYING GASTO-IDX FROM 1 BY 1
               UNTIL GASTO-IDX > WS-NUM-GASTOS.
           PERFORM ESCRIBE-DEBITO-WIP
               VARYING WIP-IDX FROM 1 BY 1
               UNTIL WIP-IDX > WS-NUM-WIP.
           PERFORM ESCRIBE-CREDITO-PASIVO
               VARYING PASIVO-IDX FROM 1 BY 1
               UNTIL PASIVO-IDX > WS-NUM-PASIVOS.
               DELIMITED BY SIZE INTO WS-A-DESC.
           MOVE WS-ASIENTO-LINE TO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           PERFORM ESCRIBE-CARGA-APLICADA
               VARYING WIP-IDX FROM 1 BY 1
               UNTIL WIP-IDX > WS-NUM-WIP.

      * debito de la mano de obra de una orden a su cuenta WIP; sale
      * del debito del departamento, asi que el juego sigue cuadrado
       ESCRIBE-DEBITO-WIP.
           IF TAB-WIP-CIA(WIP-IDX) = TAB-CIA(CIA-IDX)
              AND TAB-WIP-MANO-OBRA(WIP-IDX) > ZERO
              MOVE TAB-WIP-CUENTA(WIP-IDX) TO WS-A-CUENTA
              MOVE 'DEBITO' TO WS-A-TIPO
              MOVE TAB-WIP-MANO-OBRA(WIP-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'M.O. OT ' TAB-WIP-PROYECTO(WIP-IDX)
                  ' CIA ' TAB-WIP-CIA(WIP-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              MOVE WS-ASIENTO-LINE TO JOURNAL-LINE
              WRITE JOURNAL-LINE
           END-IF.

      * carga patronal de las horas de una orden: debito a su cuenta
      * WIP contra la carga patronal aplicada
       ESCRIBE-CARGA-APLICADA.
           IF TAB-WIP-CIA(WIP-IDX) = TAB-CIA(CIA-IDX)
              AND TAB-WIP-CARGA(WIP-IDX) > ZERO
              MOVE TAB-WIP-CUENTA(WIP-IDX) TO WS-A-CUENTA
              MOVE 'DEBITO' TO WS-A-TIPO
              MOVE TAB-WIP-CARGA(WIP-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'CARGA PAT OT ' TAB-WIP-PROYECTO(WIP-IDX)
                  ' CIA ' TAB-WIP-CIA(WIP-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              MOVE WS-ASIENTO-LINE TO JOURNAL-LINE
              WRITE JOURNAL-LINE
              MOVE WS-CUENTA-CARGA-APLICADA TO WS-A-CUENTA
              MOVE 'CREDITO' TO WS-A-TIPO
              MOVE TAB-WIP-CARGA(WIP-IDX) TO WS-A-MONTO
              MOVE SPACES TO WS-A-DESC
              STRING 'CARGA APL OT ' TAB-WIP-PROYECTO(WIP-IDX)
                  ' CIA ' TAB-WIP-CIA(WIP-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              MOVE WS-ASIENTO-LINE TO JOURNAL-LINE
              WRITE JOURNAL-LINE
           END-IF.

       ESCRIBE-DEBITO-DEPTO.
           IF TAB-GASTO-CIA(GASTO-IDX) = TAB-CIA(CIA-IDX)
                  DELIMITED BY SIZE INTO WS-A-DESC
              MOVE WS-ASIENTO-LINE TO JOURNAL-LINE
              WRITE JOURNAL-LINE
              IF GLPASIVO-ABIERTO
                 MOVE WS-FECHA-POSTEO TO NGLP-FECHA
                 MOVE TAB-PASIVO-CIA(PASIVO-IDX) TO NGLP-COMPANIA
                 MOVE WS-FECHA-POSTEO(1:4) TO NGLP-EJERCICIO
                 MOVE TAB-CIA-PERIODO(CIA-IDX) TO NGLP-PERIODO
                 SET NGLP-POSTEO TO TRUE
                 MOVE TAB-PASIVO-CODIGO(PASIVO-IDX) TO NGLP-CODIGO
                 MOVE WS-CUENTA-HALLADA TO NGLP-CUENTA
                 MOVE TAB-PASIVO-MONTO(PASIVO-IDX) TO NGLP-MONTO
                 WRITE NEW-GLPASIVO-RECORD
              END-IF
           END-IF.

      * abre la bitacora de pasivo nueva (.NEW) y le copia lo que ya
      * estaba, menos los renglones -posteo o reverso- de la
      * COMPANIA/ejercicio/periodo que esta corrida vuelve a postear:
      * un reproceso del mismo periodo reemplaza lo anterior en vez
      * de sumarse en ISRMENS. Sin poder abrir cualquiera de los dos
      * archivos la bitacora se deja como estaba, con aviso
       PREPARA-BITACORA-PASIVO.
           MOVE ZERO TO WS-GLPASIVO-REEMPLAZADOS.
           MOVE ZERO TO WS-GLPASIVO-CONSERVADOS.
           OPEN INPUT GLPASIVO-FILE.
           IF WS-GLPASIVO-STATUS NOT = "00"
              AND WS-GLPASIVO-STATUS NOT = "05"
              DISPLAY "GLPOST: ADVERTENCIA, NO SE PUDO ABRIR "
                  "data/GLPASIVO.DAT: " WS-GLPASIVO-STATUS
                  ", LOS CREDITOS DE PASIVO NO QUEDAN EN BITACORA"
           ELSE
              OPEN OUTPUT GLPASIVO-FILE-NEW
              IF WS-GLPASIVO-NEW-STATUS NOT = "00"
                 DISPLAY "GLPOST: ADVERTENCIA, NO SE PUDO ABRIR "
                     "data/GLPASIVO.DAT.NEW: "
                     WS-GLPASIVO-NEW-STATUS
                     ", LOS CREDITOS DE PASIVO NO QUEDAN EN BITACORA"
              ELSE
                 MOVE 'S' TO WS-GLPASIVO-ABIERTO
                 PERFORM UNTIL WS-GLPASIVO-STATUS NOT = "00"
                    READ GLPASIVO-FILE
                       AT END MOVE "10" TO WS-GLPASIVO-STATUS
                       NOT AT END
                          PERFORM COPIA-RENGLON-PASIVO
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE GLPASIVO-FILE
           END-IF.
           IF WS-GLPASIVO-REEMPLAZADOS > ZERO
              DISPLAY "GLPOST: ADVERTENCIA, EL PERIODO YA ESTABA "
                  "POSTEADO EN data/GLPASIVO.DAT; SE REEMPLAZAN "
                  WS-GLPASIVO-REEMPLAZADOS " RENGLON(ES)"
           END-IF.

      * un renglon se queda si su COMPANIA no se postea en esta
      * corrida o si es de otro ejercicio/periodo
       COPIA-RENGLON-PASIVO.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA(CIA-IDX) = GLP-COMPANIA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CIA-IDX NOT > WS-NUM-CIAS
              AND GLP-EJERCICIO = WS-FECHA-POSTEO(1:4)
              AND GLP-PERIODO = TAB-CIA-PERIODO(CIA-IDX)
              ADD 1 TO WS-GLPASIVO-REEMPLAZADOS
           ELSE
              MOVE GLPASIVO-RECORD TO NEW-GLPASIVO-RECORD
              WRITE NEW-GLPASIVO-RECORD
              ADD 1 TO WS-GLPASIVO-CONSERVADOS
           END-IF.

      * cierra la bitacora nueva y la pone en lugar de la anterior
       CIERRA-BITACORA-PASIVO.
           IF GLPASIVO-ABIERTO
              CLOSE GLPASIVO-FILE-NEW
              CALL "CBL_RENAME_FILE" USING WS-RUTA-GLPASIVO-NUEVA
                  WS-RUTA-GLPASIVO-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "GLPOST: ADVERTENCIA, NO SE PUDO REEMPLAZAR "
                     "data/GLPASIVO.DAT, RC=" RETURN-CODE
                     "; LA BITACORA NUEVA QUEDA EN "
                     "data/GLPASIVO.DAT.NEW"
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

      * determina si la quincena de la corrida cruza fin de mes y
