      * RPTBURST: reparto (bursting) de los listados de la corrida por
      * destinatario. PAYREG.RPT, DEPTROLL.RPT (y su pagina de
      * alertas de presupuesto), OTREPORT.RPT, APRHORAS.RPT y
      * PAYEXCEP.OUT salen como listados de toda la empresa; antes
      * alguien los cortaba a mano y mandaba a cada jefe sus hojas, y
      * de vez en cuando el SALARIO de un departamento le llegaba a
      * otro jefe. Aqui, por cada destinatario de data/DISTRIB.DAT
      * (ver DISTREC.cpy) y cada reporte que tiene marcado, se relee
      * el listado y se deja en data/BURST/DEST.REPORTE.RPT solo lo
      * que cae en sus alcances (departamento, compania o estado),
      * con su propio encabezado y sus propios totales: los
      * subtotales y totales de toda la empresa NO se copian, se
      * recalculan con los renglones entregados. La llave de cada
      * renglon sale del propio renglon (CIA/DEPTO/ESTADO impresos) o,
      * en los renglones por empleado, de data/EMPLOYEE.DAT por
      * DATO-ID. Los totales por compania de DEPTROLL solo van a
      * quien tiene la compania completa.
      * Cada archivo entregado -y cada empleado entregado en los
      * reportes de SALARIO por empleado- queda en la bitacora
      * data/DISTLOG.DAT (ver DSTLOGRC.cpy) con el periodo. Al final
      * se revisa la cobertura: un empleado de PAYREG.RPT que no le
      * toca a nadie se avisa en la bitacora de corrida.
      * uso: jobs/PAYROLL.job (STEP05B BURST)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISTRIB-FILE ASSIGN TO "data/DISTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

      * el listado en turno (PAYREG.RPT, DEPTROLL.RPT, ...); OPTIONAL:
      * APRHORAS.RPT solo existe si corrio STEP00C
           SELECT OPTIONAL LISTADO-FILE ASSIGN TO WS-RUTA-LISTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "data/PAYEXCEP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

      * archivo de un destinatario, misma tecnica de ruta armada que
      * BANCO-OUT-FILE en BANKDISP.cbl
           SELECT BURST-FILE ASSIGN TO WS-RUTA-BURST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BURST-STATUS.

      * bitacora de distribucion: EXTEND, OPTIONAL por si es la
      * primera corrida
           SELECT OPTIONAL DISTLOG-FILE ASSIGN TO "data/DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIB-FILE.
           COPY DISTREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  LISTADO-FILE.
       01  LISTADO-LINE PIC X(132).

       FD  EXCEPTION-FILE.
           COPY EXCEPREC.

       FD  BURST-FILE.
       01  BURST-LINE PIC X(132).

       FD  DISTLOG-FILE.
           COPY DSTLOGRC.

       WORKING-STORAGE SECTION.
           77 WS-DISTRIB-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-LISTADO-STATUS PIC XX VALUE SPACES.
           77 WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
           77 WS-BURST-STATUS PIC XX VALUE SPACES.
           77 WS-DISTLOG-STATUS PIC XX VALUE SPACES.
           77 WS-DISTLOG-ABIERTO PIC X VALUE 'N'.
              88 DISTLOG-ABIERTO VALUE 'S'.
           77 WS-RUTA-LISTADO PIC X(40) VALUE SPACES.
           77 WS-RUTA-BURST PIC X(40) VALUE SPACES.

      * reportes que se reparten, en el orden de DIS-RPT
       01  WS-REPORTES-VALORES.
           05  FILLER PIC X(28) VALUE 'PAYREG  data/PAYREG.RPT     '.
           05  FILLER PIC X(28) VALUE 'DEPTROLLdata/DEPTROLL.RPT   '.
           05  FILLER PIC X(28) VALUE 'OTREPORTdata/OTREPORT.RPT   '.
           05  FILLER PIC X(28) VALUE 'APRHORASdata/APRHORAS.RPT   '.
           05  FILLER PIC X(28) VALUE 'PAYEXCEPdata/PAYEXCEP.OUT   '.
           05  FILLER PIC X(28) VALUE 'PPTOALRTdata/DEPTROLL.RPT   '.
       01  WS-REPORTES-TABLA REDEFINES WS-REPORTES-VALORES.
           05  RPT-ENTRY OCCURS 6 TIMES.
               10  TAB-RPT-NOMBRE     PIC X(8).
               10  TAB-RPT-FUENTE     PIC X(20).
           77 WS-RPT-NUM PIC 9 VALUE ZERO.
           77 WS-NUM-REPORTES PIC 9 VALUE 6.

      * renglones del maestro de distribucion y destinatarios unicos
           77 WS-NUM-ALCANCES PIC 9(4) VALUE ZERO.
       01  TABLA-ALCANCES.
           05  ALC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY ALC-IDX.
               10  TAB-ALC-DEST        PIC X(8).
               10  TAB-ALC-TIPO        PIC X.
               10  TAB-ALC-CIA         PIC XX.
               10  TAB-ALC-LLAVE       PIC X(4).
               10  TAB-ALC-RPTS.
                   15  TAB-ALC-RPT     PIC X OCCURS 6 TIMES.
           77 WS-NUM-DESTINOS PIC 9(4) VALUE ZERO.
       01  TABLA-DESTINOS.
           05  DST-ENTRY OCCURS 500 TIMES
                   INDEXED BY DST-IDX.
               10  TAB-DST-CODIGO      PIC X(8).
               10  TAB-DST-NOMBRE      PIC X(30).
               10  TAB-DST-CORREO      PIC X(40).
           77 WS-ALCANCES-RECHAZADOS PIC 9(4) VALUE ZERO.

      * empleados del maestro para resolver la llave de los renglones
      * por DATO-ID
           77 WS-NUM-EMPS PIC 9(5) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           05  EMP-ENTRY OCCURS 10000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID          PIC 9(5).
               10  TAB-EMP-CIA         PIC XX.
               10  TAB-EMP-DEPTO       PIC X(4).
               10  TAB-EMP-ESTADO      PIC X(3).
               10  TAB-EMP-NOMBRE      PIC X(30).

      * llave del renglon en turno; en blanco lo que el renglon no
      * trae (un total por compania no tiene departamento)
           77 WS-K-ID PIC 9(5) VALUE ZERO.
           77 WS-K-CIA PIC XX VALUE SPACES.
           77 WS-K-DEPTO PIC X(4) VALUE SPACES.
           77 WS-K-ESTADO PIC X(3) VALUE SPACES.
           77 WS-K-NOMBRE PIC X(30) VALUE SPACES.
           77 WS-DEST-ACTUAL PIC X(8) VALUE SPACES.
           77 WS-COINCIDE PIC X VALUE 'N'.
              88 RENGLON-COINCIDE VALUE 'S'.
           77 WS-RECIBE PIC X VALUE 'N'.
              88 DESTINO-RECIBE VALUE 'S'.
           77 WS-GRUPO-ESCRITO PIC X VALUE 'N'.
              88 GRUPO-ESCRITO VALUE 'S'.
           77 WS-EN-ALERTAS PIC X VALUE 'N'.
              88 EN-PAGINA-ALERTAS VALUE 'S'.
           77 WS-GRUPO-DEPTO PIC X(4) VALUE SPACES.
           77 WS-GRUPO-LINE PIC X(132) VALUE SPACES.
           77 WS-NUM-RENGLON PIC 9(6) VALUE ZERO.

      * totales del archivo del destinatario en turno
           77 WS-RENGLONES PIC 9(6) VALUE ZERO.
           77 WS-TOT-SALARIO PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-ASIM PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-HORAS PIC 9(7) VALUE ZERO.
           77 WS-TOT-PRIMA PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-EDO-HORAS PIC 9(7) VALUE ZERO.
           77 WS-TOT-EDO-PRIMA PIC 9(9)V99 VALUE ZERO.
           77 WS-MONTO PIC 9(9)V99 VALUE ZERO.
           77 WS-HORAS PIC 9(7) VALUE ZERO.

      * totales de la corrida
           77 WS-ARCHIVOS PIC 9(5) VALUE ZERO.
           77 WS-SIN-DESTINO PIC 9(5) VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-HORA-HOY PIC 9(6) VALUE ZERO.

      * periodo de la corrida (CALENDARIO, ver PERIODOS.cpy)
           COPY PERIODOS.

      * vistas de los renglones impresos de cada listado; las
      * posiciones son las de las lineas de detalle de PAYREG.cbl,
      * DEPTROLL.cbl, OTREPORT.cbl y APRHORAS.cbl. Los montos se
      * recuperan con un MOVE del campo editado al numerico
       01  WS-VISTA-PAYREG.
           05  WS-VP-ID        PIC X(5).
           05  WS-VP-ID-N REDEFINES WS-VP-ID PIC ZZZZ9.
           05  FILLER          PIC X(40).
           05  WS-VP-SAL       PIC $Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(40).
           05  WS-VP-REG       PIC X(4).
           05  FILLER          PIC X(30).

       01  WS-VISTA-DEPTROLL.
           05  WS-VD-MARCA     PIC X(7).
           05  WS-VD-CIA       PIC XX.
           05  FILLER          PIC X(8).
           05  WS-VD-DEPTO     PIC X(4).
           05  FILLER          PIC X(6).
           05  WS-VD-SAL       PIC $Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(92).
       01  WS-VISTA-DEPTROLL-CIA REDEFINES WS-VISTA-DEPTROLL.
           05  WS-VC-MARCA     PIC X(11).
           05  WS-VC-CIA       PIC XX.
           05  FILLER          PIC X(119).
       01  WS-VISTA-DEPTROLL-ASIM REDEFINES WS-VISTA-DEPTROLL.
           05  WS-VA-MARCA     PIC X(15).
           05  WS-VA-CIA       PIC XX.
           05  FILLER          PIC X(115).
       01  WS-VISTA-DEPTROLL-EXC REDEFINES WS-VISTA-DEPTROLL.
           05  WS-VE-MARCA     PIC X(7).
           05  WS-VE-CIA       PIC XX.
           05  FILLER          PIC X(7).
           05  WS-VE-DEPTO     PIC X(4).
           05  FILLER          PIC X(112).

       01  WS-VISTA-OTREPORT.
           05  FILLER          PIC X.
           05  WS-VO-MARCA     PIC X(4).
           05  WS-VO-CIA       PIC XX.
           05  FILLER          PIC X(8).
           05  WS-VO-DEPTO     PIC X(4).
           05  FILLER          PIC X(10).
           05  WS-VO-HRS       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(8).
           05  WS-VO-PRIMA     PIC $ZZZ,ZZ9.99.
           05  FILLER          PIC X(77).
       01  WS-VISTA-OTREPORT-EDO REDEFINES WS-VISTA-OTREPORT.
           05  WS-VO-EDO-MARCA PIC X(8).
           05  WS-VO-EDO       PIC X(3).
           05  FILLER          PIC X(10).
           05  WS-VO-EDO-HRS   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(8).
           05  WS-VO-EDO-PRIMA PIC $ZZZ,ZZ9.99.
           05  FILLER          PIC X(85).

       01  WS-VISTA-APRHORAS.
           05  WS-VH-MARCA     PIC X(6).
           05  WS-VH-DEPTO     PIC X(4).
           05  FILLER          PIC X(122).
       01  WS-VISTA-APRHORAS-DET REDEFINES WS-VISTA-APRHORAS.
           05  WS-VH-BLANCOS   PIC XX.
           05  WS-VH-ID        PIC X(5).
           05  WS-VH-ID-N REDEFINES WS-VH-ID PIC 9(5).
           05  FILLER          PIC X(125).

      * lineas propias de los archivos repartidos
       01  WS-TOTAL-SAL-LINE.
           05  FILLER      PIC X(20) VALUE 'TOTAL SALARIO ...  '.
           05  WS-T-SAL    PIC $Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-ASIM-LINE.
           05  FILLER      PIC X(20) VALUE 'TOTAL ASIMILADOS .. '.
           05  WS-T-ASIM   PIC $Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-OT-LINE.
           05  FILLER      PIC X(18) VALUE 'TOTAL    HRS EXT:'.
           05  WS-T-HRS    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(8) VALUE '  PRIMA:'.
           05  WS-T-PRIMA  PIC $ZZZ,ZZ9.99.

       01  WS-TOTAL-RENGLONES-LINE.
           05  FILLER      PIC X(20) VALUE 'TOTAL RENGLONES ... '.
           05  WS-T-RENGLONES PIC ZZZ,ZZ9.

       01  WS-PAYEXCEP-TITULO.
           05  FILLER      PIC X(60) VALUE
               'EXCEPCIONES DE SALARIO CONTRA EL PERIODO ANTERIOR'.

       01  WS-PAYEXCEP-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-X-ID     PIC 9(5).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-X-NOMBRE PIC X(30).
           05  FILLER      PIC X(6) VALUE ' ANT. '.
           05  WS-X-ANT    PIC $Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(8) VALUE ' ACTUAL '.
           05  WS-X-ACT    PIC $Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-X-PCT    PIC +ZZ9.9.
           05  FILLER      PIC X VALUE '%'.

       01  WS-SIN-RENGLONES-LINE.
           05  FILLER      PIC X(40) VALUE
               '  (SIN RENGLONES PARA ESTE DESTINATARIO)'.

       01  WS-ENCAB-DEST-LINE.
           05  FILLER      PIC X(14) VALUE 'DISTRIBUCION: '.
           05  WS-ED-REPORTE PIC X(8).
           05  FILLER      PIC X(7) VALUE '  PARA '.
           05  WS-ED-DEST  PIC X(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-ED-NOMBRE PIC X(30).
           05  FILLER      PIC X(10) VALUE '  PERIODO '.
           05  WS-ED-PERIODO PIC Z9.
           05  FILLER      PIC X(10) VALUE ' TERMINA: '.
           05  WS-ED-FIN   PIC 9(8).

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'RPTBURST' TO LOG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOY.

           PERFORM CARGA-DISTRIBUCION.
           IF WS-NUM-DESTINOS = ZERO
              DISPLAY "RPTBURST: SIN DESTINATARIOS EN "
                  "data/DISTRIB.DAT, NO SE REPARTEN REPORTES"
              MOVE 'W' TO LOG-SEVERIDAD
              MOVE 'SIN MAESTRO DE DISTRIBUCION, NADA REPARTIDO'
                  TO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGA-EMPLEADOS.

      * periodo del encabezado y de la bitacora, como en PAYREG.cbl
           CALL "CALENDARIO".

           OPEN EXTEND DISTLOG-FILE.
           IF WS-DISTLOG-STATUS = "00" OR WS-DISTLOG-STATUS = "05"
              MOVE 'S' TO WS-DISTLOG-ABIERTO
           ELSE
      * sin bitacora no hay prueba de entrega: no se reparte nada
              DISPLAY "ERROR AL ABRIR data/DISTLOG.DAT: "
                  WS-DISTLOG-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM REPARTE-DESTINATARIO
               VARYING DST-IDX FROM 1 BY 1
               UNTIL DST-IDX > WS-NUM-DESTINOS.
           CLOSE DISTLOG-FILE.

           PERFORM REVISA-COBERTURA.

           DISPLAY "RPTBURST: " WS-ARCHIVOS " ARCHIVO(S) PARA "
               WS-NUM-DESTINOS " DESTINATARIO(S) EN data/BURST, "
               WS-SIN-DESTINO " EMPLEADO(S) SIN DESTINATARIO".
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-SIN-DESTINO > ZERO OR WS-ALCANCES-RECHAZADOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              STRING 'REPARTO: ' WS-ARCHIVOS ' ARCHIVO(S), '
                  WS-SIN-DESTINO ' EMPLEADO(S) SIN DESTINATARIO, '
                  WS-ALCANCES-RECHAZADOS ' ALCANCE(S) RECHAZADO(S)'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              STRING 'REPARTO: ' WS-ARCHIVOS ' ARCHIVO(S) PARA '
                  WS-NUM-DESTINOS ' DESTINATARIO(S)'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           END-IF.
           PERFORM REGISTRA-BITACORA.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

      * carga los alcances del maestro de distribucion y arma la
      * lista de destinatarios unicos (nombre y correo del primer
      * renglon de cada uno)
       CARGA-DISTRIBUCION.
           OPEN INPUT DISTRIB-FILE.
           IF WS-DISTRIB-STATUS = "00"
              PERFORM UNTIL WS-DISTRIB-STATUS NOT = "00"
                 READ DISTRIB-FILE
                    AT END MOVE "10" TO WS-DISTRIB-STATUS
                    NOT AT END
                       PERFORM REGISTRA-ALCANCE
                 END-READ
              END-PERFORM
              CLOSE DISTRIB-FILE
           END-IF.

       REGISTRA-ALCANCE.
           IF DIS-DESTINATARIO = SPACES
              OR NOT DIS-TIPO-VALIDO
              OR (DIS-POR-CIA AND DIS-COMPANIA = SPACES)
              OR (NOT DIS-POR-CIA AND DIS-LLAVE = SPACES)
              DISPLAY "RPTBURST: ALCANCE INVALIDO EN "
                  "data/DISTRIB.DAT, SE IGNORA: " DIS-DESTINATARIO
                  " " DIS-TIPO-LLAVE " " DIS-COMPANIA " " DIS-LLAVE
              ADD 1 TO WS-ALCANCES-RECHAZADOS
           ELSE
              IF WS-NUM-ALCANCES = 1000
                 DISPLAY "TABLA LLENA: WS-NUM-ALCANCES"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-ALCANCES
              SET ALC-IDX TO WS-NUM-ALCANCES
              MOVE DIS-DESTINATARIO TO TAB-ALC-DEST(ALC-IDX)
              MOVE DIS-TIPO-LLAVE TO TAB-ALC-TIPO(ALC-IDX)
              MOVE DIS-COMPANIA TO TAB-ALC-CIA(ALC-IDX)
              MOVE DIS-LLAVE TO TAB-ALC-LLAVE(ALC-IDX)
              MOVE DIS-REPORTES TO TAB-ALC-RPTS(ALC-IDX)
              PERFORM VARYING DST-IDX FROM 1 BY 1
                      UNTIL DST-IDX > WS-NUM-DESTINOS
                 IF TAB-DST-CODIGO(DST-IDX) = DIS-DESTINATARIO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF DST-IDX > WS-NUM-DESTINOS
                 IF WS-NUM-DESTINOS = 500
                    DISPLAY "TABLA LLENA: WS-NUM-DESTINOS"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-DESTINOS
                 MOVE DIS-DESTINATARIO TO
                     TAB-DST-CODIGO(WS-NUM-DESTINOS)
                 MOVE DIS-NOMBRE TO TAB-DST-NOMBRE(WS-NUM-DESTINOS)
                 MOVE DIS-CORREO TO TAB-DST-CORREO(WS-NUM-DESTINOS)
              END-IF
           END-IF.

      * todos los empleados, bajas incluidas (el finiquito de una baja
      * sale en el registro del periodo), saltando las etiquetas
      * HDR/TRL del archivo (ver LBLREC.cpy)
       CARGA-EMPLEADOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-FILE: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EMPLOYEE-STATUS NOT = "00"
              READ EMPLOYEE-FILE
                 AT END MOVE "10" TO WS-EMPLOYEE-STATUS
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       PERFORM AGREGA-EMPLEADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       AGREGA-EMPLEADO.
           IF WS-NUM-EMPS = 10000
              DISPLAY "TABLA LLENA: WS-NUM-EMPS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-EMPS.
           SET EMP-IDX TO WS-NUM-EMPS.
           MOVE DATO-ID TO TAB-EMP-ID(EMP-IDX).
           MOVE COMPANIA TO TAB-EMP-CIA(EMP-IDX).
           MOVE DEPARTAMENTO TO TAB-EMP-DEPTO(EMP-IDX).
           MOVE MX-ESTADO TO TAB-EMP-ESTADO(EMP-IDX).
           MOVE NOMBRE TO TAB-EMP-NOMBRE(EMP-IDX).

      * llave completa de un empleado por su DATO-ID (WS-K-ID); un
      * DATO-ID que ya no esta en el maestro no le toca a nadie
       BUSCA-EMPLEADO.
           MOVE SPACES TO WS-K-CIA WS-K-DEPTO WS-K-ESTADO WS-K-NOMBRE.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-ID(EMP-IDX) = WS-K-ID
                 MOVE TAB-EMP-CIA(EMP-IDX) TO WS-K-CIA
                 MOVE TAB-EMP-DEPTO(EMP-IDX) TO WS-K-DEPTO
                 MOVE TAB-EMP-ESTADO(EMP-IDX) TO WS-K-ESTADO
                 MOVE TAB-EMP-NOMBRE(EMP-IDX) TO WS-K-NOMBRE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * decide si la llave en turno cae en algun alcance del
      * destinatario en turno (WS-DEST-ACTUAL; en blanco, de
      * cualquier destinatario) que tenga marcado el reporte en turno.
      * Un renglon sin COMPANIA (totales por estado de toda la
      * empresa) solo le toca a un alcance sin compania
       COINCIDE-LLAVE.
           MOVE 'N' TO WS-COINCIDE.
           PERFORM VARYING ALC-IDX FROM 1 BY 1
                   UNTIL ALC-IDX > WS-NUM-ALCANCES
                   OR RENGLON-COINCIDE
              IF (WS-DEST-ACTUAL = SPACES
                  OR TAB-ALC-DEST(ALC-IDX) = WS-DEST-ACTUAL)
                 AND TAB-ALC-RPT(ALC-IDX, WS-RPT-NUM) = 'S'
                 EVALUATE TAB-ALC-TIPO(ALC-IDX)
                    WHEN 'C'
                       IF WS-K-CIA NOT = SPACES
                          AND TAB-ALC-CIA(ALC-IDX) = WS-K-CIA
                          MOVE 'S' TO WS-COINCIDE
                       END-IF
                    WHEN 'D'
                       IF WS-K-DEPTO NOT = SPACES
                          AND TAB-ALC-LLAVE(ALC-IDX) = WS-K-DEPTO
                          AND (TAB-ALC-CIA(ALC-IDX) = SPACES
                               OR TAB-ALC-CIA(ALC-IDX) = WS-K-CIA)
                          MOVE 'S' TO WS-COINCIDE
                       END-IF
                    WHEN 'E'
                       IF WS-K-ESTADO NOT = SPACES
                          AND TAB-ALC-LLAVE(ALC-IDX)(1:3) = WS-K-ESTADO
                          AND (TAB-ALC-CIA(ALC-IDX) = SPACES
                               OR TAB-ALC-CIA(ALC-IDX) = WS-K-CIA)
                          MOVE 'S' TO WS-COINCIDE
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.

       REPARTE-DESTINATARIO.
           MOVE TAB-DST-CODIGO(DST-IDX) TO WS-DEST-ACTUAL.
           PERFORM REPARTE-REPORTE
               VARYING WS-RPT-NUM FROM 1 BY 1
               UNTIL WS-RPT-NUM > WS-NUM-REPORTES.

      * un archivo por destinatario y reporte marcado en alguno de
      * sus alcances
       REPARTE-REPORTE.
           MOVE 'N' TO WS-RECIBE.
           PERFORM VARYING ALC-IDX FROM 1 BY 1
                   UNTIL ALC-IDX > WS-NUM-ALCANCES
              IF TAB-ALC-DEST(ALC-IDX) = WS-DEST-ACTUAL
                 AND TAB-ALC-RPT(ALC-IDX, WS-RPT-NUM) = 'S'
                 MOVE 'S' TO WS-RECIBE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF DESTINO-RECIBE
              MOVE SPACES TO WS-RUTA-BURST
              STRING 'data/BURST/' DELIMITED BY SIZE
                  WS-DEST-ACTUAL DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  TAB-RPT-NOMBRE(WS-RPT-NUM) DELIMITED BY SPACE
                  '.RPT' DELIMITED BY SIZE
                  INTO WS-RUTA-BURST
              OPEN OUTPUT BURST-FILE
              IF WS-BURST-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR " WS-RUTA-BURST ": "
                     WS-BURST-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE TAB-RPT-NOMBRE(WS-RPT-NUM) TO WS-ED-REPORTE
              MOVE WS-DEST-ACTUAL TO WS-ED-DEST
              MOVE TAB-DST-NOMBRE(DST-IDX) TO WS-ED-NOMBRE
              MOVE PERIODO-ACTUAL TO WS-ED-PERIODO
              MOVE PERIODO-FIN(PERIODO-ACTUAL) TO WS-ED-FIN
              MOVE WS-ENCAB-DEST-LINE TO BURST-LINE
              WRITE BURST-LINE
              MOVE ZERO TO WS-RENGLONES WS-TOT-SALARIO WS-TOT-ASIM
                  WS-TOT-HORAS WS-TOT-PRIMA WS-TOT-EDO-HORAS
                  WS-TOT-EDO-PRIMA
              EVALUATE WS-RPT-NUM
                 WHEN 1 PERFORM REPARTE-PAYREG
                 WHEN 2 PERFORM REPARTE-DEPTROLL
                 WHEN 3 PERFORM REPARTE-OTREPORT
                 WHEN 4 PERFORM REPARTE-APRHORAS
                 WHEN 5 PERFORM REPARTE-PAYEXCEP
                 WHEN 6 PERFORM REPARTE-ALERTAS-PPTO
              END-EVALUATE
              IF WS-RENGLONES = ZERO
                 MOVE WS-SIN-RENGLONES-LINE TO BURST-LINE
                 WRITE BURST-LINE
              END-IF
              CLOSE BURST-FILE
              ADD 1 TO WS-ARCHIVOS
              MOVE 'A' TO DLG-TIPO
              MOVE ZERO TO DLG-DATO-ID
              MOVE WS-RENGLONES TO DLG-RENGLONES
              IF WS-RPT-NUM = 3
                 MOVE WS-TOT-PRIMA TO DLG-TOTAL
              ELSE
                 MOVE WS-TOT-SALARIO TO DLG-TOTAL
              END-IF
              PERFORM ESCRIBE-DISTLOG
           END-IF.

       ABRE-LISTADO.
           MOVE TAB-RPT-FUENTE(WS-RPT-NUM) TO WS-RUTA-LISTADO.
           MOVE ZERO TO WS-NUM-RENGLON.
           OPEN INPUT LISTADO-FILE.

      * PAYREG.RPT: los dos renglones de encabezado y el detalle por
      * empleado de sus alcances; los subtotales por estado y
      * compania de la empresa se cambian por el total propio
       REPARTE-PAYREG.
           PERFORM ABRE-LISTADO.
           IF WS-LISTADO-STATUS = "00"
              PERFORM UNTIL WS-LISTADO-STATUS NOT = "00"
                 READ LISTADO-FILE
                    AT END MOVE "10" TO WS-LISTADO-STATUS
                    NOT AT END
                       PERFORM FILTRA-RENGLON-PAYREG
                 END-READ
              END-PERFORM
              CLOSE LISTADO-FILE
           END-IF.
           MOVE WS-TOT-SALARIO TO WS-T-SAL.
           MOVE WS-TOTAL-SAL-LINE TO BURST-LINE.
           WRITE BURST-LINE.
           IF WS-TOT-ASIM > ZERO
              MOVE WS-TOT-ASIM TO WS-T-ASIM
              MOVE WS-TOTAL-ASIM-LINE TO BURST-LINE
              WRITE BURST-LINE
           END-IF.

       FILTRA-RENGLON-PAYREG.
           ADD 1 TO WS-NUM-RENGLON.
           MOVE LISTADO-LINE TO WS-VISTA-PAYREG.
           IF WS-NUM-RENGLON NOT > 2
              MOVE LISTADO-LINE TO BURST-LINE
              WRITE BURST-LINE
           ELSE
              IF WS-VP-ID(5:1) IS NUMERIC
                 MOVE WS-VP-ID-N TO WS-K-ID
                 PERFORM BUSCA-EMPLEADO
                 PERFORM COINCIDE-LLAVE
                 IF RENGLON-COINCIDE
                    MOVE LISTADO-LINE TO BURST-LINE
                    WRITE BURST-LINE
                    ADD 1 TO WS-RENGLONES
                    MOVE WS-VP-SAL TO WS-MONTO
                    ADD WS-MONTO TO WS-TOT-SALARIO
                    IF WS-VP-REG = 'ASIM'
                       ADD WS-MONTO TO WS-TOT-ASIM
                    END-IF
                    PERFORM REGISTRA-EMPLEADO-ENTREGADO
                 END-IF
              END-IF
           END-IF.

      * DEPTROLL.RPT: el titulo, el renglon de cada departamento de
      * sus alcances y los totales por compania solo para quien
      * tiene la compania completa; la pagina de alertas va aparte
       REPARTE-DEPTROLL.
           MOVE 'N' TO WS-EN-ALERTAS.
           PERFORM ABRE-LISTADO.
           IF WS-LISTADO-STATUS = "00"
              PERFORM UNTIL WS-LISTADO-STATUS NOT = "00"
                 READ LISTADO-FILE
                    AT END MOVE "10" TO WS-LISTADO-STATUS
                    NOT AT END
                       PERFORM FILTRA-RENGLON-DEPTROLL
                 END-READ
              END-PERFORM
              CLOSE LISTADO-FILE
           END-IF.
           MOVE WS-TOT-SALARIO TO WS-T-SAL.
           MOVE WS-TOTAL-SAL-LINE TO BURST-LINE.
           WRITE BURST-LINE.

       FILTRA-RENGLON-DEPTROLL.
           ADD 1 TO WS-NUM-RENGLON.
           MOVE LISTADO-LINE TO WS-VISTA-DEPTROLL.
           MOVE ZERO TO WS-K-ID.
           MOVE SPACES TO WS-K-CIA WS-K-DEPTO WS-K-ESTADO.
           EVALUATE TRUE
              WHEN WS-NUM-RENGLON = 1
                 MOVE LISTADO-LINE TO BURST-LINE
                 WRITE BURST-LINE
              WHEN LISTADO-LINE(1:21) = 'DEPARTAMENTOS PASADOS'
                 MOVE 'S' TO WS-EN-ALERTAS
              WHEN EN-PAGINA-ALERTAS
                 CONTINUE
              WHEN WS-VD-MARCA = '  CIA  '
                 MOVE WS-VD-CIA TO WS-K-CIA
                 MOVE WS-VD-DEPTO TO WS-K-DEPTO
                 PERFORM COINCIDE-LLAVE
                 IF RENGLON-COINCIDE
                    MOVE LISTADO-LINE TO BURST-LINE
                    WRITE BURST-LINE
                    ADD 1 TO WS-RENGLONES
                    MOVE WS-VD-SAL TO WS-MONTO
                    ADD WS-MONTO TO WS-TOT-SALARIO
                 END-IF
              WHEN WS-VC-MARCA = 'TOTAL CIA  '
                 MOVE WS-VC-CIA TO WS-K-CIA
                 PERFORM COINCIDE-LLAVE
                 IF RENGLON-COINCIDE
                    MOVE LISTADO-LINE TO BURST-LINE
                    WRITE BURST-LINE
                 END-IF
              WHEN WS-VA-MARCA = '  ASIMILADOS   '
                 MOVE WS-VA-CIA TO WS-K-CIA
                 PERFORM COINCIDE-LLAVE
                 IF RENGLON-COINCIDE
                    MOVE LISTADO-LINE TO BURST-LINE
                    WRITE BURST-LINE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * pagina de alertas de presupuesto de DEPTROLL.RPT: su titulo y
      * los departamentos pasados de la tolerancia de sus alcances
       REPARTE-ALERTAS-PPTO.
           MOVE 'N' TO WS-EN-ALERTAS.
           PERFORM ABRE-LISTADO.
           IF WS-LISTADO-STATUS = "00"
              PERFORM UNTIL WS-LISTADO-STATUS NOT = "00"
                 READ LISTADO-FILE
                    AT END MOVE "10" TO WS-LISTADO-STATUS
                    NOT AT END
                       PERFORM FILTRA-RENGLON-ALERTA
                 END-READ
              END-PERFORM
              CLOSE LISTADO-FILE
           END-IF.

       FILTRA-RENGLON-ALERTA.
           MOVE LISTADO-LINE TO WS-VISTA-DEPTROLL.
           MOVE ZERO TO WS-K-ID.
           MOVE SPACES TO WS-K-CIA WS-K-DEPTO WS-K-ESTADO.
           EVALUATE TRUE
              WHEN LISTADO-LINE(1:21) = 'DEPARTAMENTOS PASADOS'
                 MOVE 'S' TO WS-EN-ALERTAS
                 MOVE LISTADO-LINE TO BURST-LINE
                 WRITE BURST-LINE
              WHEN EN-PAGINA-ALERTAS AND WS-VE-MARCA = 'EXC CIA'
                 MOVE WS-VE-CIA TO WS-K-CIA
                 MOVE WS-VE-DEPTO TO WS-K-DEPTO
                 PERFORM COINCIDE-LLAVE
                 IF RENGLON-COINCIDE
                    MOVE LISTADO-LINE TO BURST-LINE
                    WRITE BURST-LINE
                    ADD 1 TO WS-RENGLONES
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * OTREPORT.RPT: el titulo, los departamentos de sus alcances y
      * los renglones por estado para quien tiene el estado; el
      * total propio suma los departamentos entregados (o, si solo
      * recibio estados, los estados)
       REPARTE-OTREPORT.
           PERFORM ABRE-LISTADO.
           IF WS-LISTADO-STATUS = "00"
              PERFORM UNTIL WS-LISTADO-STATUS NOT = "00"
                 READ LISTADO-FILE
                    AT END MOVE "10" TO WS-LISTADO-STATUS
                    NOT AT END
                       PERFORM FILTRA-RENGLON-OTREPORT
                 END-READ
              END-PERFORM
              CLOSE LISTADO-FILE
           END-IF.
           IF WS-TOT-HORAS = ZERO AND WS-TOT-PRIMA = ZERO
              MOVE WS-TOT-EDO-HORAS TO WS-TOT-HORAS
              MOVE WS-TOT-EDO-PRIMA TO WS-TOT-PRIMA
           END-IF.
           MOVE WS-TOT-HORAS TO WS-T-HRS.
           MOVE WS-TOT-PRIMA TO WS-T-PRIMA.
           MOVE WS-TOTAL-OT-LINE TO BURST-LINE.
           WRITE BURST-LINE.

       FILTRA-RENGLON-OTREPORT.
           ADD 1 TO WS-NUM-RENGLON.
           MOVE LISTADO-LINE TO WS-VISTA-OTREPORT.
           MOVE ZERO TO WS-K-ID.
           MOVE SPACES TO WS-K-CIA WS-K-DEPTO WS-K-ESTADO.
           EVALUATE TRUE
              WHEN WS-NUM-RENGLON = 1
                 MOVE LISTADO-LINE TO BURST-LINE
                 WRITE BURST-LINE
              WHEN WS-VO-MARCA = 'CIA '
                 MOVE WS-VO-CIA TO WS-K-CIA
                 MOVE WS-VO-DEPTO TO WS-K-DEPTO
                 PERFORM COINCIDE-LLAVE
                 IF RENGLON-COINCIDE
                    MOVE LISTADO-LINE TO BURST-LINE
                    WRITE BURST-LINE
                    ADD 1 TO WS-RENGLONES
                    MOVE WS-VO-HRS TO WS-HORAS
                    ADD WS-HORAS TO WS-TOT-HORAS
                    MOVE WS-VO-PRIMA TO WS-MONTO
                    ADD WS-MONTO TO WS-TOT-PRIMA
                 END-IF
              WHEN WS-VO-EDO-MARCA = 'ESTADO  '
                 MOVE WS-VO-EDO TO WS-K-ESTADO
                 PERFORM COINCIDE-LLAVE
                 IF RENGLON-COINCIDE
                    MOVE LISTADO-LINE TO BURST-LINE
                    WRITE BURST-LINE
                    ADD 1 TO WS-RENGLONES
                    MOVE WS-VO-EDO-HRS TO WS-HORAS
                    ADD WS-HORAS TO WS-TOT-EDO-HORAS
                    MOVE WS-VO-EDO-PRIMA TO WS-MONTO
                    ADD WS-MONTO TO WS-TOT-EDO-PRIMA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * APRHORAS.RPT: el titulo y, por cada departamento, su renglon
      * de aprobacion seguido de los empleados de sus alcances; el
      * renglon del departamento solo sale si trae algun empleado
       REPARTE-APRHORAS.
           MOVE SPACES TO WS-GRUPO-DEPTO WS-GRUPO-LINE.
           PERFORM ABRE-LISTADO.
           IF WS-LISTADO-STATUS = "00"
              PERFORM UNTIL WS-LISTADO-STATUS NOT = "00"
                 READ LISTADO-FILE
                    AT END MOVE "10" TO WS-LISTADO-STATUS
                    NOT AT END
                       PERFORM FILTRA-RENGLON-APRHORAS
                 END-READ
              END-PERFORM
              CLOSE LISTADO-FILE
           END-IF.
           MOVE WS-RENGLONES TO WS-T-RENGLONES.
           MOVE SPACES TO BURST-LINE.
           WRITE BURST-LINE.
           MOVE WS-TOTAL-RENGLONES-LINE TO BURST-LINE.
           WRITE BURST-LINE.

       FILTRA-RENGLON-APRHORAS.
           ADD 1 TO WS-NUM-RENGLON.
           MOVE LISTADO-LINE TO WS-VISTA-APRHORAS.
           EVALUATE TRUE
              WHEN WS-NUM-RENGLON = 1
                 MOVE LISTADO-LINE TO BURST-LINE
                 WRITE BURST-LINE
              WHEN WS-VH-MARCA = 'DEPTO '
                 MOVE WS-VH-DEPTO TO WS-GRUPO-DEPTO
                 MOVE LISTADO-LINE TO WS-GRUPO-LINE
                 MOVE 'N' TO WS-GRUPO-ESCRITO
              WHEN WS-VH-BLANCOS = SPACES AND WS-VH-ID IS NUMERIC
                 MOVE WS-VH-ID-N TO WS-K-ID
                 PERFORM BUSCA-EMPLEADO
                 MOVE WS-GRUPO-DEPTO TO WS-K-DEPTO
                 PERFORM COINCIDE-LLAVE
                 IF RENGLON-COINCIDE
                    IF NOT GRUPO-ESCRITO
                       MOVE SPACES TO BURST-LINE
                       WRITE BURST-LINE
                       MOVE WS-GRUPO-LINE TO BURST-LINE
                       WRITE BURST-LINE
                       MOVE 'S' TO WS-GRUPO-ESCRITO
                    END-IF
                    MOVE LISTADO-LINE TO BURST-LINE
                    WRITE BURST-LINE
                    ADD 1 TO WS-RENGLONES
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * PAYEXCEP.OUT es un archivo de datos (EXCEPREC.cpy), no un
      * impreso: al destinatario se le imprime un listado de sus
      * empleados con la excepcion y el conteo
       REPARTE-PAYEXCEP.
           MOVE WS-PAYEXCEP-TITULO TO BURST-LINE.
           WRITE BURST-LINE.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS = "00"
              PERFORM UNTIL WS-EXCEPTION-STATUS NOT = "00"
                 READ EXCEPTION-FILE
                    AT END MOVE "10" TO WS-EXCEPTION-STATUS
                    NOT AT END
                       PERFORM FILTRA-EXCEPCION
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-FILE
           END-IF.
           MOVE WS-RENGLONES TO WS-T-RENGLONES.
           MOVE WS-TOTAL-RENGLONES-LINE TO BURST-LINE.
           WRITE BURST-LINE.

       FILTRA-EXCEPCION.
           MOVE EXC-DATO-ID TO WS-K-ID.
           PERFORM BUSCA-EMPLEADO.
           PERFORM COINCIDE-LLAVE.
           IF RENGLON-COINCIDE
              MOVE EXC-DATO-ID TO WS-X-ID
              MOVE WS-K-NOMBRE TO WS-X-NOMBRE
              MOVE EXC-SALARIO-ANTERIOR TO WS-X-ANT
              MOVE EXC-SALARIO-ACTUAL TO WS-X-ACT
              MOVE EXC-PORCENTAJE-CAMBIO TO WS-X-PCT
              MOVE WS-PAYEXCEP-LINE TO BURST-LINE
              WRITE BURST-LINE
              ADD 1 TO WS-RENGLONES
              MOVE EXC-SALARIO-ACTUAL TO WS-MONTO
              ADD WS-MONTO TO WS-TOT-SALARIO
              PERFORM REGISTRA-EMPLEADO-ENTREGADO
           END-IF.

      * renglon 'E' de la bitacora: el SALARIO de este empleado le
      * llego a este destinatario
       REGISTRA-EMPLEADO-ENTREGADO.
           MOVE 'E' TO DLG-TIPO.
           MOVE WS-K-ID TO DLG-DATO-ID.
           MOVE 1 TO DLG-RENGLONES.
           MOVE WS-MONTO TO DLG-TOTAL.
           PERFORM ESCRIBE-DISTLOG.

       ESCRIBE-DISTLOG.
           IF DISTLOG-ABIERTO
              MOVE WS-FECHA-HOY TO DLG-FECHA
              MOVE WS-HORA-HOY TO DLG-HORA
              MOVE PERIODO-ACTUAL TO DLG-PERIODO
              MOVE PERIODO-FIN(PERIODO-ACTUAL) TO DLG-PERIODO-FIN
              MOVE WS-DEST-ACTUAL TO DLG-DESTINATARIO
              MOVE TAB-RPT-NOMBRE(WS-RPT-NUM) TO DLG-REPORTE
              MOVE TAB-DST-CORREO(DST-IDX) TO DLG-CORREO
              MOVE WS-RUTA-BURST TO DLG-ARCHIVO
              WRITE DISTLOG-RECORD
           END-IF.

      * cobertura: cada empleado de PAYREG.RPT deberia caer en el
      * alcance de algun destinatario del registro de nomina; el que
      * no le toca a nadie se avisa para completar el maestro
       REVISA-COBERTURA.
           MOVE SPACES TO WS-DEST-ACTUAL.
           MOVE 1 TO WS-RPT-NUM.
           PERFORM ABRE-LISTADO.
           IF WS-LISTADO-STATUS = "00"
              PERFORM UNTIL WS-LISTADO-STATUS NOT = "00"
                 READ LISTADO-FILE
                    AT END MOVE "10" TO WS-LISTADO-STATUS
                    NOT AT END
                       PERFORM REVISA-RENGLON-COBERTURA
                 END-READ
              END-PERFORM
              CLOSE LISTADO-FILE
           END-IF.

       REVISA-RENGLON-COBERTURA.
           ADD 1 TO WS-NUM-RENGLON.
           MOVE LISTADO-LINE TO WS-VISTA-PAYREG.
           IF WS-NUM-RENGLON > 2 AND WS-VP-ID(5:1) IS NUMERIC
              MOVE WS-VP-ID-N TO WS-K-ID
              PERFORM BUSCA-EMPLEADO
              PERFORM COINCIDE-LLAVE
              IF NOT RENGLON-COINCIDE
                 ADD 1 TO WS-SIN-DESTINO
                 DISPLAY "RPTBURST: EMPLEADO SIN DESTINATARIO DEL "
                     "REGISTRO DE NOMINA: " WS-K-ID " CIA " WS-K-CIA
                     " DEPTO " WS-K-DEPTO " ESTADO " WS-K-ESTADO
              END-IF
           END-IF.

      * una tabla en memoria llena no se trunca en silencio: truncar
      * es dejar a un jefe sin sus hojas; el job aborta y capacidad
      * decide si aumentar el OCCURS
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA; si el modulo no esta disponible el
      * mensaje al menos sale por consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
