      * VIATLIQ: liquidacion de viaticos no comprobados. Los
      * anticipos de viaje salen por cuentas por pagar y no tenian
      * liga con la nomina: lo que el empleado nunca comprobaba no
      * era ni ingreso gravable ni descuento. Con el libro de
      * viaticos por DATO-ID (data/VIATICOS.DAT, ver VIATREC.cpy:
      * anticipo con fecha limite, comprobado y devuelto por folio)
      * este programa corre antes de STEP01 CALC (STEP00D de
      * jobs/PAYROLL.job) y, vencida la fecha limite, lleva el saldo
      * no comprobado a la nomina segun la politica de la compania
      * (data/VIATPOL.DAT, ver VIAPOLRC.cpy):
      *   - 'P': renglon VIAT en data/PERCEPCION.DAT, que la corrida
      *     suma al SALARIO como percepcion gravable. El renglon vive
      *     ahi hasta que el periodo en que se pago queda cerrado en
      *     data/PERCTL.DAT; la siguiente liquidacion lo retira (si
      *     la corrida abendo y el periodo se vuelve a correr, el
      *     renglon sigue ahi y se paga una sola vez)
      *   - 'D': renglon VIAT en data/DEDUCCION.DAT con meta igual
      *     al saldo (mas lo que quedara de una recuperacion
      *     anterior), en VPO-PARCIALIDADES descuentos; la corrida lo
      *     detiene sola al llegar a la meta (ver data/DEDGOAL.DAT).
      *     El archivo se regraba con sus etiquetas HDR/TRL
      *     recalculadas, como DEDCARGA.cbl
      * y agrega al libro el renglon de liquidacion que cierra el
      * folio. Un empleado dado de baja no se liquida aqui (su saldo
      * se cobra en el finiquito) y sigue en el reporte. En
      * data/VIATLIQ.RPT quedan las liquidaciones de la corrida, las
      * incidencias del libro (folio sin anticipo, comprobado de
      * mas) y la antiguedad de los anticipos abiertos por
      * departamento. Una incidencia se reporta pero no detiene la
      * nomina.
      * uso: STEP00D de jobs/PAYROLL.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIATLIQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VIATICOS-FILE
               ASSIGN TO "data/VIATICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIATICOS-STATUS.

           SELECT OPTIONAL VIATPOL-FILE ASSIGN TO "data/VIATPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIATPOL-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL PERCTL-FILE ASSIGN TO "data/PERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT OPTIONAL DEDGOAL-FILE ASSIGN TO "data/DEDGOAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDGOAL-STATUS.

           SELECT OPTIONAL PERCEPCION-FILE
               ASSIGN TO "data/PERCEPCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCEPCION-STATUS.

           SELECT PERCEPCION-NEW ASSIGN TO "data/PERCEPCION.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCEPCION-NEW-STATUS.

           SELECT DEDUCCION-FILE ASSIGN TO "data/DEDUCCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCCION-STATUS.

           SELECT DEDUCCION-NEW ASSIGN TO "data/DEDUCCION.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCCION-NEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/VIATLIQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIATICOS-FILE.
           COPY VIATREC.

       FD  VIATPOL-FILE.
           COPY VIAPOLRC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  PERCTL-FILE.
           COPY PERCTLRC.
      * vista del layout anterior del control de periodos, mismo
      * criterio que PERABRE.cbl: compania numerica es el periodo
      * global '**'
       01  PERCTL-LEGACY.
           05  PCL-PERIODO        PIC 99.
           05  PCL-STATUS         PIC X.
               88  PCL-CERRADO    VALUE 'C'.
           05  PCL-FECHA-CIERRE   PIC 9(8).
           05  FILLER             PIC XX.

       FD  DEDGOAL-FILE.
       01  DEDGOAL-RECORD.
           05  DGL-DATO-ID        PIC 9(5).
           05  DGL-CODIGO         PIC X(4).
           05  DGL-ACUMULADO      PIC 9(7)V99.

       FD  PERCEPCION-FILE.
           COPY PERCREC.

       FD  PERCEPCION-NEW.
           COPY PERCREC
               REPLACING PERCEPCION-RECORD BY PERCEPCION-NEW-RECORD
                         PCP-DATO-ID BY PCN-DATO-ID
                         PCP-CODIGO BY PCN-CODIGO
                         PCP-MONTO BY PCN-MONTO.

       FD  DEDUCCION-FILE.
           COPY DEDUCREC.
       01  DEDUCCION-LINEA PIC X(50).

       FD  DEDUCCION-NEW.
       01  DEDUCCION-NEW-LINEA PIC X(50).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-VIATICOS-STATUS PIC XX VALUE SPACES.
           77 WS-VIATPOL-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-PERCTL-STATUS PIC XX VALUE SPACES.
           77 WS-DEDGOAL-STATUS PIC XX VALUE SPACES.
           77 WS-PERCEPCION-STATUS PIC XX VALUE SPACES.
           77 WS-PERCEPCION-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-DEDUCCION-STATUS PIC XX VALUE SPACES.
           77 WS-DEDUCCION-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-HOY-ENT PIC S9(9) VALUE ZERO.

      * maestro en memoria: compania (politica y calendario),
      * departamento (reporte) y status (la baja no se liquida)
           77 WS-NUM-EMPS PIC 9(4) VALUE ZERO.
           77 WS-EMP-POS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID       PIC 9(5).
               10  TAB-EMP-CIA      PIC XX.
               10  TAB-EMP-DEPTO    PIC X(4).
               10  TAB-EMP-NOMBRE   PIC X(30).
               10  TAB-EMP-STATUS   PIC X(3).

      * politica por compania; sin renglon, percepcion gravable
           77 WS-NUM-POLITICAS PIC 99 VALUE ZERO.
       01  TABLA-POLITICAS.
           05  POL-ENTRY OCCURS 20 TIMES
                   INDEXED BY POL-IDX.
               10  TAB-POL-CIA      PIC XX.
               10  TAB-POL-TRATA    PIC X.
               10  TAB-POL-PARC     PIC 99.
           77 WS-TRATAMIENTO PIC X VALUE 'P'.
              88 TRATA-PERCEPCION VALUE 'P'.
              88 TRATA-RECUPERA VALUE 'D'.
           77 WS-PARCIALIDADES PIC 99 VALUE 1.

      * periodos cerrados (compania, periodo, fecha de cierre)
           77 WS-NUM-CIERRES PIC 9(4) VALUE ZERO.
       01  TABLA-CIERRES.
           05  CIERRE-ENTRY OCCURS 3000 TIMES
                   INDEXED BY CIE-IDX.
               10  TAB-CIE-CIA      PIC XX.
               10  TAB-CIE-PERIODO  PIC 99.
               10  TAB-CIE-FECHA    PIC 9(8).

      * folios del libro con su anticipo, comprobado, devuelto y
      * liquidado
           77 WS-NUM-FOLIOS PIC 9(4) VALUE ZERO.
       01  TABLA-FOLIOS.
           05  FOLIO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY FOL-IDX.
               10  TAB-FOL-ID         PIC 9(5).
               10  TAB-FOL-FOLIO      PIC X(10).
               10  TAB-FOL-CON-ANTICIPO PIC X.
               10  TAB-FOL-FECHA      PIC 9(8).
               10  TAB-FOL-LIMITE     PIC 9(8).
               10  TAB-FOL-ANTICIPO   PIC 9(7)V99.
               10  TAB-FOL-COMPROBADO PIC 9(7)V99.
               10  TAB-FOL-DEVUELTO   PIC 9(7)V99.
               10  TAB-FOL-LIQUIDADO  PIC 9(7)V99.
               10  TAB-FOL-SALDO      PIC S9(7)V99.

      * liquidaciones como percepcion del libro que siguen sin
      * pagarse (su periodo no esta cerrado) mas las de esta corrida:
      * son los renglones VIAT que debe traer PERCEPCION.DAT
           77 WS-NUM-PAGOS PIC 9(4) VALUE ZERO.
       01  TABLA-PAGOS.
           05  PAGO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PAG-IDX.
               10  TAB-PAG-ID       PIC 9(5).
               10  TAB-PAG-MONTO    PIC 9(5)V99.

      * renglones de liquidacion que esta corrida agrega al libro
           77 WS-NUM-NUEVOS PIC 9(4) VALUE ZERO.
       01  TABLA-NUEVOS.
           05  NUEVO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY NUE-IDX.
               10  TAB-NUE-ID       PIC 9(5).
               10  TAB-NUE-FOLIO    PIC X(10).
               10  TAB-NUE-TIPO     PIC X.
               10  TAB-NUE-MONTO    PIC 9(7)V99.
               10  TAB-NUE-CIA-PER  PIC XX.
               10  TAB-NUE-PERIODO  PIC 99.

      * percepciones del periodo que no son VIAT, se regraban tal cual
           77 WS-NUM-PERCS PIC 9(5) VALUE ZERO.
           77 WS-NUM-VIAT-RETIRADAS PIC 9(4) VALUE ZERO.
       01  TABLA-PERCS.
           05  PERC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PRC-IDX.
               10  TAB-PRC-ID       PIC 9(5).
               10  TAB-PRC-CODIGO   PIC X(4).
               10  TAB-PRC-MONTO    PIC 9(5)V99.

      * detalle de deducciones completo, mismo manejo que DEDCARGA
           77 WS-NUM-DEDS PIC 9(5) VALUE ZERO.
           77 WS-DED-POS PIC 9(5) VALUE ZERO.
       01  TABLA-DEDS.
           05  DED-ENTRY OCCURS 15000 TIMES
                   INDEXED BY TD-IDX.
               10  TD-DATO-ID      PIC 9(5).
               10  TD-CODIGO       PIC X(4).
               10  TD-MONTO        PIC 9(5)V99.
               10  TD-INICIO       PIC X(8).
               10  TD-FIN          PIC X(8).
               10  TD-META         PIC X(9).
               10  TD-META-N REDEFINES TD-META PIC 9(7)V99.
           77 WS-DEDS-CAMBIARON PIC X VALUE 'N'.
              88 HAY-CAMBIO-DEDUCCIONES VALUE 'S'.

      * acumulado contra meta del codigo VIAT por DATO-ID
           77 WS-NUM-METAS PIC 9(4) VALUE ZERO.
       01  TABLA-METAS.
           05  META-ENTRY OCCURS 5000 TIMES
                   INDEXED BY MET-IDX.
               10  TAB-MET-ID       PIC 9(5).
               10  TAB-MET-ACUM     PIC 9(7)V99.
           77 WS-META-ACUM PIC 9(7)V99 VALUE ZERO.
           77 WS-META-RESTANTE PIC 9(7)V99 VALUE ZERO.
           77 WS-META-NUEVA PIC 9(7)V99 VALUE ZERO.
           77 WS-POR-RECUPERAR PIC 9(7)V99 VALUE ZERO.
           77 WS-DESCUENTO PIC 9(7)V99 VALUE ZERO.

      * periodo de pago de la compania del empleado en turno
           COPY PERIODOS.
           77 WS-CIA-PERIODO PIC XX VALUE SPACES.
           77 WS-PERIODO-CIA PIC 99 VALUE ZERO.
           77 WS-PAGO-CERRADO PIC X VALUE 'N'.
              88 PAGO-YA-CERRADO VALUE 'S'.

      * antiguedad de los anticipos abiertos por departamento: dias
      * desde que se entrego el anticipo
           77 WS-NUM-DEPTOS PIC 9(3) VALUE ZERO.
       01  TABLA-DEPTOS.
           05  DEPTO-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEP-IDX.
               10  TAB-DEP-CODIGO   PIC X(4).
               10  TAB-DEP-FOLIOS   PIC 9(5).
               10  TAB-DEP-TRAMO    PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-TOTAL-TRAMOS.
           05  WS-TOT-TRAMO PIC 9(9)V99 OCCURS 4 TIMES.
           77 WS-TOT-FOLIOS PIC 9(5) VALUE ZERO.
           77 WS-TRAMO PIC 9 VALUE ZERO.
           77 WS-DIAS-ABIERTO PIC S9(7) VALUE ZERO.
           77 WS-DEPTO-EN-TURNO PIC X(4) VALUE SPACES.

           77 WS-NUM-LIQ-PERC PIC 9(4) VALUE ZERO.
           77 WS-NUM-LIQ-DED PIC 9(4) VALUE ZERO.
           77 WS-NUM-INCIDENCIAS PIC 9(4) VALUE ZERO.
           77 WS-TOTAL-LIQ-PERC PIC 9(9)V99 VALUE ZERO.
           77 WS-TOTAL-LIQ-DED PIC 9(9)V99 VALUE ZERO.
           77 WS-MOTIVO PIC X(40) VALUE SPACES.
           77 WS-DESCUENTO-ED PIC ZZ,ZZ9.99.

      * etiquetas recalculadas de la regrabada de DEDUCCION.DAT
           COPY LBLREC.
           77 WS-LBL-CONTEO PIC 9(6) VALUE ZERO.
           77 WS-LBL-HASH-MONTO PIC 9(9)V99 VALUE ZERO.
       01  WS-DED-SALIDA.
           05  WS-DS-DATO-ID   PIC 9(5).
           05  WS-DS-CODIGO    PIC X(4).
           05  WS-DS-MONTO     PIC 9(5)V99.
           05  WS-DS-INICIO    PIC X(8).
           05  WS-DS-FIN       PIC X(8).
           05  WS-DS-META      PIC X(9).

           77 WS-RUTA-DED-VIEJA PIC X(30) VALUE "data/DEDUCCION.DAT".
           77 WS-RUTA-DED-NUEVA PIC X(30)
               VALUE "data/DEDUCCION.DAT.NEW".
           77 WS-RUTA-PRC-VIEJA PIC X(30)
               VALUE "data/PERCEPCION.DAT".
           77 WS-RUTA-PRC-NUEVA PIC X(30)
               VALUE "data/PERCEPCION.DAT.NEW".

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(40) VALUE
               'LIQUIDACION DE VIATICOS NO COMPROBADOS'.
           05  FILLER      PIC X(6) VALUE 'AL:   '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-ENC-MOV-LINE.
           05  FILLER      PIC X(50) VALUE
               'ACCION      DATO-ID FOLIO           MONTO  DETALLE'.

       01  WS-MOV-LINE.
           05  WS-M-ACCION PIC X(12).
           05  WS-M-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-M-FOLIO  PIC X(10).
           05  WS-M-MONTO  PIC ZZZ,ZZ9.99-.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-M-DETALLE PIC X(40).

       01  WS-DEPTO-LINE.
           05  FILLER      PIC X(14) VALUE 'DEPARTAMENTO: '.
           05  WS-DP-DEPTO PIC X(6).
           05  FILLER      PIC X(8) VALUE 'FOLIOS: '.
           05  WS-DP-FOLIOS PIC ZZ,ZZ9.

       01  WS-ENC-ABI-LINE.
           05  FILLER      PIC X(46) VALUE
               'DATO-ID NOMBRE                         FOLIO'.
           05  FILLER      PIC X(40) VALUE
               '      ANTICIPO   LIMITE      SALDO DIAS'.

       01  WS-ABI-LINE.
           05  WS-A-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-A-NOMBRE PIC X(30).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-FOLIO  PIC X(10).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-FECHA  PIC 9(8).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-LIMITE PIC 9(8).
           05  WS-A-SALDO  PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-DIAS   PIC ZZZ9.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-A-MARCA  PIC X(10).

       01  WS-ENC-TRAMO-LINE.
           05  FILLER      PIC X(40) VALUE
               '          0-30 DIAS    31-60 DIAS    61-'.
           05  FILLER      PIC X(30) VALUE
               '90 DIAS   MAS DE 90'.

       01  WS-TRAMO-LINE.
           05  WS-TR-CONCEPTO PIC X(6).
           05  WS-TR-MONTO PIC ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           COMPUTE WS-HOY-ENT = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
      * el periodo en que se paga una percepcion VIAT es el de la
      * compania del empleado (CIACAL.DAT), ver PERIODOS.cpy
           CALL "CALENDARIO".

           PERFORM CARGA-MAESTRO.
           PERFORM CARGA-POLITICAS.
           PERFORM CARGA-CIERRES.
           PERFORM CARGA-METAS-VIAT.
           PERFORM CARGA-PERCEPCIONES.
           PERFORM CARGA-DEDUCCIONES-VIVAS.
           PERFORM CARGA-LIBRO.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "VIATLIQ: NO SE PUDO ABRIR data/VIATLIQ.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENC-MOV-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LIQUIDA-FOLIO
               VARYING FOL-IDX FROM 1 BY 1
               UNTIL FOL-IDX > WS-NUM-FOLIOS.

           PERFORM GRABA-LIQUIDACIONES.
           PERFORM REGRABA-PERCEPCIONES.
           IF HAY-CAMBIO-DEDUCCIONES
              PERFORM REGRABA-DEDUCCIONES
           END-IF.

           PERFORM IMPRIME-ANTIGUEDAD.
           CLOSE REPORT-FILE.

           DISPLAY "VIATLIQ: " WS-NUM-LIQ-PERC
               " FOLIO(S) A PERCEPCION POR " WS-TOTAL-LIQ-PERC ", "
               WS-NUM-LIQ-DED " A RECUPERACION POR " WS-TOTAL-LIQ-DED
               ", " WS-NUM-INCIDENCIAS " INCIDENCIA(S); VER "
               "data/VIATLIQ.RPT".
           PERFORM AVISA-BITACORA.
           STOP RUN.

       CARGA-MAESTRO.
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
                       IF WS-NUM-EMPS = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-EMPS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-EMPS
                       MOVE DATO-ID TO TAB-EMP-ID(WS-NUM-EMPS)
                       MOVE COMPANIA TO TAB-EMP-CIA(WS-NUM-EMPS)
                       MOVE DEPARTAMENTO TO TAB-EMP-DEPTO(WS-NUM-EMPS)
                       MOVE NOMBRE TO TAB-EMP-NOMBRE(WS-NUM-EMPS)
                       MOVE EMPLOYEE-STATUS TO
                           TAB-EMP-STATUS(WS-NUM-EMPS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       CARGA-POLITICAS.
           OPEN INPUT VIATPOL-FILE.
           IF WS-VIATPOL-STATUS = "00"
              PERFORM UNTIL WS-VIATPOL-STATUS NOT = "00"
                 READ VIATPOL-FILE
                    AT END MOVE "10" TO WS-VIATPOL-STATUS
                    NOT AT END
                       IF WS-NUM-POLITICAS = 20
                          DISPLAY "TABLA LLENA: WS-NUM-POLITICAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-POLITICAS
                       MOVE VPO-COMPANIA TO
                           TAB-POL-CIA(WS-NUM-POLITICAS)
                       MOVE VPO-TRATAMIENTO TO
                           TAB-POL-TRATA(WS-NUM-POLITICAS)
                       MOVE VPO-PARCIALIDADES TO
                           TAB-POL-PARC(WS-NUM-POLITICAS)
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE VIATPOL-FILE.

       CARGA-CIERRES.
           OPEN INPUT PERCTL-FILE.
           IF WS-PERCTL-STATUS = "00"
              PERFORM UNTIL WS-PERCTL-STATUS NOT = "00"
                 READ PERCTL-FILE
                    AT END MOVE "10" TO WS-PERCTL-STATUS
                    NOT AT END
                       IF WS-NUM-CIERRES = 3000
                          DISPLAY "TABLA LLENA: WS-NUM-CIERRES"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       IF PCT-COMPANIA IS NUMERIC
                          IF PCL-CERRADO
                             ADD 1 TO WS-NUM-CIERRES
                             MOVE '**' TO TAB-CIE-CIA(WS-NUM-CIERRES)
                             MOVE PCL-PERIODO TO
                                 TAB-CIE-PERIODO(WS-NUM-CIERRES)
                             MOVE PCL-FECHA-CIERRE TO
                                 TAB-CIE-FECHA(WS-NUM-CIERRES)
                          END-IF
                       ELSE
                          IF PCT-CERRADO
                             ADD 1 TO WS-NUM-CIERRES
                             MOVE PCT-COMPANIA TO
                                 TAB-CIE-CIA(WS-NUM-CIERRES)
                             MOVE PCT-PERIODO TO
                                 TAB-CIE-PERIODO(WS-NUM-CIERRES)
                             MOVE PCT-FECHA-CIERRE TO
                                 TAB-CIE-FECHA(WS-NUM-CIERRES)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PERCTL-FILE.

       CARGA-METAS-VIAT.
           OPEN INPUT DEDGOAL-FILE.
           IF WS-DEDGOAL-STATUS = "00"
              PERFORM UNTIL WS-DEDGOAL-STATUS NOT = "00"
                 READ DEDGOAL-FILE
                    AT END MOVE "10" TO WS-DEDGOAL-STATUS
                    NOT AT END
                       IF DGL-CODIGO = 'VIAT'
                          IF WS-NUM-METAS = 5000
                             DISPLAY "TABLA LLENA: WS-NUM-METAS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-METAS
                          MOVE DGL-DATO-ID TO TAB-MET-ID(WS-NUM-METAS)
                          MOVE DGL-ACUMULADO TO
                              TAB-MET-ACUM(WS-NUM-METAS)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DEDGOAL-FILE.

      * los renglones VIAT no se cargan: PERCEPCION.DAT se regraba
      * con los VIAT que el libro dice que siguen sin pagarse
       CARGA-PERCEPCIONES.
           OPEN INPUT PERCEPCION-FILE.
           IF WS-PERCEPCION-STATUS = "00"
              PERFORM UNTIL WS-PERCEPCION-STATUS NOT = "00"
                 READ PERCEPCION-FILE
                    AT END MOVE "10" TO WS-PERCEPCION-STATUS
                    NOT AT END
                       IF PCP-CODIGO = 'VIAT'
                          ADD 1 TO WS-NUM-VIAT-RETIRADAS
                       ELSE
                          IF WS-NUM-PERCS = 5000
                             DISPLAY "TABLA LLENA: WS-NUM-PERCS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-PERCS
                          MOVE PCP-DATO-ID TO TAB-PRC-ID(WS-NUM-PERCS)
                          MOVE PCP-CODIGO TO
                              TAB-PRC-CODIGO(WS-NUM-PERCS)
                          MOVE PCP-MONTO TO
                              TAB-PRC-MONTO(WS-NUM-PERCS)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PERCEPCION-FILE.

       CARGA-DEDUCCIONES-VIVAS.
           OPEN INPUT DEDUCCION-FILE.
           IF WS-DEDUCCION-STATUS = "00"
              PERFORM UNTIL WS-DEDUCCION-STATUS NOT = "00"
                 READ DEDUCCION-FILE
                    AT END MOVE "10" TO WS-DEDUCCION-STATUS
                    NOT AT END
                       IF DEDUCCION-LINEA(1:3) NOT = 'HDR'
                          AND DEDUCCION-LINEA(1:3) NOT = 'TRL'
                          IF WS-NUM-DEDS = 15000
                             DISPLAY "TABLA LLENA: WS-NUM-DEDS"
                             PERFORM ABORTA-TABLA-LLENA
                          END-IF
                          ADD 1 TO WS-NUM-DEDS
                          MOVE DED-DATO-ID TO
                              TD-DATO-ID(WS-NUM-DEDS)
                          MOVE DED-CODIGO TO TD-CODIGO(WS-NUM-DEDS)
                          MOVE DED-MONTO TO TD-MONTO(WS-NUM-DEDS)
                          MOVE DEDUCCION-LINEA(17:8) TO
                              TD-INICIO(WS-NUM-DEDS)
                          MOVE DEDUCCION-LINEA(25:8) TO
                              TD-FIN(WS-NUM-DEDS)
                          MOVE DEDUCCION-LINEA(33:9) TO
                              TD-META(WS-NUM-DEDS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEDUCCION-FILE
           END-IF.

      * el libro completo se resume por folio; una liquidacion 'P'
      * cuyo periodo todavia no cierra vuelve a la tabla de pagos
      * para que su renglon VIAT siga en PERCEPCION.DAT
       CARGA-LIBRO.
           OPEN INPUT VIATICOS-FILE.
           IF WS-VIATICOS-STATUS = "00"
              PERFORM UNTIL WS-VIATICOS-STATUS NOT = "00"
                 READ VIATICOS-FILE
                    AT END MOVE "10" TO WS-VIATICOS-STATUS
                    NOT AT END
                       PERFORM ACUMULA-MOVIMIENTO
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE VIATICOS-FILE.

       ACUMULA-MOVIMIENTO.
           PERFORM VARYING FOL-IDX FROM 1 BY 1
                   UNTIL FOL-IDX > WS-NUM-FOLIOS
              IF TAB-FOL-ID(FOL-IDX) = VIA-DATO-ID
                 AND TAB-FOL-FOLIO(FOL-IDX) = VIA-FOLIO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF FOL-IDX > WS-NUM-FOLIOS
              IF WS-NUM-FOLIOS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-FOLIOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-FOLIOS
              SET FOL-IDX TO WS-NUM-FOLIOS
              MOVE VIA-DATO-ID TO TAB-FOL-ID(FOL-IDX)
              MOVE VIA-FOLIO TO TAB-FOL-FOLIO(FOL-IDX)
              MOVE 'N' TO TAB-FOL-CON-ANTICIPO(FOL-IDX)
              MOVE ZERO TO TAB-FOL-FECHA(FOL-IDX)
              MOVE ZERO TO TAB-FOL-LIMITE(FOL-IDX)
              MOVE ZERO TO TAB-FOL-ANTICIPO(FOL-IDX)
              MOVE ZERO TO TAB-FOL-COMPROBADO(FOL-IDX)
              MOVE ZERO TO TAB-FOL-DEVUELTO(FOL-IDX)
              MOVE ZERO TO TAB-FOL-LIQUIDADO(FOL-IDX)
           END-IF.
           EVALUATE TRUE
              WHEN VIA-ANTICIPO
                 MOVE 'S' TO TAB-FOL-CON-ANTICIPO(FOL-IDX)
                 ADD VIA-MONTO TO TAB-FOL-ANTICIPO(FOL-IDX)
                 IF TAB-FOL-FECHA(FOL-IDX) = ZERO
                    MOVE VIA-FECHA TO TAB-FOL-FECHA(FOL-IDX)
                 END-IF
                 IF VIA-FECHA-LIMITE > TAB-FOL-LIMITE(FOL-IDX)
                    MOVE VIA-FECHA-LIMITE TO TAB-FOL-LIMITE(FOL-IDX)
                 END-IF
              WHEN VIA-COMPROBADO
                 ADD VIA-MONTO TO TAB-FOL-COMPROBADO(FOL-IDX)
              WHEN VIA-DEVUELTO
                 ADD VIA-MONTO TO TAB-FOL-DEVUELTO(FOL-IDX)
              WHEN VIA-LIQ-PERCEPCION
                 ADD VIA-MONTO TO TAB-FOL-LIQUIDADO(FOL-IDX)
                 PERFORM VERIFICA-PAGO-CERRADO
                 IF NOT PAGO-YA-CERRADO
                    PERFORM AGREGA-PAGO-PENDIENTE
                 END-IF
              WHEN VIA-LIQ-RECUPERACION
                 ADD VIA-MONTO TO TAB-FOL-LIQUIDADO(FOL-IDX)
           END-EVALUATE.

      * la percepcion ya se pago si el periodo de la compania en
      * que se dejo quedo cerrado el mismo dia o despues
       VERIFICA-PAGO-CERRADO.
           MOVE 'N' TO WS-PAGO-CERRADO.
           PERFORM VARYING CIE-IDX FROM 1 BY 1
                   UNTIL CIE-IDX > WS-NUM-CIERRES
              IF TAB-CIE-CIA(CIE-IDX) = VIA-CIA-PERIODO
                 AND TAB-CIE-PERIODO(CIE-IDX) = VIA-PERIODO
                 AND TAB-CIE-FECHA(CIE-IDX) NOT < VIA-FECHA
                 MOVE 'S' TO WS-PAGO-CERRADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       AGREGA-PAGO-PENDIENTE.
           IF WS-NUM-PAGOS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-PAGOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-PAGOS.
           MOVE VIA-DATO-ID TO TAB-PAG-ID(WS-NUM-PAGOS).
           MOVE VIA-MONTO TO TAB-PAG-MONTO(WS-NUM-PAGOS).

      * saldo del folio en turno: vencido se liquida, abierto queda
      * para el reporte de antiguedad, negativo es una incidencia
       LIQUIDA-FOLIO.
           COMPUTE TAB-FOL-SALDO(FOL-IDX) =
               TAB-FOL-ANTICIPO(FOL-IDX)
               - TAB-FOL-COMPROBADO(FOL-IDX)
               - TAB-FOL-DEVUELTO(FOL-IDX)
               - TAB-FOL-LIQUIDADO(FOL-IDX).
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-ID(EMP-IDX) = TAB-FOL-ID(FOL-IDX)
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF TAB-FOL-CON-ANTICIPO(FOL-IDX) = 'N'
              MOVE 'MOVIMIENTOS DE UN FOLIO SIN ANTICIPO' TO WS-MOTIVO
           ELSE
           IF TAB-FOL-SALDO(FOL-IDX) < ZERO
              MOVE 'COMPROBADO/DEVUELTO MAYOR AL ANTICIPO' TO
                  WS-MOTIVO
           ELSE
           IF TAB-FOL-SALDO(FOL-IDX) > ZERO
              AND TAB-FOL-LIMITE(FOL-IDX) < WS-FECHA-HOY
              IF WS-EMP-POS = ZERO
                 MOVE 'DATO-ID SIN REGISTRO MAESTRO' TO WS-MOTIVO
              ELSE
              IF TAB-EMP-STATUS(WS-EMP-POS) = 'baj'
                 MOVE 'EMPLEADO DE BAJA, COBRAR EN FINIQUITO' TO
                     WS-MOTIVO
              ELSE
                 PERFORM LIQUIDA-SALDO-VENCIDO
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
              ADD 1 TO WS-NUM-INCIDENCIAS
              MOVE 'INCIDENCIA' TO WS-M-ACCION
              MOVE TAB-FOL-ID(FOL-IDX) TO WS-M-ID
              MOVE TAB-FOL-FOLIO(FOL-IDX) TO WS-M-FOLIO
              MOVE TAB-FOL-SALDO(FOL-IDX) TO WS-M-MONTO
              MOVE WS-MOTIVO TO WS-M-DETALLE
              MOVE WS-MOV-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      * el saldo vencido va a la nomina segun la politica de la
      * compania del empleado
       LIQUIDA-SALDO-VENCIDO.
           MOVE 'P' TO WS-TRATAMIENTO.
           MOVE 1 TO WS-PARCIALIDADES.
           PERFORM VARYING POL-IDX FROM 1 BY 1
                   UNTIL POL-IDX > WS-NUM-POLITICAS
              IF TAB-POL-CIA(POL-IDX) = TAB-EMP-CIA(WS-EMP-POS)
                 MOVE TAB-POL-TRATA(POL-IDX) TO WS-TRATAMIENTO
                 IF TAB-POL-PARC(POL-IDX) > ZERO
                    MOVE TAB-POL-PARC(POL-IDX) TO WS-PARCIALIDADES
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF TRATA-RECUPERA
              PERFORM LIQUIDA-COMO-RECUPERACION
           ELSE
              PERFORM LIQUIDA-COMO-PERCEPCION
           END-IF.

       LIQUIDA-COMO-PERCEPCION.
           IF TAB-FOL-SALDO(FOL-IDX) > 99999.99
              MOVE 'SALDO EXCEDE EL MONTO DE UNA PERCEPCION' TO
                  WS-MOTIVO
           ELSE
              PERFORM BUSCA-PERIODO-CIA
              IF WS-NUM-PAGOS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-PAGOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-PAGOS
              MOVE TAB-FOL-ID(FOL-IDX) TO TAB-PAG-ID(WS-NUM-PAGOS)
              MOVE TAB-FOL-SALDO(FOL-IDX) TO
                  TAB-PAG-MONTO(WS-NUM-PAGOS)
              MOVE 'P' TO WS-TRATAMIENTO
              PERFORM AGREGA-LIQUIDACION
              ADD 1 TO WS-NUM-LIQ-PERC
              ADD TAB-NUE-MONTO(WS-NUM-NUEVOS) TO WS-TOTAL-LIQ-PERC
              MOVE 'PERCEPCION' TO WS-M-ACCION
              MOVE SPACES TO WS-M-DETALLE
              STRING 'VIAT GRAVABLE, PERIODO ' WS-CIA-PERIODO '-'
                  WS-PERIODO-CIA
                  DELIMITED BY SIZE INTO WS-M-DETALLE
              PERFORM ESCRIBE-LIQUIDACION
           END-IF.

      * la meta nueva es lo ya descontado mas lo que quedaba por
      * recuperar de un renglon VIAT anterior mas este saldo; el
      * descuento por periodo reparte lo pendiente en las
      * parcialidades de la politica
       LIQUIDA-COMO-RECUPERACION.
           MOVE ZERO TO WS-META-ACUM.
           PERFORM VARYING MET-IDX FROM 1 BY 1
                   UNTIL MET-IDX > WS-NUM-METAS
              IF TAB-MET-ID(MET-IDX) = TAB-FOL-ID(FOL-IDX)
                 MOVE TAB-MET-ACUM(MET-IDX) TO WS-META-ACUM
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-DED-POS.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-NUM-DEDS
              IF TD-DATO-ID(TD-IDX) = TAB-FOL-ID(FOL-IDX)
                 AND TD-CODIGO(TD-IDX) = 'VIAT'
                 SET WS-DED-POS TO TD-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-META-RESTANTE.
           IF WS-DED-POS > ZERO
              IF TD-META(WS-DED-POS) IS NUMERIC
                 AND TD-META-N(WS-DED-POS) > WS-META-ACUM
                 COMPUTE WS-META-RESTANTE =
                     TD-META-N(WS-DED-POS) - WS-META-ACUM
              END-IF
           END-IF.
           COMPUTE WS-POR-RECUPERAR =
               WS-META-RESTANTE + TAB-FOL-SALDO(FOL-IDX).
           COMPUTE WS-META-NUEVA = WS-META-ACUM + WS-POR-RECUPERAR.
           COMPUTE WS-DESCUENTO ROUNDED =
               WS-POR-RECUPERAR / WS-PARCIALIDADES.
           IF WS-DESCUENTO > 99999.99
              MOVE 'DESCUENTO EXCEDE EL MONTO DE UN RENGLON' TO
                  WS-MOTIVO
           ELSE
              IF WS-DED-POS = ZERO
                 IF WS-NUM-DEDS = 15000
                    DISPLAY "TABLA LLENA: WS-NUM-DEDS"
                    PERFORM ABORTA-TABLA-LLENA
                 END-IF
                 ADD 1 TO WS-NUM-DEDS
                 MOVE WS-NUM-DEDS TO WS-DED-POS
                 MOVE TAB-FOL-ID(FOL-IDX) TO TD-DATO-ID(WS-DED-POS)
                 MOVE 'VIAT' TO TD-CODIGO(WS-DED-POS)
                 MOVE WS-FECHA-HOY TO TD-INICIO(WS-DED-POS)
              END-IF
      * un renglon VIAT viejo con vigencia ya vencida no descontaria
      * el saldo nuevo: la recuperacion queda sin fecha de fin
              MOVE SPACES TO TD-FIN(WS-DED-POS)
              MOVE WS-DESCUENTO TO TD-MONTO(WS-DED-POS)
              MOVE WS-META-NUEVA TO TD-META-N(WS-DED-POS)
              MOVE 'S' TO WS-DEDS-CAMBIARON
              MOVE 'R' TO WS-TRATAMIENTO
              MOVE SPACES TO WS-CIA-PERIODO
              MOVE ZERO TO WS-PERIODO-CIA
              PERFORM AGREGA-LIQUIDACION
              ADD 1 TO WS-NUM-LIQ-DED
              ADD TAB-NUE-MONTO(WS-NUM-NUEVOS) TO WS-TOTAL-LIQ-DED
              MOVE 'RECUPERA' TO WS-M-ACCION
              MOVE SPACES TO WS-M-DETALLE
              MOVE WS-DESCUENTO TO WS-DESCUENTO-ED
              STRING 'VIAT DESCUENTO ' WS-DESCUENTO-ED
                  ' EN ' WS-PARCIALIDADES ' PARC.'
                  DELIMITED BY SIZE INTO WS-M-DETALLE
              PERFORM ESCRIBE-LIQUIDACION
           END-IF.

      * periodo de pago de la compania del empleado: con calendario
      * propio su periodo actual, si no el global '**' (mismo
      * criterio que PERABRE.cbl para abrir y cerrar)
       BUSCA-PERIODO-CIA.
           MOVE '**' TO WS-CIA-PERIODO.
           MOVE PERIODO-ACTUAL TO WS-PERIODO-CIA.
           PERFORM VARYING CAL-CIA-IDX FROM 1 BY 1
                   UNTIL CAL-CIA-IDX > NUM-CIAS-CAL
              IF CAL-CIA-CODIGO(CAL-CIA-IDX) = TAB-EMP-CIA(WS-EMP-POS)
                 MOVE TAB-EMP-CIA(WS-EMP-POS) TO WS-CIA-PERIODO
                 MOVE CAL-CIA-ACTUAL(CAL-CIA-IDX) TO WS-PERIODO-CIA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       AGREGA-LIQUIDACION.
           IF WS-NUM-NUEVOS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-NUEVOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-NUEVOS.
           MOVE TAB-FOL-ID(FOL-IDX) TO TAB-NUE-ID(WS-NUM-NUEVOS).
           MOVE TAB-FOL-FOLIO(FOL-IDX) TO TAB-NUE-FOLIO(WS-NUM-NUEVOS).
           MOVE WS-TRATAMIENTO TO TAB-NUE-TIPO(WS-NUM-NUEVOS).
           MOVE TAB-FOL-SALDO(FOL-IDX) TO
               TAB-NUE-MONTO(WS-NUM-NUEVOS).
           MOVE WS-CIA-PERIODO TO TAB-NUE-CIA-PER(WS-NUM-NUEVOS).
           MOVE WS-PERIODO-CIA TO TAB-NUE-PERIODO(WS-NUM-NUEVOS).
      * el folio liquidado ya no esta abierto para la antiguedad
           MOVE ZERO TO TAB-FOL-SALDO(FOL-IDX).

       ESCRIBE-LIQUIDACION.
           MOVE TAB-FOL-ID(FOL-IDX) TO WS-M-ID.
           MOVE TAB-FOL-FOLIO(FOL-IDX) TO WS-M-FOLIO.
           MOVE TAB-NUE-MONTO(WS-NUM-NUEVOS) TO WS-M-MONTO.
           MOVE WS-MOV-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * los renglones de liquidacion cierran el folio en el libro
       GRABA-LIQUIDACIONES.
           IF WS-NUM-NUEVOS > ZERO
              OPEN EXTEND VIATICOS-FILE
              IF WS-VIATICOS-STATUS NOT = "00"
                 AND WS-VIATICOS-STATUS NOT = "05"
                 DISPLAY "VIATLIQ: NO SE PUDO ABRIR "
                     "data/VIATICOS.DAT: " WS-VIATICOS-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM VARYING NUE-IDX FROM 1 BY 1
                      UNTIL NUE-IDX > WS-NUM-NUEVOS
                 MOVE TAB-NUE-ID(NUE-IDX) TO VIA-DATO-ID
                 MOVE TAB-NUE-FOLIO(NUE-IDX) TO VIA-FOLIO
                 MOVE TAB-NUE-TIPO(NUE-IDX) TO VIA-TIPO
                 MOVE WS-FECHA-HOY TO VIA-FECHA
                 MOVE ZERO TO VIA-FECHA-LIMITE
                 MOVE TAB-NUE-MONTO(NUE-IDX) TO VIA-MONTO
                 MOVE TAB-NUE-CIA-PER(NUE-IDX) TO VIA-CIA-PERIODO
                 MOVE TAB-NUE-PERIODO(NUE-IDX) TO VIA-PERIODO
                 WRITE VIATICO-RECORD
              END-PERFORM
              CLOSE VIATICOS-FILE
           END-IF.

      * PERCEPCION.DAT sin renglones VIAT mas uno por cada
      * liquidacion pendiente de pago (patron .NEW + CBL_RENAME_FILE)
       REGRABA-PERCEPCIONES.
           IF WS-NUM-PAGOS > ZERO OR WS-NUM-VIAT-RETIRADAS > ZERO
              OPEN OUTPUT PERCEPCION-NEW
              IF WS-PERCEPCION-NEW-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR data/PERCEPCION.DAT.NEW: "
                     WS-PERCEPCION-NEW-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM VARYING PRC-IDX FROM 1 BY 1
                      UNTIL PRC-IDX > WS-NUM-PERCS
                 MOVE TAB-PRC-ID(PRC-IDX) TO PCN-DATO-ID
                 MOVE TAB-PRC-CODIGO(PRC-IDX) TO PCN-CODIGO
                 MOVE TAB-PRC-MONTO(PRC-IDX) TO PCN-MONTO
                 WRITE PERCEPCION-NEW-RECORD
              END-PERFORM
              PERFORM VARYING PAG-IDX FROM 1 BY 1
                      UNTIL PAG-IDX > WS-NUM-PAGOS
                 MOVE TAB-PAG-ID(PAG-IDX) TO PCN-DATO-ID
                 MOVE 'VIAT' TO PCN-CODIGO
                 MOVE TAB-PAG-MONTO(PAG-IDX) TO PCN-MONTO
                 WRITE PERCEPCION-NEW-RECORD
              END-PERFORM
              CLOSE PERCEPCION-NEW
              CALL "CBL_RENAME_FILE" USING WS-RUTA-PRC-NUEVA
                  WS-RUTA-PRC-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/PERCEPCION.DAT, "
                     "RC=" RETURN-CODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      * regraba DEDUCCION.DAT con etiquetas frescas (conteo y hash
      * de montos), igual que DEDCARGA.cbl
       REGRABA-DEDUCCIONES.
           OPEN OUTPUT DEDUCCION-NEW.
           IF WS-DEDUCCION-NEW-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/DEDUCCION.DAT.NEW: "
                  WS-DEDUCCION-NEW-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'HDR' TO LBLH-TIPO.
           MOVE 'DEDUCCON' TO LBLH-ARCHIVO.
           MOVE WS-FECHA-HOY TO LBLH-FECHA.
           MOVE ZERO TO LBLH-PERIODO.
           MOVE SPACES TO DEDUCCION-NEW-LINEA.
           MOVE LBL-HEADER TO DEDUCCION-NEW-LINEA(1:21).
           WRITE DEDUCCION-NEW-LINEA.
           MOVE ZERO TO WS-LBL-CONTEO WS-LBL-HASH-MONTO.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-NUM-DEDS
              MOVE TD-DATO-ID(TD-IDX) TO WS-DS-DATO-ID
              MOVE TD-CODIGO(TD-IDX) TO WS-DS-CODIGO
              MOVE TD-MONTO(TD-IDX) TO WS-DS-MONTO
              MOVE TD-INICIO(TD-IDX) TO WS-DS-INICIO
              MOVE TD-FIN(TD-IDX) TO WS-DS-FIN
              MOVE TD-META(TD-IDX) TO WS-DS-META
              MOVE SPACES TO DEDUCCION-NEW-LINEA
              MOVE WS-DED-SALIDA TO DEDUCCION-NEW-LINEA(1:41)
              WRITE DEDUCCION-NEW-LINEA
              ADD 1 TO WS-LBL-CONTEO
              ADD TD-MONTO(TD-IDX) TO WS-LBL-HASH-MONTO
           END-PERFORM.
           MOVE 'TRL' TO LBLT-TIPO.
           MOVE WS-LBL-CONTEO TO LBLT-CONTEO.
           MOVE ZERO TO LBLT-HASH-HORAS.
           MOVE WS-LBL-HASH-MONTO TO LBLT-HASH-MONTO.
           MOVE SPACES TO DEDUCCION-NEW-LINEA.
           MOVE LBL-TRAILER TO DEDUCCION-NEW-LINEA(1:27).
           WRITE DEDUCCION-NEW-LINEA.
           CLOSE DEDUCCION-NEW.
           CALL "CBL_RENAME_FILE" USING WS-RUTA-DED-NUEVA
               WS-RUTA-DED-VIEJA.
           IF RETURN-CODE NOT = 0
              DISPLAY "ERROR AL REEMPLAZAR data/DEDUCCION.DAT, RC="
                  RETURN-CODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * anticipos con saldo abierto por departamento, en tramos de
      * dias desde que se entregaron; los vencidos que no se
      * pudieron liquidar (baja, sin maestro) se marcan
       IMPRIME-ANTIGUEDAD.
           PERFORM VARYING FOL-IDX FROM 1 BY 1
                   UNTIL FOL-IDX > WS-NUM-FOLIOS
              IF TAB-FOL-SALDO(FOL-IDX) > ZERO
                 AND TAB-FOL-CON-ANTICIPO(FOL-IDX) = 'S'
                 PERFORM ACUMULA-DEPTO-FOLIO
              END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ANTICIPOS ABIERTOS POR DEPARTAMENTO' TO REPORT-LINE.
           WRITE REPORT-LINE.
           INITIALIZE WS-TOTAL-TRAMOS.
           MOVE ZERO TO WS-TOT-FOLIOS.
           PERFORM IMPRIME-DEPTO
               VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > WS-NUM-DEPTOS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL' TO WS-DP-DEPTO.
           MOVE WS-TOT-FOLIOS TO WS-DP-FOLIOS.
           MOVE WS-DEPTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENC-TRAMO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SALDO' TO WS-TR-CONCEPTO.
           PERFORM VARYING WS-TRAMO FROM 1 BY 1 UNTIL WS-TRAMO > 4
              MOVE WS-TOT-TRAMO(WS-TRAMO) TO WS-TR-MONTO(WS-TRAMO)
           END-PERFORM.
           MOVE WS-TRAMO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       ACUMULA-DEPTO-FOLIO.
           PERFORM UBICA-EMPLEADO-FOLIO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-NUM-DEPTOS
              IF TAB-DEP-CODIGO(DEP-IDX) = WS-DEPTO-EN-TURNO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF DEP-IDX > WS-NUM-DEPTOS
              IF WS-NUM-DEPTOS = 200
                 DISPLAY "TABLA LLENA: WS-NUM-DEPTOS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-DEPTOS
              SET DEP-IDX TO WS-NUM-DEPTOS
              MOVE WS-DEPTO-EN-TURNO TO TAB-DEP-CODIGO(DEP-IDX)
              MOVE ZERO TO TAB-DEP-FOLIOS(DEP-IDX)
              PERFORM VARYING WS-TRAMO FROM 1 BY 1 UNTIL WS-TRAMO > 4
                 MOVE ZERO TO TAB-DEP-TRAMO(DEP-IDX, WS-TRAMO)
              END-PERFORM
           END-IF.
           PERFORM CALCULA-TRAMO.
           ADD 1 TO TAB-DEP-FOLIOS(DEP-IDX).
           ADD TAB-FOL-SALDO(FOL-IDX) TO
               TAB-DEP-TRAMO(DEP-IDX, WS-TRAMO).

      * departamento del dueno del folio; sin maestro queda '????'
       UBICA-EMPLEADO-FOLIO.
           MOVE ZERO TO WS-EMP-POS.
           MOVE '????' TO WS-DEPTO-EN-TURNO.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-ID(EMP-IDX) = TAB-FOL-ID(FOL-IDX)
                 SET WS-EMP-POS TO EMP-IDX
                 MOVE TAB-EMP-DEPTO(EMP-IDX) TO WS-DEPTO-EN-TURNO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       CALCULA-TRAMO.
           IF TAB-FOL-FECHA(FOL-IDX) = ZERO
              MOVE ZERO TO WS-DIAS-ABIERTO
           ELSE
              COMPUTE WS-DIAS-ABIERTO = WS-HOY-ENT -
                  FUNCTION INTEGER-OF-DATE(TAB-FOL-FECHA(FOL-IDX))
           END-IF.
           EVALUATE TRUE
              WHEN WS-DIAS-ABIERTO NOT > 30
                 MOVE 1 TO WS-TRAMO
              WHEN WS-DIAS-ABIERTO NOT > 60
                 MOVE 2 TO WS-TRAMO
              WHEN WS-DIAS-ABIERTO NOT > 90
                 MOVE 3 TO WS-TRAMO
              WHEN OTHER
                 MOVE 4 TO WS-TRAMO
           END-EVALUATE.

       IMPRIME-DEPTO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-DEP-CODIGO(DEP-IDX) TO WS-DP-DEPTO.
           MOVE TAB-DEP-FOLIOS(DEP-IDX) TO WS-DP-FOLIOS.
           MOVE WS-DEPTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENC-ABI-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING FOL-IDX FROM 1 BY 1
                   UNTIL FOL-IDX > WS-NUM-FOLIOS
              IF TAB-FOL-SALDO(FOL-IDX) > ZERO
                 AND TAB-FOL-CON-ANTICIPO(FOL-IDX) = 'S'
                 PERFORM UBICA-EMPLEADO-FOLIO
                 IF WS-DEPTO-EN-TURNO = TAB-DEP-CODIGO(DEP-IDX)
                    PERFORM IMPRIME-FOLIO-ABIERTO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-ENC-TRAMO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SALDO' TO WS-TR-CONCEPTO.
           PERFORM VARYING WS-TRAMO FROM 1 BY 1 UNTIL WS-TRAMO > 4
              MOVE TAB-DEP-TRAMO(DEP-IDX, WS-TRAMO) TO
                  WS-TR-MONTO(WS-TRAMO)
              ADD TAB-DEP-TRAMO(DEP-IDX, WS-TRAMO) TO
                  WS-TOT-TRAMO(WS-TRAMO)
           END-PERFORM.
           MOVE WS-TRAMO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD TAB-DEP-FOLIOS(DEP-IDX) TO WS-TOT-FOLIOS.

       IMPRIME-FOLIO-ABIERTO.
           PERFORM CALCULA-TRAMO.
           MOVE TAB-FOL-ID(FOL-IDX) TO WS-A-ID.
           IF WS-EMP-POS = ZERO
              MOVE 'SIN REGISTRO MAESTRO' TO WS-A-NOMBRE
           ELSE
              MOVE TAB-EMP-NOMBRE(WS-EMP-POS) TO WS-A-NOMBRE
           END-IF.
           MOVE TAB-FOL-FOLIO(FOL-IDX) TO WS-A-FOLIO.
           MOVE TAB-FOL-FECHA(FOL-IDX) TO WS-A-FECHA.
           MOVE TAB-FOL-LIMITE(FOL-IDX) TO WS-A-LIMITE.
           MOVE TAB-FOL-SALDO(FOL-IDX) TO WS-A-SALDO.
           MOVE WS-DIAS-ABIERTO TO WS-A-DIAS.
           IF TAB-FOL-LIMITE(FOL-IDX) < WS-FECHA-HOY
              MOVE 'VENCIDO' TO WS-A-MARCA
           ELSE
              MOVE SPACES TO WS-A-MARCA
           END-IF.
           MOVE WS-ABI-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       AVISA-BITACORA.
           MOVE 'VIATLIQ' TO LOG-PROGRAMA.
           IF WS-NUM-INCIDENCIAS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'VIATICOS: ' WS-NUM-LIQ-PERC ' A PERCEPCION, '
               WS-NUM-LIQ-DED ' A RECUPERACION, '
               WS-NUM-INCIDENCIAS ' INCIDENCIAS'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.

      * una tabla en memoria llena no se trunca en silencio: un folio
      * de menos es un saldo que nunca llega a la nomina
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
