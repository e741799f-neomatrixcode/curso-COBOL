      * PRIMART: determinacion anual de la prima del seguro de riesgos
      * de trabajo por compania (registro patronal). Cada febrero el
      * patron recalcula su prima con la siniestralidad del ejercicio
      * anterior (LSS art. 72) y hasta ahora el renglon IMSS de
      * data/PATRONAL.DAT traia una sola tasa plana para todos. Este
      * programa pide el ejercicio (ACCEPT, lo pasa jobs/PRIMART.job)
      * y por compania:
      *   - S: dias subsidiados del ejercicio de los certificados de
      *     riesgo de trabajo (ICP-RAMO 'T' en data/INCAP.DAT, ver
      *     INCAPREC.cpy); los accidentes en trayecto ('Y') se
      *     listan pero no cuentan
      *   - I: suma de las valuaciones de incapacidad permanente
      *     (parcial con su porcentaje, total al 100%) entre 100
      *   - D: defunciones por riesgo de trabajo
      *   - N: trabajadores promedio expuestos, los dias de
      *     calendario del ejercicio de cada asegurado (mismo calculo
      *     de FECHA-INGRESO y fecha de baja de STATHIST que
      *     PTUCALC.cbl) entre 365; los asimilados no cotizan
      *   - prima = [(S/365) + V * (I + D)] * (F/N) + M, con V = 28,
      *     F = 2.3 y M = 0.005, en porcentaje a 5 decimales
      *   - el cambio contra la prima anterior se topa en un punto
      *     arriba o abajo, y el resultado entre 0.5% y 15%
      * Imprime la hoja de determinacion con los casos en
      * data/PRIMART.RPT y deja la prima nueva en data/PRIMART.DAT
      * (ver PRIMRTRC.cpy) efectiva el 1 de marzo siguiente, de
      * donde la toman CARGAPAT.cbl y SUACALC.cbl. Correr otra vez el
      * mismo ejercicio reemplaza la determinacion, no la duplica.
      * uso: jobs/PRIMART.job AAAA
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL INCAP-FILE ASSIGN TO "data/INCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCAP-STATUS.

      * historial de status: la fecha de baja real topa los dias
      * expuestos de un 'baj' (misma consulta que PTUCALC/EMPPURGA)
           SELECT OPTIONAL STATHIST-FILE
               ASSIGN TO "data/STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT PATRONAL-FILE ASSIGN TO "data/PATRONAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRONAL-STATUS.

           SELECT OPTIONAL PRIMART-FILE-IN ASSIGN TO "data/PRIMART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMART-IN-STATUS.

           SELECT PRIMART-FILE-OUT
               ASSIGN TO "data/PRIMART.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMART-OUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/PRIMART.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  INCAP-FILE.
           COPY INCAPREC.

       FD  STATHIST-FILE.
           COPY STAHISRC.

       FD  PATRONAL-FILE.
           COPY PATRONRC.

       FD  PRIMART-FILE-IN.
           COPY PRIMRTRC.

       FD  PRIMART-FILE-OUT.
           COPY PRIMRTRC
               REPLACING PRIMART-RECORD BY PRIMART-OUT-RECORD
                         PRT-COMPANIA BY PRTO-COMPANIA
                         PRT-FECHA-EFECTIVA BY PRTO-FECHA-EFECTIVA
                         PRT-PRIMA BY PRTO-PRIMA
                         PRT-EJERCICIO BY PRTO-EJERCICIO
                         PRT-PRIMA-ANTERIOR BY PRTO-PRIMA-ANTERIOR
                         PRT-SINIESTRALIDAD BY PRTO-SINIESTRALIDAD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-INCAP-STATUS PIC XX VALUE SPACES.
           77 WS-STATHIST-STATUS PIC XX VALUE SPACES.
           77 WS-PATRONAL-STATUS PIC XX VALUE SPACES.
           77 WS-PRIMART-IN-STATUS PIC XX VALUE SPACES.
           77 WS-PRIMART-OUT-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.
           77 WS-HIS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-HISTORIAL VALUE 'S'.

      * ejercicio de la siniestralidad, la vigencia de la prima
      * nueva (1 de marzo del ano siguiente) y el dia anterior, en
      * el que se lee la prima que se esta sustituyendo
           77 WS-ANIO PIC 9(4) VALUE ZERO.
           77 WS-INICIO-ANIO PIC 9(8) VALUE ZERO.
           77 WS-FIN-ANIO PIC 9(8) VALUE ZERO.
           77 WS-INICIO-ENT PIC S9(9) VALUE ZERO.
           77 WS-FIN-ENT PIC S9(9) VALUE ZERO.
           77 WS-FECHA-EFECTIVA PIC 9(8) VALUE ZERO.
           77 WS-FECHA-ANTERIOR PIC 9(8) VALUE ZERO.

      * constantes del art. 72 LSS: V anos de vida activa, F factor
      * de prima, M prima minima (fraccion), y los limites de la
      * prima y de su variacion anual, en porcentaje
           77 WS-FACTOR-V PIC 99 VALUE 28.
           77 WS-FACTOR-F PIC 9V9 VALUE 2.3.
           77 WS-PRIMA-M PIC 9V999 VALUE 0.005.
           77 WS-PRIMA-MINIMA PIC 9(2)V9(5) VALUE 0.5.
           77 WS-PRIMA-MAXIMA PIC 9(2)V9(5) VALUE 15.
           77 WS-VARIACION-MAXIMA PIC 9(2)V9(5) VALUE 1.

      * prima general del renglon 'RT' de PATRONAL.DAT: la anterior
      * de una compania que nunca se habia determinado
           77 WS-PRIMA-GENERAL PIC 9(2)V9999 VALUE ZERO.

      * asegurados por DATO-ID con su compania, para ubicar cada
      * certificado de incapacidad en su registro patronal
           77 WS-NUM-EMPS PIC 9(4) VALUE ZERO.
       01  TABLA-EMPLEADOS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID        PIC 9(5).
               10  TAB-EMP-CIA       PIC XX.

      * ultima fecha de baja por DATO-ID del historial de status
      * (una recontratacion posterior la borra, como en PTUCALC)
           77 WS-NUM-BAJAS PIC 9(4) VALUE ZERO.
       01  TABLA-BAJAS.
           05  BAJA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY BAJ-IDX.
               10  TAB-BAJ-ID       PIC 9(5).
               10  TAB-BAJ-FECHA    PIC 9(8).
           77 WS-BAJA-ENT PIC S9(9) VALUE ZERO.
           77 WS-FIN-EMP-ENT PIC S9(9) VALUE ZERO.
           77 WS-INGRESO-ENT PIC S9(9) VALUE ZERO.
           77 WS-DIAS-EMPLEADO PIC S9(5) VALUE ZERO.

      * determinacion por compania
           77 WS-NUM-CIAS PIC 99 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 20 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA             PIC XX.
               10  TAB-CIA-DIAS-EXP    PIC 9(7).
               10  TAB-CIA-S           PIC 9(6).
               10  TAB-CIA-I           PIC 9(3)V9999.
               10  TAB-CIA-D           PIC 9(3).
               10  TAB-CIA-TRAYECTO    PIC 9(4).
               10  TAB-CIA-N           PIC 9(5)V9999.
               10  TAB-CIA-CALCULADA   PIC 9(4)V9(5).
               10  TAB-CIA-ANTERIOR    PIC 9(2)V9(5).
               10  TAB-CIA-FECHA-ANT   PIC 9(8).
               10  TAB-CIA-NUEVA       PIC 9(2)V9(5).
               10  TAB-CIA-DETERMINADA PIC X.

      * casos de riesgo de trabajo del ejercicio, para la hoja
           77 WS-NUM-CASOS PIC 9(4) VALUE ZERO.
           77 WS-CASOS-CIA PIC 9(4) VALUE ZERO.
       01  TABLA-CASOS.
           05  CASO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CAS-IDX.
               10  TAB-CAS-CIA       PIC XX.
               10  TAB-CAS-ID        PIC 9(5).
               10  TAB-CAS-FOLIO     PIC X(8).
               10  TAB-CAS-INICIO    PIC 9(8).
               10  TAB-CAS-DIAS      PIC 9(3).
               10  TAB-CAS-RAMO      PIC X.
               10  TAB-CAS-CONSEC    PIC X.
               10  TAB-CAS-VALUACION PIC 9(3)V99.

      * certificado en turno: dias dentro del ejercicio
           77 WS-ICP-INICIO-ENT PIC S9(9) VALUE ZERO.
           77 WS-ICP-FIN-ENT PIC S9(9) VALUE ZERO.
           77 WS-DIAS-EN-EJERCICIO PIC S9(5) VALUE ZERO.
           77 WS-VALUACION PIC 9(3)V99 VALUE ZERO.
           77 WS-CIA-CASO PIC XX VALUE SPACES.
       01  WS-ICP-DESGLOSE.
           05  WS-ICP-ANIO PIC 9(4).
           05  WS-ICP-RESTO PIC 9(4).

      * primas ya registradas; el renglon de la misma compania y la
      * misma vigencia se reemplaza al regrabar
           77 WS-NUM-PRIMAS PIC 9(4) VALUE ZERO.
       01  TABLA-PRIMAS.
           05  PRIMA-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PRI-IDX.
               10  TAB-PRI-CIA        PIC XX.
               10  TAB-PRI-FECHA      PIC 9(8).
               10  TAB-PRI-PRIMA      PIC 9(2)V9(5).
               10  TAB-PRI-EJERCICIO  PIC 9(4).
               10  TAB-PRI-ANTERIOR   PIC 9(2)V9(5).
               10  TAB-PRI-SINIESTRALIDAD PIC 9(2)V9(5).

           77 WS-SINIESTRALIDAD PIC 9(5)V9(7) VALUE ZERO.
           77 WS-PRIMA-CALCULO PIC 9(5)V9(5) VALUE ZERO.
           77 WS-NUM-DETERMINADAS PIC 99 VALUE ZERO.
           77 WS-NUM-AVISOS PIC 99 VALUE ZERO.
           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/PRIMART.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/PRIMART.DAT.NEW".

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

       01  WS-SEPARADOR-LINE.
           05  FILLER      PIC X(72) VALUE ALL '='.

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(48) VALUE
               'DETERMINACION DE LA PRIMA DE RIESGO DE TRABAJO  '.
           05  FILLER      PIC X(10) VALUE 'EJERCICIO '.
           05  WS-T-ANIO   PIC 9(4).

       01  WS-CIA-LINE.
           05  FILLER      PIC X(26) VALUE
               'COMPANIA (REG. PATRONAL): '.
           05  WS-C-CIA    PIC XX.

       01  WS-CASOS-TITULO.
           05  FILLER      PIC X(50) VALUE
               'CASOS DE RIESGO DE TRABAJO DEL EJERCICIO:'.

       01  WS-CASOS-ENCAB.
           05  FILLER      PIC X(30) VALUE
               '  DATO-ID FOLIO     INICIO    '.
           05  FILLER      PIC X(30) VALUE
               'DIAS  RAMO CONSEC VALUACION'.

       01  WS-CASO-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-K-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-K-FOLIO  PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-K-INICIO PIC 9(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-K-DIAS   PIC ZZ9.
           05  FILLER      PIC X(5) VALUE SPACES.
           05  WS-K-RAMO   PIC X.
           05  FILLER      PIC X(6) VALUE SPACES.
           05  WS-K-CONSEC PIC X.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  WS-K-VALUACION PIC ZZ9.99.
           05  FILLER      PIC X VALUE '%'.
           05  WS-K-NOTA   PIC X(12).

       01  WS-SIN-CASOS-LINE.
           05  FILLER      PIC X(50) VALUE
               '  (SIN CASOS DE RIESGO DE TRABAJO EN EL EJERCICIO)'.

       01  WS-S-LINE.
           05  FILLER      PIC X(44) VALUE
               'S  DIAS SUBSIDIADOS ........................'.
           05  WS-S-VALOR  PIC ZZZ,ZZ9.

       01  WS-I-LINE.
           05  FILLER      PIC X(44) VALUE
               'I  SUMA DE INCAPACIDADES PERMANENTES / 100 .'.
           05  WS-I-VALOR  PIC ZZ9.9999.

       01  WS-D-LINE.
           05  FILLER      PIC X(44) VALUE
               'D  DEFUNCIONES .............................'.
           05  WS-D-VALOR  PIC ZZ9.

       01  WS-N-LINE.
           05  FILLER      PIC X(44) VALUE
               'N  TRABAJADORES PROMEDIO EXPUESTOS .........'.
           05  WS-N-VALOR  PIC ZZ,ZZ9.9999.
           05  FILLER      PIC X(8) VALUE '  (DIAS '.
           05  WS-N-DIAS   PIC Z,ZZZ,ZZ9.
           05  FILLER      PIC X(7) VALUE ' / 365)'.

       01  WS-TRAYECTO-LINE.
           05  FILLER      PIC X(44) VALUE
               '   ACCIDENTES EN TRAYECTO (NO CUENTAN) .....'.
           05  WS-Y-VALOR  PIC ZZZ9.

       01  WS-CONSTANTES-LINE.
           05  FILLER      PIC X(50) VALUE
               'V = 28   F = 2.3   M = 0.005'.

       01  WS-FORMULA-LINE.
           05  FILLER      PIC X(50) VALUE
               'PRIMA = [(S/365) + V * (I + D)] * (F/N) + M'.

       01  WS-PRIMA-LINE.
           05  WS-P-DESC   PIC X(43).
           05  WS-P-PRIMA  PIC ZZZ9.99999.
           05  FILLER      PIC X VALUE '%'.
           05  WS-P-NOTA   PIC X(26).

       01  WS-VIGENCIA-LINE.
           05  FILLER      PIC X(44) VALUE
               'VIGENTE A PARTIR DEL .......................'.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-V-FECHA  PIC 9(8).

       01  WS-AVISO-LINE.
           05  WS-A-TEXTO  PIC X(72).

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'PRIMART' TO LOG-PROGRAMA.
           DISPLAY "EJERCICIO DE LA SINIESTRALIDAD (AAAA): "
               WITH NO ADVANCING.
           ACCEPT WS-ANIO.
           IF WS-ANIO < 2000
              DISPLAY "PRIMART: EJERCICIO INVALIDO: " WS-ANIO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-INICIO-ANIO = WS-ANIO * 10000 + 0101.
           COMPUTE WS-FIN-ANIO = WS-ANIO * 10000 + 1231.
           COMPUTE WS-INICIO-ENT =
               FUNCTION INTEGER-OF-DATE(WS-INICIO-ANIO).
           COMPUTE WS-FIN-ENT =
               FUNCTION INTEGER-OF-DATE(WS-FIN-ANIO).
           COMPUTE WS-FECHA-EFECTIVA = (WS-ANIO + 1) * 10000 + 0301.
           COMPUTE WS-FECHA-ANTERIOR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-EFECTIVA) - 1).

           PERFORM CARGA-PRIMA-GENERAL.
           PERFORM CARGA-TABLA-PRIMAS.
           PERFORM CARGA-FECHAS-DE-BAJA.
           PERFORM CARGA-EXPUESTOS.
           IF WS-NUM-CIAS = ZERO
              DISPLAY "PRIMART: SIN ASEGURADOS EN data/EMPLOYEE.DAT, "
                  "NADA QUE DETERMINAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ACUMULA-SINIESTROS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM DETERMINA-PRIMA
               VARYING CIA-IDX FROM 1 BY 1
               UNTIL CIA-IDX > WS-NUM-CIAS.
           CLOSE REPORT-FILE.

           IF WS-NUM-DETERMINADAS > ZERO
              PERFORM GRABA-PRIMAS
           END-IF.

           DISPLAY "PRIMART: " WS-NUM-DETERMINADAS
               " PRIMA(S) DETERMINADA(S) EFECTIVAS EL "
               WS-FECHA-EFECTIVA "; HOJA EN data/PRIMART.RPT".
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-AVISOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              STRING 'PRIMA RT ' WS-ANIO ': ' WS-NUM-DETERMINADAS
                  ' DETERMINADA(S), ' WS-NUM-AVISOS
                  ' COMPANIA(S) CON AVISO EN PRIMART.RPT'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              STRING 'PRIMA RT ' WS-ANIO ': ' WS-NUM-DETERMINADAS
                  ' DETERMINADA(S), EFECTIVAS EL ' WS-FECHA-EFECTIVA
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           END-IF.
           PERFORM REGISTRA-BITACORA.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

      * la prima general del renglon 'RT' es la anterior de una
      * compania sin determinacion previa
       CARGA-PRIMA-GENERAL.
           OPEN INPUT PATRONAL-FILE.
           IF WS-PATRONAL-STATUS = "00"
              PERFORM UNTIL WS-PATRONAL-STATUS NOT = "00"
                 READ PATRONAL-FILE
                    AT END MOVE "10" TO WS-PATRONAL-STATUS
                    NOT AT END
                       IF PAT-CODIGO = 'RT  '
                          MOVE PAT-PORCENTAJE TO WS-PRIMA-GENERAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PATRONAL-FILE
           END-IF.

       CARGA-TABLA-PRIMAS.
           OPEN INPUT PRIMART-FILE-IN.
           IF WS-PRIMART-IN-STATUS = "00"
              PERFORM UNTIL WS-PRIMART-IN-STATUS NOT = "00"
                 READ PRIMART-FILE-IN
                    AT END MOVE "10" TO WS-PRIMART-IN-STATUS
                    NOT AT END
                       IF WS-NUM-PRIMAS = 1000
                          DISPLAY "TABLA LLENA: WS-NUM-PRIMAS"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-PRIMAS
                       MOVE PRT-COMPANIA TO TAB-PRI-CIA(WS-NUM-PRIMAS)
                       MOVE PRT-FECHA-EFECTIVA TO
                           TAB-PRI-FECHA(WS-NUM-PRIMAS)
                       MOVE PRT-PRIMA TO TAB-PRI-PRIMA(WS-NUM-PRIMAS)
                       MOVE PRT-EJERCICIO TO
                           TAB-PRI-EJERCICIO(WS-NUM-PRIMAS)
                       MOVE PRT-PRIMA-ANTERIOR TO
                           TAB-PRI-ANTERIOR(WS-NUM-PRIMAS)
                       MOVE PRT-SINIESTRALIDAD TO
                           TAB-PRI-SINIESTRALIDAD(WS-NUM-PRIMAS)
                 END-READ
              END-PERFORM
              CLOSE PRIMART-FILE-IN
           END-IF.

      * ultima transicion por empleado del historial de status: la
      * fecha queda solo si la transicion mas reciente fue a 'baj'
      * (mismo criterio que CARGA-FECHAS-DE-BAJA en PTUCALC.cbl)
       CARGA-FECHAS-DE-BAJA.
           OPEN INPUT STATHIST-FILE.
           IF WS-STATHIST-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-HISTORIAL
                 READ STATHIST-FILE
                    AT END MOVE 'S' TO WS-HIS-EOF
                    NOT AT END PERFORM REGISTRA-TRANSICION
                 END-READ
              END-PERFORM
              CLOSE STATHIST-FILE
           END-IF.

       REGISTRA-TRANSICION.
           PERFORM VARYING BAJ-IDX FROM 1 BY 1
                   UNTIL BAJ-IDX > WS-NUM-BAJAS
              IF TAB-BAJ-ID(BAJ-IDX) = STH-DATO-ID
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF BAJ-IDX > WS-NUM-BAJAS
              IF WS-NUM-BAJAS = 5000
                 DISPLAY "TABLA LLENA: WS-NUM-BAJAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-BAJAS
              MOVE STH-DATO-ID TO TAB-BAJ-ID(WS-NUM-BAJAS)
              MOVE ZERO TO TAB-BAJ-FECHA(WS-NUM-BAJAS)
              MOVE WS-NUM-BAJAS TO BAJ-IDX
           END-IF.
           IF STH-STATUS-NUEVO = 'baj'
              MOVE STH-FECHA TO TAB-BAJ-FECHA(BAJ-IDX)
           ELSE
              MOVE ZERO TO TAB-BAJ-FECHA(BAJ-IDX)
           END-IF.

       BUSCA-FECHA-DE-BAJA.
           MOVE ZERO TO WS-BAJA-ENT.
           PERFORM VARYING BAJ-IDX FROM 1 BY 1
                   UNTIL BAJ-IDX > WS-NUM-BAJAS
              IF TAB-BAJ-ID(BAJ-IDX) = DATO-ID
                 AND TAB-BAJ-FECHA(BAJ-IDX) NOT = ZERO
                 COMPUTE WS-BAJA-ENT = FUNCTION
                     INTEGER-OF-DATE(TAB-BAJ-FECHA(BAJ-IDX))
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * cada asegurado aporta a su compania los dias de calendario
      * del ejercicio que estuvo dado de alta: desde el 1 de enero o
      * su FECHA-INGRESO, hasta el 31 de diciembre o su baja real
       CARGA-EXPUESTOS.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-FILE: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-EMPLEADOS
              READ EMPLOYEE-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       AND NOT REGIMEN-ASIMILADO
                       PERFORM EXPONE-EMPLEADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       EXPONE-EMPLEADO.
           IF WS-NUM-EMPS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-EMPS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-EMPS.
           MOVE DATO-ID TO TAB-EMP-ID(WS-NUM-EMPS).
           MOVE COMPANIA TO TAB-EMP-CIA(WS-NUM-EMPS).
           MOVE COMPANIA TO WS-CIA-CASO.
           PERFORM BUSCA-O-CREA-CIA.

           MOVE WS-INICIO-ENT TO WS-INGRESO-ENT.
           IF FECHA-INGRESO NOT = ZERO
              COMPUTE WS-INGRESO-ENT =
                  FUNCTION INTEGER-OF-DATE(FECHA-INGRESO)
              IF WS-INGRESO-ENT < WS-INICIO-ENT
                 MOVE WS-INICIO-ENT TO WS-INGRESO-ENT
              END-IF
           END-IF.
           MOVE WS-FIN-ENT TO WS-FIN-EMP-ENT.
           IF BAJA
              PERFORM BUSCA-FECHA-DE-BAJA
              IF WS-BAJA-ENT = ZERO
                 DISPLAY "PRIMART: BAJ " DATO-ID " SIN FECHA DE "
                     "BAJA EN STATHIST.DAT, EXPUESTO EL ANO COMPLETO"
              ELSE
                 IF WS-BAJA-ENT < WS-FIN-EMP-ENT
                    MOVE WS-BAJA-ENT TO WS-FIN-EMP-ENT
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-DIAS-EMPLEADO =
               WS-FIN-EMP-ENT - WS-INGRESO-ENT + 1.
           IF WS-DIAS-EMPLEADO > ZERO
              ADD WS-DIAS-EMPLEADO TO TAB-CIA-DIAS-EXP(CIA-IDX)
           END-IF.

       BUSCA-O-CREA-CIA.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA(CIA-IDX) = WS-CIA-CASO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF CIA-IDX > WS-NUM-CIAS
              IF WS-NUM-CIAS = 20
                 DISPLAY "TABLA LLENA: WS-NUM-CIAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-CIAS
              SET CIA-IDX TO WS-NUM-CIAS
              MOVE WS-CIA-CASO TO TAB-CIA(CIA-IDX)
              MOVE ZERO TO TAB-CIA-DIAS-EXP(CIA-IDX)
                  TAB-CIA-S(CIA-IDX) TAB-CIA-I(CIA-IDX)
                  TAB-CIA-D(CIA-IDX) TAB-CIA-TRAYECTO(CIA-IDX)
                  TAB-CIA-N(CIA-IDX) TAB-CIA-CALCULADA(CIA-IDX)
                  TAB-CIA-ANTERIOR(CIA-IDX) TAB-CIA-FECHA-ANT(CIA-IDX)
                  TAB-CIA-NUEVA(CIA-IDX)
              MOVE 'N' TO TAB-CIA-DETERMINADA(CIA-IDX)
           END-IF.

      * los certificados de riesgo de trabajo del ejercicio: los
      * dias subsidiados cuentan solo los que caen dentro del ano;
      * la consecuencia (permanente o defuncion) cuenta en el
      * ejercicio en que inicio el riesgo
       ACUMULA-SINIESTROS.
           OPEN INPUT INCAP-FILE.
           IF WS-INCAP-STATUS = "00"
              PERFORM UNTIL WS-INCAP-STATUS NOT = "00"
                 READ INCAP-FILE
                    AT END MOVE "10" TO WS-INCAP-STATUS
                    NOT AT END
                       IF ICP-RIESGO-TRABAJO OR ICP-TRAYECTO
                          PERFORM REGISTRA-SINIESTRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INCAP-FILE
           END-IF.

       REGISTRA-SINIESTRO.
           COMPUTE WS-ICP-INICIO-ENT =
               FUNCTION INTEGER-OF-DATE(ICP-FECHA-INICIO).
           COMPUTE WS-ICP-FIN-ENT = WS-ICP-INICIO-ENT + ICP-DIAS - 1.
           IF WS-ICP-INICIO-ENT < WS-INICIO-ENT
              MOVE WS-INICIO-ENT TO WS-ICP-INICIO-ENT
           END-IF.
           IF WS-ICP-FIN-ENT > WS-FIN-ENT
              MOVE WS-FIN-ENT TO WS-ICP-FIN-ENT
           END-IF.
           COMPUTE WS-DIAS-EN-EJERCICIO =
               WS-ICP-FIN-ENT - WS-ICP-INICIO-ENT + 1.
           IF WS-DIAS-EN-EJERCICIO < ZERO
              MOVE ZERO TO WS-DIAS-EN-EJERCICIO
           END-IF.
           MOVE ICP-FECHA-INICIO TO WS-ICP-DESGLOSE.
      * un certificado fuera del ejercicio, sin dias ni consecuencia
      * en el ano, no entra a la hoja
           IF WS-DIAS-EN-EJERCICIO > ZERO OR WS-ICP-ANIO = WS-ANIO
              MOVE SPACES TO WS-CIA-CASO
              PERFORM VARYING EMP-IDX FROM 1 BY 1
                      UNTIL EMP-IDX > WS-NUM-EMPS
                 IF TAB-EMP-ID(EMP-IDX) = ICP-DATO-ID
                    MOVE TAB-EMP-CIA(EMP-IDX) TO WS-CIA-CASO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-CIA-CASO = SPACES
                 DISPLAY "PRIMART: FOLIO " ICP-FOLIO " DEL DATO-ID "
                     ICP-DATO-ID " SIN ASEGURADO EN EMPLOYEE.DAT, "
                     "NO SE CUENTA"
              ELSE
                 PERFORM BUSCA-O-CREA-CIA
                 PERFORM SUMA-SINIESTRO
              END-IF
           END-IF.

       SUMA-SINIESTRO.
           MOVE ZERO TO WS-VALUACION.
           IF ICP-RIESGO-TRABAJO
              ADD WS-DIAS-EN-EJERCICIO TO TAB-CIA-S(CIA-IDX)
              IF WS-ICP-ANIO = WS-ANIO
                 IF ICP-PERMANENTE-PARCIAL
                    IF ICP-VALUACION IS NUMERIC
                       MOVE ICP-VALUACION TO WS-VALUACION
                    ELSE
                       DISPLAY "PRIMART: FOLIO " ICP-FOLIO
                           " PERMANENTE PARCIAL SIN VALUACION"
                    END-IF
                 END-IF
                 IF ICP-PERMANENTE-TOTAL
                    MOVE 100 TO WS-VALUACION
                 END-IF
                 COMPUTE TAB-CIA-I(CIA-IDX) =
                     TAB-CIA-I(CIA-IDX) + WS-VALUACION / 100
                 IF ICP-DEFUNCION
                    ADD 1 TO TAB-CIA-D(CIA-IDX)
                 END-IF
              END-IF
           ELSE
              ADD 1 TO TAB-CIA-TRAYECTO(CIA-IDX)
           END-IF.
           IF WS-NUM-CASOS = 2000
              DISPLAY "TABLA LLENA: WS-NUM-CASOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-CASOS.
           MOVE WS-CIA-CASO TO TAB-CAS-CIA(WS-NUM-CASOS).
           MOVE ICP-DATO-ID TO TAB-CAS-ID(WS-NUM-CASOS).
           MOVE ICP-FOLIO TO TAB-CAS-FOLIO(WS-NUM-CASOS).
           MOVE ICP-FECHA-INICIO TO TAB-CAS-INICIO(WS-NUM-CASOS).
           MOVE WS-DIAS-EN-EJERCICIO TO TAB-CAS-DIAS(WS-NUM-CASOS).
           MOVE ICP-RAMO TO TAB-CAS-RAMO(WS-NUM-CASOS).
           MOVE ICP-CONSECUENCIA TO TAB-CAS-CONSEC(WS-NUM-CASOS).
           MOVE WS-VALUACION TO TAB-CAS-VALUACION(WS-NUM-CASOS).

      * la formula del art. 72 y los topes; la prima anterior es la
      * vigente el ultimo dia de febrero (o la general 'RT')
       DETERMINA-PRIMA.
           PERFORM BUSCA-PRIMA-ANTERIOR.
           IF TAB-CIA-DIAS-EXP(CIA-IDX) = ZERO
              ADD 1 TO WS-NUM-AVISOS
              PERFORM IMPRIME-ENCABEZADO-CIA
              MOVE 'SIN DIAS EXPUESTOS EN EL EJERCICIO, NO SE DETERMINA'
                  TO WS-A-TEXTO
              MOVE WS-AVISO-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              COMPUTE TAB-CIA-N(CIA-IDX) ROUNDED =
                  TAB-CIA-DIAS-EXP(CIA-IDX) / 365
              COMPUTE WS-SINIESTRALIDAD ROUNDED =
                  (TAB-CIA-S(CIA-IDX) / 365
                   + WS-FACTOR-V
                     * (TAB-CIA-I(CIA-IDX) + TAB-CIA-D(CIA-IDX)))
                  * (WS-FACTOR-F / TAB-CIA-N(CIA-IDX))
                  + WS-PRIMA-M
              COMPUTE WS-PRIMA-CALCULO ROUNDED = WS-SINIESTRALIDAD * 100
              IF WS-PRIMA-CALCULO > 9999
                 MOVE 9999 TO TAB-CIA-CALCULADA(CIA-IDX)
              ELSE
                 MOVE WS-PRIMA-CALCULO TO TAB-CIA-CALCULADA(CIA-IDX)
              END-IF
              IF TAB-CIA-ANTERIOR(CIA-IDX) > ZERO
                 IF WS-PRIMA-CALCULO > TAB-CIA-ANTERIOR(CIA-IDX)
                                       + WS-VARIACION-MAXIMA
                    COMPUTE WS-PRIMA-CALCULO =
                        TAB-CIA-ANTERIOR(CIA-IDX) + WS-VARIACION-MAXIMA
                 END-IF
                 IF WS-PRIMA-CALCULO + WS-VARIACION-MAXIMA <
                        TAB-CIA-ANTERIOR(CIA-IDX)
                    COMPUTE WS-PRIMA-CALCULO =
                        TAB-CIA-ANTERIOR(CIA-IDX) - WS-VARIACION-MAXIMA
                 END-IF
              ELSE
                 ADD 1 TO WS-NUM-AVISOS
              END-IF
              IF WS-PRIMA-CALCULO < WS-PRIMA-MINIMA
                 MOVE WS-PRIMA-MINIMA TO WS-PRIMA-CALCULO
              END-IF
              IF WS-PRIMA-CALCULO > WS-PRIMA-MAXIMA
                 MOVE WS-PRIMA-MAXIMA TO WS-PRIMA-CALCULO
              END-IF
              MOVE WS-PRIMA-CALCULO TO TAB-CIA-NUEVA(CIA-IDX)
              MOVE 'S' TO TAB-CIA-DETERMINADA(CIA-IDX)
              ADD 1 TO WS-NUM-DETERMINADAS
              PERFORM IMPRIME-HOJA
           END-IF.

       BUSCA-PRIMA-ANTERIOR.
           MOVE WS-PRIMA-GENERAL TO TAB-CIA-ANTERIOR(CIA-IDX).
           MOVE ZERO TO TAB-CIA-FECHA-ANT(CIA-IDX).
           PERFORM VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > WS-NUM-PRIMAS
              IF TAB-PRI-CIA(PRI-IDX) = TAB-CIA(CIA-IDX)
                 AND TAB-PRI-FECHA(PRI-IDX) NOT > WS-FECHA-ANTERIOR
                 AND TAB-PRI-FECHA(PRI-IDX) >
                     TAB-CIA-FECHA-ANT(CIA-IDX)
                 MOVE TAB-PRI-FECHA(PRI-IDX) TO
                     TAB-CIA-FECHA-ANT(CIA-IDX)
                 MOVE TAB-PRI-PRIMA(PRI-IDX) TO
                     TAB-CIA-ANTERIOR(CIA-IDX)
              END-IF
           END-PERFORM.

       IMPRIME-ENCABEZADO-CIA.
           MOVE WS-SEPARADOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ANIO TO WS-T-ANIO.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CIA(CIA-IDX) TO WS-C-CIA.
           MOVE WS-CIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * hoja de determinacion de la compania: los casos, los cuatro
      * factores, la formula y la prima con sus topes
       IMPRIME-HOJA.
           PERFORM IMPRIME-ENCABEZADO-CIA.
           MOVE WS-CASOS-TITULO TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CASOS-ENCAB TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-CASOS-CIA.
           PERFORM VARYING CAS-IDX FROM 1 BY 1
                   UNTIL CAS-IDX > WS-NUM-CASOS
              IF TAB-CAS-CIA(CAS-IDX) = TAB-CIA(CIA-IDX)
                 ADD 1 TO WS-CASOS-CIA
                 PERFORM IMPRIME-CASO
              END-IF
           END-PERFORM.
           IF WS-CASOS-CIA = ZERO
              MOVE WS-SIN-CASOS-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CIA-S(CIA-IDX) TO WS-S-VALOR.
           MOVE WS-S-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CIA-I(CIA-IDX) TO WS-I-VALOR.
           MOVE WS-I-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CIA-D(CIA-IDX) TO WS-D-VALOR.
           MOVE WS-D-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CIA-N(CIA-IDX) TO WS-N-VALOR.
           MOVE TAB-CIA-DIAS-EXP(CIA-IDX) TO WS-N-DIAS.
           MOVE WS-N-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CIA-TRAYECTO(CIA-IDX) TO WS-Y-VALOR.
           MOVE WS-TRAYECTO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONSTANTES-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FORMULA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRIMA POR SINIESTRALIDAD ...................'
               TO WS-P-DESC.
           MOVE TAB-CIA-CALCULADA(CIA-IDX) TO WS-P-PRIMA.
           MOVE SPACES TO WS-P-NOTA.
           MOVE WS-PRIMA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRIMA ANTERIOR .............................'
               TO WS-P-DESC.
           MOVE TAB-CIA-ANTERIOR(CIA-IDX) TO WS-P-PRIMA.
           IF TAB-CIA-FECHA-ANT(CIA-IDX) = ZERO
              MOVE '  (GENERAL, PATRONAL.DAT)' TO WS-P-NOTA
           END-IF.
           MOVE WS-PRIMA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TAB-CIA-ANTERIOR(CIA-IDX) = ZERO
              MOVE 'SIN PRIMA ANTERIOR NI GENERAL: SIN TOPE DE UN PUNTO'
                  TO WS-A-TEXTO
              MOVE WS-AVISO-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE 'PRIMA DETERMINADA (TOPE 1 PUNTO, 0.5%-15%) .'
               TO WS-P-DESC.
           MOVE TAB-CIA-NUEVA(CIA-IDX) TO WS-P-PRIMA.
           MOVE SPACES TO WS-P-NOTA.
           IF TAB-CIA-NUEVA(CIA-IDX) NOT = TAB-CIA-CALCULADA(CIA-IDX)
              MOVE '  (TOPADA)' TO WS-P-NOTA
           END-IF.
           MOVE WS-PRIMA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FECHA-EFECTIVA TO WS-V-FECHA.
           MOVE WS-VIGENCIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIME-CASO.
           MOVE TAB-CAS-ID(CAS-IDX) TO WS-K-ID.
           MOVE TAB-CAS-FOLIO(CAS-IDX) TO WS-K-FOLIO.
           MOVE TAB-CAS-INICIO(CAS-IDX) TO WS-K-INICIO.
           MOVE TAB-CAS-DIAS(CAS-IDX) TO WS-K-DIAS.
           MOVE TAB-CAS-RAMO(CAS-IDX) TO WS-K-RAMO.
           MOVE TAB-CAS-CONSEC(CAS-IDX) TO WS-K-CONSEC.
           MOVE TAB-CAS-VALUACION(CAS-IDX) TO WS-K-VALUACION.
           MOVE SPACES TO WS-K-NOTA.
           IF TAB-CAS-RAMO(CAS-IDX) = 'Y'
              MOVE '  TRAYECTO' TO WS-K-NOTA
           END-IF.
           MOVE WS-CASO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * PRIMART.DAT se regraba completo via .NEW + CBL_RENAME_FILE:
      * lo anterior tal cual, salvo el renglon de la misma compania y
      * la misma vigencia (una redeterminacion del ejercicio), y al
      * final las primas nuevas
       GRABA-PRIMAS.
           OPEN OUTPUT PRIMART-FILE-OUT.
           IF WS-PRIMART-OUT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/PRIMART.DAT.NEW: "
                  WS-PRIMART-OUT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > WS-NUM-PRIMAS
              PERFORM VARYING CIA-IDX FROM 1 BY 1
                      UNTIL CIA-IDX > WS-NUM-CIAS
                 IF TAB-CIA(CIA-IDX) = TAB-PRI-CIA(PRI-IDX)
                    AND TAB-CIA-DETERMINADA(CIA-IDX) = 'S'
                    AND TAB-PRI-FECHA(PRI-IDX) = WS-FECHA-EFECTIVA
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF CIA-IDX > WS-NUM-CIAS
                 MOVE TAB-PRI-CIA(PRI-IDX) TO PRTO-COMPANIA
                 MOVE TAB-PRI-FECHA(PRI-IDX) TO PRTO-FECHA-EFECTIVA
                 MOVE TAB-PRI-PRIMA(PRI-IDX) TO PRTO-PRIMA
                 MOVE TAB-PRI-EJERCICIO(PRI-IDX) TO PRTO-EJERCICIO
                 MOVE TAB-PRI-ANTERIOR(PRI-IDX) TO PRTO-PRIMA-ANTERIOR
                 MOVE TAB-PRI-SINIESTRALIDAD(PRI-IDX) TO
                     PRTO-SINIESTRALIDAD
                 WRITE PRIMART-OUT-RECORD
              END-IF
           END-PERFORM.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA-DETERMINADA(CIA-IDX) = 'S'
                 MOVE TAB-CIA(CIA-IDX) TO PRTO-COMPANIA
                 MOVE WS-FECHA-EFECTIVA TO PRTO-FECHA-EFECTIVA
                 MOVE TAB-CIA-NUEVA(CIA-IDX) TO PRTO-PRIMA
                 MOVE WS-ANIO TO PRTO-EJERCICIO
                 MOVE TAB-CIA-ANTERIOR(CIA-IDX) TO PRTO-PRIMA-ANTERIOR
                 IF TAB-CIA-CALCULADA(CIA-IDX) > 99.99999
                    MOVE 99.99999 TO PRTO-SINIESTRALIDAD
                 ELSE
                    MOVE TAB-CIA-CALCULADA(CIA-IDX) TO
                        PRTO-SINIESTRALIDAD
                 END-IF
                 WRITE PRIMART-OUT-RECORD
              END-IF
           END-PERFORM.
           CLOSE PRIMART-FILE-OUT.
           CALL "CBL_RENAME_FILE" USING WS-RUTA-NUEVA WS-RUTA-VIEJA.
           IF RETURN-CODE NOT = 0
              DISPLAY "ERROR AL REEMPLAZAR data/PRIMART.DAT, RC="
                  RETURN-CODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * una tabla en memoria llena no se trunca en silencio: con el
      * volumen creciendo, truncar es pagar mal; el job aborta y
      * capacidad decide si aumentar el OCCURS
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
