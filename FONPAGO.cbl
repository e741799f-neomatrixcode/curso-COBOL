      * FONPAGO: cierre del mes FONACOT, archivo de pago e
      * incidencias de regreso al FONACOT. Por cada credito de la
      * cedula del mes (data/FONCRED.DAT, ver FONCRRC.cpy) suma lo
      * realmente retenido en las corridas ordinarias del mes
      * (data/FONMOV.DAT, ver FONMOVRC.cpy; de una re-corrida del
      * mismo periodo gana el ultimo renglon) mas la mora FONA
      * recuperada en el mes, que se reparte entre los creditos del
      * trabajador que quedaron cortos. Cada credito sale en
      * data/FONPAGO.OUT (ver FONPAGRC.cpy) con la retencion, lo
      * retenido y el motivo de incidencia:
      *   B - baja del trabajador: el credito esta en data/FONBAJA.DAT
      *       (lo marco EMPMANTTO) o el empleado esta en 'baj'; la
      *       fecha sale de FONBAJA o, si no, del historial de
      *       status data/STATHIST.DAT. Se reporta aunque se haya
      *       retenido completo, para que el FONACOT lo saque de la
      *       siguiente cedula
      *   I - incapacidad IMSS con certificado (data/INCAP.DAT) que
      *       cae en el mes y retencion incompleta
      *   N - neto insuficiente: retencion incompleta sin baja ni
      *       incapacidad
      * El detalle por compania y los totales por motivo quedan en
      * data/FONPAGO.RPT, y lo retenido por compania queda como
      * cargo FONA del mes para el calendario de vencimientos
      * (OBLCARGO.DAT). Lo que no se retuvo ya lo cobra el FONACOT
      * reprogramando el credito: los saldos FONA de ARREARS.DAT se
      * dan de baja al cerrar el mes para no descontarlos dos veces.
      * Si ya hay movimientos de un mes posterior (el cierre se
      * corre tarde) la mora se deja como esta: parte de ella puede
      * ser del mes siguiente.
      * COND-CODE 4 si hay retenido que no se pudo asignar a un
      * credito de la cedula (se revisa a mano antes de pagar).
      * uso: jobs/FONPAGO.job [AAAAMM]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONPAGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * mes a cerrar (AAAAMM), lo deja el job
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/FONPAGO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL FONCRED-FILE ASSIGN TO "data/FONCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONCRED-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL FONMOV-FILE ASSIGN TO "data/FONMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONMOV-STATUS.

           SELECT OPTIONAL FONBAJA-FILE ASSIGN TO "data/FONBAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FONBAJA-STATUS.

           SELECT OPTIONAL STATHIST-FILE
               ASSIGN TO "data/STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT OPTIONAL INCAP-FILE ASSIGN TO "data/INCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCAP-STATUS.

           SELECT OPTIONAL ARREARS-FILE ASSIGN TO "data/ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.

           SELECT ARREARS-NEW ASSIGN TO "data/ARREARS.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-NEW-STATUS.

      * lo retenido por compania queda como cargo FONA del mes para
      * el calendario de vencimientos (ver OBLCARRC.cpy)
           SELECT OPTIONAL OBLCARGO-FILE ASSIGN TO "data/OBLCARGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLCARGO-STATUS.

           SELECT PAGO-FILE ASSIGN TO "data/FONPAGO.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGO-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/FONPAGO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MES            PIC X(6).

       FD  FONCRED-FILE.
           COPY FONCRRC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  FONMOV-FILE.
           COPY FONMOVRC.

       FD  FONBAJA-FILE.
           COPY FONBAJRC.

       FD  STATHIST-FILE.
           COPY STAHISRC.

       FD  INCAP-FILE.
           COPY INCAPREC.

       FD  ARREARS-FILE.
           COPY ARREARS.

       FD  ARREARS-NEW.
           COPY ARREARS
               REPLACING ARREARS-RECORD BY ARREARS-NEW-RECORD
                         ARR-DATO-ID BY NAR-DATO-ID
                         ARR-CODIGO BY NAR-CODIGO
                         ARR-MONTO BY NAR-MONTO.

       FD  OBLCARGO-FILE.
           COPY OBLCARRC.

       FD  PAGO-FILE.
           COPY FONPAGRC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-FONCRED-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-FONMOV-STATUS PIC XX VALUE SPACES.
           77 WS-FONBAJA-STATUS PIC XX VALUE SPACES.
           77 WS-STATHIST-STATUS PIC XX VALUE SPACES.
           77 WS-INCAP-STATUS PIC XX VALUE SPACES.
           77 WS-ARREARS-STATUS PIC XX VALUE SPACES.
           77 WS-ARREARS-NEW-STATUS PIC XX VALUE SPACES.
           77 WS-OBLCARGO-STATUS PIC XX VALUE SPACES.
           77 WS-PAGO-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * mes a cerrar y sus dias primero y ultimo, para saber si una
      * baja o una incapacidad caen en el
       01  WS-MES PIC 9(6) VALUE ZERO.
       01  WS-MES-R REDEFINES WS-MES.
           05  WS-M-ANIO       PIC 9(4).
           05  WS-M-MES        PIC 99.
           77 WS-MES-SIGUIENTE PIC 9(6) VALUE ZERO.
           77 WS-INI-MES PIC 9(8) VALUE ZERO.
           77 WS-FIN-MES PIC 9(8) VALUE ZERO.
           77 WS-FIN-INCAP PIC 9(8) VALUE ZERO.
      * el mes mas reciente con movimientos FONA: si es posterior al
      * que se cierra, la mora ya no es solo de este mes
           77 WS-MES-MOV-MAX PIC 9(6) VALUE ZERO.

      * creditos de la cedula del mes con lo retenido y su motivo
           77 WS-NUM-CREDITOS PIC 9(4) VALUE ZERO.
       01  TABLA-CREDITOS.
           05  CRED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CR-IDX.
               10  TC-DATO-ID       PIC 9(5).
               10  TC-NUM-CREDITO   PIC X(10).
               10  TC-RFC           PIC X(13).
               10  TC-COMPANIA      PIC XX.
               10  TC-RETENCION     PIC 9(7)V99.
               10  TC-RETENIDO      PIC 9(7)V99.
               10  TC-MOTIVO        PIC X.
               10  TC-FECHA-BAJA    PIC 9(8).
               10  TC-EN-FONBAJA    PIC X.

      * movimientos FONA del mes sin duplicados de re-corrida (gana
      * el ultimo por empleado, credito, fin de periodo y tipo)
           77 WS-NUM-MOVS PIC 9(5) VALUE ZERO.
           77 WS-MOV-POS PIC 9(5) VALUE ZERO.
       01  TABLA-MOVS.
           05  MOV-ENTRY OCCURS 20000 TIMES
                   INDEXED BY MV-IDX.
               10  TM-DATO-ID       PIC 9(5).
               10  TM-NUM-CREDITO   PIC X(10).
               10  TM-FIN-PERIODO   PIC 9(8).
               10  TM-ES-MORA       PIC X.
               10  TM-RETENIDO      PIC 9(7)V99.

      * maestro en memoria: status y nombre, la fecha de la ultima
      * transicion a 'baj' del historial hasta el fin del mes (y si
      * hubo otra despues: esa baja es del mes siguiente) y si tuvo
      * incapacidad en el mes
           77 WS-NUM-EMPS PIC 9(4) VALUE ZERO.
           77 WS-EMP-POS PIC 9(4) VALUE ZERO.
           77 WS-ID-BUSCADO PIC 9(5) VALUE ZERO.
       01  TABLA-EMPS.
           05  EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  TAB-EMP-ID         PIC 9(5).
               10  TAB-EMP-STATUS     PIC X(3).
               10  TAB-EMP-NOMBRE     PIC X(30).
               10  TAB-EMP-FECHA-BAJA PIC 9(8).
               10  TAB-EMP-BAJA-POST  PIC X.
               10  TAB-EMP-INCAP      PIC X.

      * totales por COMPANIA para el reporte y el cargo FONA
           77 WS-NUM-CIAS PIC 99 VALUE ZERO.
       01  TABLA-CIAS.
           05  CIA-ENTRY OCCURS 20 TIMES
                   INDEXED BY CIA-IDX.
               10  TAB-CIA             PIC XX.
               10  TAB-CIA-CREDITOS    PIC 9(5).
               10  TAB-CIA-RETENCION   PIC 9(9)V99.
               10  TAB-CIA-RETENIDO    PIC 9(9)V99.
           77 WS-CIA-BUSCADA PIC XX VALUE SPACES.

      * conteo y monto no retenido por motivo
       01  WS-TOTALES-MOTIVO.
           05  WS-NUM-COMPLETOS    PIC 9(5) VALUE ZERO.
           05  WS-NUM-BAJA         PIC 9(5) VALUE ZERO.
           05  WS-NUM-INCAPACIDAD  PIC 9(5) VALUE ZERO.
           05  WS-NUM-NETO         PIC 9(5) VALUE ZERO.
           05  WS-FALTA-BAJA       PIC 9(9)V99 VALUE ZERO.
           05  WS-FALTA-INCAPACIDAD PIC 9(9)V99 VALUE ZERO.
           05  WS-FALTA-NETO       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTALES-GENERALES.
           05  WS-GT-CREDITOS      PIC 9(5) VALUE ZERO.
           05  WS-GT-RETENCION     PIC 9(9)V99 VALUE ZERO.
           05  WS-GT-RETENIDO      PIC 9(9)V99 VALUE ZERO.

      * reparto de la mora recuperada y lo que no encontro credito
           77 WS-POR-REPARTIR PIC 9(7)V99 VALUE ZERO.
           77 WS-FALTANTE PIC 9(7)V99 VALUE ZERO.
           77 WS-APLICADO PIC 9(7)V99 VALUE ZERO.
           77 WS-NUM-SIN-CREDITO PIC 9(4) VALUE ZERO.
           77 WS-MONTO-SIN-CREDITO PIC 9(9)V99 VALUE ZERO.
           77 WS-DIFERENCIA PIC S9(9)V99 VALUE ZERO.

      * saldos FONA dados de baja de ARREARS.DAT
           77 WS-NUM-MORA-PURGADA PIC 9(4) VALUE ZERO.
           77 WS-MONTO-MORA-PURGADA PIC 9(9)V99 VALUE ZERO.
           77 WS-MORA-PURGADA PIC X VALUE 'N'.
              88 MORA-FONA-PURGADA VALUE 'S'.
           77 WS-RUTA-VIEJA PIC X(30) VALUE "data/ARREARS.DAT".
           77 WS-RUTA-NUEVA PIC X(30) VALUE "data/ARREARS.DAT.NEW".

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

      * estadisticas de fin de job (mismo patron que TIPOSDEDATOS.cbl)
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

       01  WS-TITULO-LINE.
           05  FILLER      PIC X(40) VALUE
               'PAGO E INCIDENCIAS FONACOT DEL MES'.
           05  WS-T-MES    PIC 9(6).
           05  FILLER      PIC X(6) VALUE '  AL: '.
           05  WS-T-FECHA  PIC 9(8).

       01  WS-CIA-LINE.
           05  FILLER      PIC X(10) VALUE 'COMPANIA: '.
           05  WS-C-CIA    PIC X(8).
           05  FILLER      PIC X(11) VALUE ' CREDITOS: '.
           05  WS-C-CREDITOS PIC ZZ,ZZ9.

       01  WS-ENC-DET-LINE.
           05  FILLER      PIC X(50) VALUE
               'DATO-ID NOMBRE               CREDITO     RETENCION'.
           05  FILLER      PIC X(50) VALUE
               '   RETENIDO DIFERENCIA  M   FECHA BAJA'.

       01  WS-DET-LINE.
           05  WS-D-ID     PIC 9(5).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-D-NOMBRE PIC X(20).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-CREDITO PIC X(10).
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-RETENCION PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-RETENIDO PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-DIFERENCIA PIC ZZZ,ZZ9.99-.
           05  FILLER      PIC X VALUE SPACE.
           05  WS-D-MOTIVO PIC X.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  WS-D-FECHA-BAJA PIC X(8).

       01  WS-IMPORTE-LINE.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-I-CONCEPTO PIC X(34).
           05  WS-I-CUENTA PIC ZZ,ZZ9.
           05  WS-I-CUENTA-X REDEFINES WS-I-CUENTA PIC X(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  WS-I-MONTO  PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

           PERFORM LEE-MES-A-CERRAR.
           IF WS-M-MES < 1 OR WS-M-MES > 12
              DISPLAY "FONPAGO: MES A CERRAR INVALIDO: " WS-MES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-M-MES = 12
              COMPUTE WS-MES-SIGUIENTE = (WS-M-ANIO + 1) * 100 + 1
           ELSE
              COMPUTE WS-MES-SIGUIENTE = WS-MES + 1
           END-IF.
           COMPUTE WS-INI-MES = WS-MES * 100 + 1.
           COMPUTE WS-FIN-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-SIGUIENTE * 100 + 1)
                   - 1).

           PERFORM CARGA-CREDITOS-MES.
           IF WS-NUM-CREDITOS = ZERO
              DISPLAY "FONPAGO: SIN CREDITOS FONACOT DEL MES " WS-MES
                  " EN data/FONCRED.DAT; CORRA jobs/FONCARGA.job"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-MAESTRO.
           PERFORM CARGA-HISTORIAL-BAJAS.
           PERFORM CARGA-INCAPACIDADES.
           PERFORM CARGA-BAJAS-FONACOT.
           PERFORM CARGA-MOVIMIENTOS-MES.
           PERFORM APLICA-RETENIDO-CREDITOS.
           PERFORM REPARTE-MORA-RECUPERADA.
           PERFORM DETERMINA-MOTIVO
               VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > WS-NUM-CREDITOS.

           PERFORM ESCRIBE-PAGO.
           IF WS-MES-MOV-MAX > WS-MES
              DISPLAY "FONPAGO: YA HAY MOVIMIENTOS FONA DEL MES "
                  WS-MES-MOV-MAX "; LA MORA FONA DE ARREARS.DAT SE "
                  "DEJA COMO ESTA"
           ELSE
              PERFORM PURGA-MORA-FONA
           END-IF.
           PERFORM IMPRIME-REPORTE.
           PERFORM ESCRIBE-CARGOS-FONA.

           DISPLAY "FONPAGO: MES " WS-MES ", " WS-NUM-CREDITOS
               " CREDITO(S), " WS-NUM-BAJA " BAJA(S), "
               WS-NUM-INCAPACIDAD " INCAPACIDAD(ES), " WS-NUM-NETO
               " NETO INSUFICIENTE; VER data/FONPAGO.RPT".
           PERFORM IMPRIME-ESTADISTICAS.
      * retenido sin credito: se aclara antes de pagar al FONACOT
           IF WS-NUM-SIN-CREDITO > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * el mes viene del job en data/FONPAGO.PRM; sin archivo se
      * cierra el mes en curso
       LEE-MES-A-CERRAR.
           MOVE WS-FECHA-HOY(1:6) TO WS-MES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    IF PRM-MES IS NUMERIC
                       MOVE PRM-MES TO WS-MES
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.

      * los creditos de la cedula del mes a cerrar
       CARGA-CREDITOS-MES.
           OPEN INPUT FONCRED-FILE.
           IF WS-FONCRED-STATUS = "00"
              PERFORM UNTIL WS-FONCRED-STATUS NOT = "00"
                 READ FONCRED-FILE
                    AT END MOVE "10" TO WS-FONCRED-STATUS
                    NOT AT END
                       IF FCR-MES = WS-MES
                          PERFORM AGREGA-CREDITO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE FONCRED-FILE.

       AGREGA-CREDITO.
           IF WS-NUM-CREDITOS = 5000
              DISPLAY "TABLA LLENA: WS-NUM-CREDITOS"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-CREDITOS.
           ADD 1 TO WS-STAT-LEIDOS.
           SET CR-IDX TO WS-NUM-CREDITOS.
           MOVE FCR-DATO-ID TO TC-DATO-ID(CR-IDX).
           MOVE FCR-NUM-CREDITO TO TC-NUM-CREDITO(CR-IDX).
           MOVE FCR-RFC TO TC-RFC(CR-IDX).
           MOVE FCR-COMPANIA TO TC-COMPANIA(CR-IDX).
           MOVE FCR-RETENCION TO TC-RETENCION(CR-IDX).
           MOVE ZERO TO TC-RETENIDO(CR-IDX).
           MOVE SPACE TO TC-MOTIVO(CR-IDX).
           MOVE ZERO TO TC-FECHA-BAJA(CR-IDX).
           MOVE 'N' TO TC-EN-FONBAJA(CR-IDX).

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
                       MOVE EMPLOYEE-STATUS TO
                           TAB-EMP-STATUS(WS-NUM-EMPS)
                       MOVE NOMBRE TO TAB-EMP-NOMBRE(WS-NUM-EMPS)
                       MOVE ZERO TO TAB-EMP-FECHA-BAJA(WS-NUM-EMPS)
                       MOVE 'N' TO TAB-EMP-BAJA-POST(WS-NUM-EMPS)
                       MOVE 'N' TO TAB-EMP-INCAP(WS-NUM-EMPS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

      * la ultima transicion a 'baj' de cada empleado hasta el fin
      * del mes es la fecha de baja cuando el credito no quedo
      * marcado en FONBAJA (baja por EMPBATCH, por ejemplo); una
      * transicion posterior al mes deja la baja para el siguiente
      * cierre
       CARGA-HISTORIAL-BAJAS.
           OPEN INPUT STATHIST-FILE.
           IF WS-STATHIST-STATUS = "00"
              PERFORM UNTIL WS-STATHIST-STATUS NOT = "00"
                 READ STATHIST-FILE
                    AT END MOVE "10" TO WS-STATHIST-STATUS
                    NOT AT END
                       IF STH-STATUS-NUEVO = 'baj'
                          PERFORM ANOTA-BAJA-HISTORIAL
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE STATHIST-FILE.

       ANOTA-BAJA-HISTORIAL.
           MOVE STH-DATO-ID TO WS-ID-BUSCADO.
           PERFORM BUSCA-EMPLEADO.
           IF WS-EMP-POS > ZERO
              IF STH-FECHA > WS-FIN-MES
                 MOVE 'S' TO TAB-EMP-BAJA-POST(WS-EMP-POS)
              ELSE
                 IF STH-FECHA > TAB-EMP-FECHA-BAJA(WS-EMP-POS)
                    MOVE STH-FECHA TO TAB-EMP-FECHA-BAJA(WS-EMP-POS)
                 END-IF
              END-IF
           END-IF.

      * certificados de incapacidad cuyo periodo toca el mes
       CARGA-INCAPACIDADES.
           OPEN INPUT INCAP-FILE.
           IF WS-INCAP-STATUS = "00"
              PERFORM UNTIL WS-INCAP-STATUS NOT = "00"
                 READ INCAP-FILE
                    AT END MOVE "10" TO WS-INCAP-STATUS
                    NOT AT END
                       IF ICP-FECHA-INICIO IS NUMERIC
                          AND ICP-DIAS IS NUMERIC
                          AND ICP-DIAS > ZERO
                          AND ICP-FECHA-INICIO NOT > WS-FIN-MES
                          PERFORM MARCA-INCAPACIDAD
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE INCAP-FILE.

       MARCA-INCAPACIDAD.
           COMPUTE WS-FIN-INCAP = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ICP-FECHA-INICIO)
                   + ICP-DIAS - 1).
           IF WS-FIN-INCAP NOT < WS-INI-MES
              MOVE ICP-DATO-ID TO WS-ID-BUSCADO
              PERFORM BUSCA-EMPLEADO
              IF WS-EMP-POS > ZERO
                 MOVE 'S' TO TAB-EMP-INCAP(WS-EMP-POS)
              END-IF
           END-IF.

      * creditos que EMPMANTTO marco al dar de baja, con baja hasta
      * el fin del mes
       CARGA-BAJAS-FONACOT.
           OPEN INPUT FONBAJA-FILE.
           IF WS-FONBAJA-STATUS = "00"
              PERFORM UNTIL WS-FONBAJA-STATUS NOT = "00"
                 READ FONBAJA-FILE
                    AT END MOVE "10" TO WS-FONBAJA-STATUS
                    NOT AT END
                       IF FBJ-FECHA-BAJA NOT > WS-FIN-MES
                          PERFORM MARCA-CREDITO-BAJA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE FONBAJA-FILE.

       MARCA-CREDITO-BAJA.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-NUM-CREDITOS
              IF TC-DATO-ID(CR-IDX) = FBJ-DATO-ID
                 AND TC-NUM-CREDITO(CR-IDX) = FBJ-NUM-CREDITO
                 MOVE 'S' TO TC-EN-FONBAJA(CR-IDX)
                 MOVE FBJ-FECHA-BAJA TO TC-FECHA-BAJA(CR-IDX)
              END-IF
           END-PERFORM.

      * movimientos FONA del mes; una re-corrida del mismo periodo
      * sustituye al renglon anterior con la misma llave
       CARGA-MOVIMIENTOS-MES.
           OPEN INPUT FONMOV-FILE.
           IF WS-FONMOV-STATUS = "00"
              PERFORM UNTIL WS-FONMOV-STATUS NOT = "00"
                 READ FONMOV-FILE
                    AT END MOVE "10" TO WS-FONMOV-STATUS
                    NOT AT END
                       IF FMV-MES > WS-MES-MOV-MAX
                          MOVE FMV-MES TO WS-MES-MOV-MAX
                       END-IF
                       IF FMV-MES = WS-MES
                          PERFORM GUARDA-MOVIMIENTO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE FONMOV-FILE.

       GUARDA-MOVIMIENTO.
           MOVE ZERO TO WS-MOV-POS.
           PERFORM VARYING MV-IDX FROM 1 BY 1
                   UNTIL MV-IDX > WS-NUM-MOVS
              IF TM-DATO-ID(MV-IDX) = FMV-DATO-ID
                 AND TM-NUM-CREDITO(MV-IDX) = FMV-NUM-CREDITO
                 AND TM-FIN-PERIODO(MV-IDX) = FMV-FIN-PERIODO
                 AND TM-ES-MORA(MV-IDX) = FMV-ES-MORA
                 SET WS-MOV-POS TO MV-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-MOV-POS = ZERO
              IF WS-NUM-MOVS = 20000
                 DISPLAY "TABLA LLENA: WS-NUM-MOVS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-MOVS
              MOVE WS-NUM-MOVS TO WS-MOV-POS
              MOVE FMV-DATO-ID TO TM-DATO-ID(WS-MOV-POS)
              MOVE FMV-NUM-CREDITO TO TM-NUM-CREDITO(WS-MOV-POS)
              MOVE FMV-FIN-PERIODO TO TM-FIN-PERIODO(WS-MOV-POS)
              MOVE FMV-ES-MORA TO TM-ES-MORA(WS-MOV-POS)
           END-IF.
           MOVE FMV-RETENIDO TO TM-RETENIDO(WS-MOV-POS).

      * lo retenido de cada periodo va a su credito; un movimiento de
      * un credito que ya no esta en la cedula del mes (se recargo la
      * cedula despues de la corrida) queda sin credito
       APLICA-RETENIDO-CREDITOS.
           PERFORM VARYING MV-IDX FROM 1 BY 1
                   UNTIL MV-IDX > WS-NUM-MOVS
              IF TM-ES-MORA(MV-IDX) NOT = 'S'
                 ADD 1 TO WS-STAT-PROCESADOS
                 PERFORM VARYING CR-IDX FROM 1 BY 1
                         UNTIL CR-IDX > WS-NUM-CREDITOS
                    IF TC-DATO-ID(CR-IDX) = TM-DATO-ID(MV-IDX)
                       AND TC-NUM-CREDITO(CR-IDX) =
                           TM-NUM-CREDITO(MV-IDX)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF CR-IDX > WS-NUM-CREDITOS
                    IF TM-RETENIDO(MV-IDX) > ZERO
                       ADD 1 TO WS-NUM-SIN-CREDITO
                       ADD TM-RETENIDO(MV-IDX) TO WS-MONTO-SIN-CREDITO
                       DISPLAY "FONPAGO: RETENIDO SIN CREDITO EN LA "
                           "CEDULA, DATO-ID " TM-DATO-ID(MV-IDX)
                           " CREDITO " TM-NUM-CREDITO(MV-IDX)
                    END-IF
                 ELSE
                    ADD TM-RETENIDO(MV-IDX) TO TC-RETENIDO(CR-IDX)
                 END-IF
              END-IF
           END-PERFORM.

      * la mora FONA recuperada no sabe de que credito viene: cubre,
      * en el orden de la cedula, los creditos del trabajador que
      * quedaron cortos en el mes
       REPARTE-MORA-RECUPERADA.
           PERFORM VARYING MV-IDX FROM 1 BY 1
                   UNTIL MV-IDX > WS-NUM-MOVS
              IF TM-ES-MORA(MV-IDX) = 'S'
                 AND TM-RETENIDO(MV-IDX) > ZERO
                 ADD 1 TO WS-STAT-PROCESADOS
                 MOVE TM-RETENIDO(MV-IDX) TO WS-POR-REPARTIR
                 PERFORM VARYING CR-IDX FROM 1 BY 1
                         UNTIL CR-IDX > WS-NUM-CREDITOS
                            OR WS-POR-REPARTIR = ZERO
                    IF TC-DATO-ID(CR-IDX) = TM-DATO-ID(MV-IDX)
                       AND TC-RETENIDO(CR-IDX) < TC-RETENCION(CR-IDX)
                       COMPUTE WS-FALTANTE = TC-RETENCION(CR-IDX)
                           - TC-RETENIDO(CR-IDX)
                       IF WS-FALTANTE > WS-POR-REPARTIR
                          MOVE WS-POR-REPARTIR TO WS-APLICADO
                       ELSE
                          MOVE WS-FALTANTE TO WS-APLICADO
                       END-IF
                       ADD WS-APLICADO TO TC-RETENIDO(CR-IDX)
                       SUBTRACT WS-APLICADO FROM WS-POR-REPARTIR
                    END-IF
                 END-PERFORM
                 IF WS-POR-REPARTIR > ZERO
                    ADD 1 TO WS-NUM-SIN-CREDITO
                    ADD WS-POR-REPARTIR TO WS-MONTO-SIN-CREDITO
                    DISPLAY "FONPAGO: MORA FONA RECUPERADA SIN CREDITO "
                        "CORTO EN EL MES, DATO-ID " TM-DATO-ID(MV-IDX)
                 END-IF
              END-IF
           END-PERFORM.

      * motivo de incidencia del credito: la baja manda aunque se
      * haya retenido completo; incapacidad y neto solo si quedo
      * corto. Un empleado en 'baj' sin historial (baja anterior al
      * historial de status) sale en baja con la fecha en cero
       DETERMINA-MOTIVO.
           MOVE TC-DATO-ID(CR-IDX) TO WS-ID-BUSCADO.
           PERFORM BUSCA-EMPLEADO.
           IF TC-EN-FONBAJA(CR-IDX) = 'S'
              MOVE 'B' TO TC-MOTIVO(CR-IDX)
           ELSE
              IF WS-EMP-POS > ZERO
                 IF TAB-EMP-STATUS(WS-EMP-POS) = 'baj'
                    AND TAB-EMP-BAJA-POST(WS-EMP-POS) = 'N'
                    MOVE 'B' TO TC-MOTIVO(CR-IDX)
                    MOVE TAB-EMP-FECHA-BAJA(WS-EMP-POS) TO
                        TC-FECHA-BAJA(CR-IDX)
                 END-IF
              END-IF
           END-IF.
           IF TC-MOTIVO(CR-IDX) = SPACE
              AND TC-RETENIDO(CR-IDX) < TC-RETENCION(CR-IDX)
              MOVE 'N' TO TC-MOTIVO(CR-IDX)
              IF WS-EMP-POS > ZERO
                 IF TAB-EMP-INCAP(WS-EMP-POS) = 'S'
                    MOVE 'I' TO TC-MOTIVO(CR-IDX)
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-FALTANTE = TC-RETENCION(CR-IDX)
               - TC-RETENIDO(CR-IDX).
           EVALUATE TC-MOTIVO(CR-IDX)
              WHEN 'B'
                 ADD 1 TO WS-NUM-BAJA
                 ADD WS-FALTANTE TO WS-FALTA-BAJA
              WHEN 'I'
                 ADD 1 TO WS-NUM-INCAPACIDAD
                 ADD WS-FALTANTE TO WS-FALTA-INCAPACIDAD
              WHEN 'N'
                 ADD 1 TO WS-NUM-NETO
                 ADD WS-FALTANTE TO WS-FALTA-NETO
              WHEN OTHER
                 ADD 1 TO WS-NUM-COMPLETOS
           END-EVALUATE.
           MOVE TC-COMPANIA(CR-IDX) TO WS-CIA-BUSCADA.
           PERFORM BUSCA-O-CREA-CIA.
           ADD 1 TO TAB-CIA-CREDITOS(CIA-IDX).
           ADD TC-RETENCION(CR-IDX) TO TAB-CIA-RETENCION(CIA-IDX).
           ADD TC-RETENIDO(CR-IDX) TO TAB-CIA-RETENIDO(CIA-IDX).

      * posiciona WS-EMP-POS en el DATO-ID WS-ID-BUSCADO (cero si no
      * esta en el maestro)
       BUSCA-EMPLEADO.
           MOVE ZERO TO WS-EMP-POS.
           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > WS-NUM-EMPS
              IF TAB-EMP-ID(EMP-IDX) = WS-ID-BUSCADO
                 SET WS-EMP-POS TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * posiciona CIA-IDX en la compania WS-CIA-BUSCADA, dandola de
      * alta en cero si no estaba
       BUSCA-O-CREA-CIA.
           PERFORM VARYING CIA-IDX FROM 1 BY 1
                   UNTIL CIA-IDX > WS-NUM-CIAS
              IF TAB-CIA(CIA-IDX) = WS-CIA-BUSCADA
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
              MOVE WS-CIA-BUSCADA TO TAB-CIA(CIA-IDX)
              MOVE ZERO TO TAB-CIA-CREDITOS(CIA-IDX)
              MOVE ZERO TO TAB-CIA-RETENCION(CIA-IDX)
              MOVE ZERO TO TAB-CIA-RETENIDO(CIA-IDX)
           END-IF.

      * un renglon por credito de la cedula, con o sin incidencia
       ESCRIBE-PAGO.
           OPEN OUTPUT PAGO-FILE.
           IF WS-PAGO-STATUS NOT = "00"
              DISPLAY "FONPAGO: NO SE PUDO ABRIR data/FONPAGO.OUT: "
                  WS-PAGO-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-NUM-CREDITOS
              MOVE WS-MES TO FPG-MES
              MOVE TC-DATO-ID(CR-IDX) TO FPG-DATO-ID
              MOVE TC-RFC(CR-IDX) TO FPG-RFC
              MOVE TC-NUM-CREDITO(CR-IDX) TO FPG-NUM-CREDITO
              MOVE TC-RETENCION(CR-IDX) TO FPG-RETENCION
              MOVE TC-RETENIDO(CR-IDX) TO FPG-RETENIDO
              MOVE TC-MOTIVO(CR-IDX) TO FPG-MOTIVO
              MOVE TC-FECHA-BAJA(CR-IDX) TO FPG-FECHA-BAJA
              WRITE FONPAGO-RECORD
           END-PERFORM.
           CLOSE PAGO-FILE.

      * los saldos FONA de ARREARS.DAT ya van como incidencia en el
      * archivo de pago y el FONACOT los reprograma: se dan de baja
      * (patron .NEW + CBL_RENAME_FILE de BANKRET.cbl)
       PURGA-MORA-FONA.
           OPEN INPUT ARREARS-FILE.
           IF WS-ARREARS-STATUS = "00"
              OPEN OUTPUT ARREARS-NEW
              PERFORM UNTIL WS-ARREARS-STATUS NOT = "00"
                 READ ARREARS-FILE
                    AT END MOVE "10" TO WS-ARREARS-STATUS
                    NOT AT END
                       IF ARR-CODIGO = 'FONA'
                          ADD 1 TO WS-NUM-MORA-PURGADA
                          ADD ARR-MONTO TO WS-MONTO-MORA-PURGADA
                       ELSE
                          MOVE ARREARS-RECORD TO ARREARS-NEW-RECORD
                          WRITE ARREARS-NEW-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARREARS-NEW
           END-IF.
           CLOSE ARREARS-FILE.
           IF WS-NUM-MORA-PURGADA > ZERO
              CALL "CBL_RENAME_FILE" USING WS-RUTA-NUEVA
                  WS-RUTA-VIEJA
              IF RETURN-CODE NOT = 0
                 DISPLAY "ERROR AL REEMPLAZAR data/ARREARS.DAT, "
                     "RC=" RETURN-CODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'S' TO WS-MORA-PURGADA
           END-IF.

       IMPRIME-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-I-CUENTA-X.
           MOVE WS-MES TO WS-T-MES.
           MOVE WS-FECHA-HOY TO WS-T-FECHA.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM IMPRIME-COMPANIA
               VARYING CIA-IDX FROM 1 BY 1
               UNTIL CIA-IDX > WS-NUM-CIAS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL' TO WS-C-CIA.
           MOVE WS-GT-CREDITOS TO WS-C-CREDITOS.
           MOVE WS-CIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RETENCION SEGUN CEDULA' TO WS-I-CONCEPTO.
           MOVE WS-NUM-CREDITOS TO WS-I-CUENTA.
           MOVE WS-GT-RETENCION TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'RETENIDO A PAGAR AL FONACOT' TO WS-I-CONCEPTO.
           MOVE WS-GT-RETENIDO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'SIN INCIDENCIA' TO WS-I-CONCEPTO.
           MOVE WS-NUM-COMPLETOS TO WS-I-CUENTA.
           MOVE ZERO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'B - BAJA (NO RETENIDO)' TO WS-I-CONCEPTO.
           MOVE WS-NUM-BAJA TO WS-I-CUENTA.
           MOVE WS-FALTA-BAJA TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'I - INCAPACIDAD (NO RETENIDO)' TO WS-I-CONCEPTO.
           MOVE WS-NUM-INCAPACIDAD TO WS-I-CUENTA.
           MOVE WS-FALTA-INCAPACIDAD TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'N - NETO INSUFICIENTE (NO RET.)' TO WS-I-CONCEPTO.
           MOVE WS-NUM-NETO TO WS-I-CUENTA.
           MOVE WS-FALTA-NETO TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           IF WS-NUM-SIN-CREDITO > ZERO
              MOVE '*** RETENIDO SIN CREDITO' TO WS-I-CONCEPTO
              MOVE WS-NUM-SIN-CREDITO TO WS-I-CUENTA
              MOVE WS-MONTO-SIN-CREDITO TO WS-I-MONTO
              PERFORM ESCRIBE-IMPORTE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MORA-FONA-PURGADA
              MOVE 'MORA FONA DADA DE BAJA EN ARREARS' TO
                  WS-I-CONCEPTO
              MOVE WS-NUM-MORA-PURGADA TO WS-I-CUENTA
              MOVE WS-MONTO-MORA-PURGADA TO WS-I-MONTO
              PERFORM ESCRIBE-IMPORTE
           ELSE
              IF WS-MES-MOV-MAX > WS-MES
                 MOVE SPACES TO REPORT-LINE
                 STRING '  HAY MOVIMIENTOS DEL MES ' WS-MES-MOV-MAX
                     ': LA MORA FONA DE ARREARS.DAT NO SE TOCO'
                     DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF.
           CLOSE REPORT-FILE.

      * detalle de los creditos de una compania y su subtotal
       IMPRIME-COMPANIA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TAB-CIA(CIA-IDX) TO WS-C-CIA.
           MOVE TAB-CIA-CREDITOS(CIA-IDX) TO WS-C-CREDITOS.
           MOVE WS-CIA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENC-DET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-NUM-CREDITOS
              IF TC-COMPANIA(CR-IDX) = TAB-CIA(CIA-IDX)
                 PERFORM IMPRIME-DETALLE-CREDITO
              END-IF
           END-PERFORM.
           MOVE 'RETENCION SEGUN CEDULA' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-CREDITOS(CIA-IDX) TO WS-I-CUENTA.
           MOVE TAB-CIA-RETENCION(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           MOVE 'RETENIDO A PAGAR AL FONACOT' TO WS-I-CONCEPTO.
           MOVE TAB-CIA-RETENIDO(CIA-IDX) TO WS-I-MONTO.
           PERFORM ESCRIBE-IMPORTE.
           ADD TAB-CIA-CREDITOS(CIA-IDX) TO WS-GT-CREDITOS.
           ADD TAB-CIA-RETENCION(CIA-IDX) TO WS-GT-RETENCION.
           ADD TAB-CIA-RETENIDO(CIA-IDX) TO WS-GT-RETENIDO.

       IMPRIME-DETALLE-CREDITO.
           MOVE TC-DATO-ID(CR-IDX) TO WS-D-ID.
           MOVE TC-DATO-ID(CR-IDX) TO WS-ID-BUSCADO.
           PERFORM BUSCA-EMPLEADO.
           IF WS-EMP-POS > ZERO
              MOVE TAB-EMP-NOMBRE(WS-EMP-POS) TO WS-D-NOMBRE
           ELSE
              MOVE '(SIN REGISTRO MAESTRO)' TO WS-D-NOMBRE
           END-IF.
           MOVE TC-NUM-CREDITO(CR-IDX) TO WS-D-CREDITO.
           MOVE TC-RETENCION(CR-IDX) TO WS-D-RETENCION.
           MOVE TC-RETENIDO(CR-IDX) TO WS-D-RETENIDO.
           COMPUTE WS-DIFERENCIA = TC-RETENCION(CR-IDX)
               - TC-RETENIDO(CR-IDX).
           MOVE WS-DIFERENCIA TO WS-D-DIFERENCIA.
           MOVE TC-MOTIVO(CR-IDX) TO WS-D-MOTIVO.
           IF TC-FECHA-BAJA(CR-IDX) > ZERO
              MOVE TC-FECHA-BAJA(CR-IDX) TO WS-D-FECHA-BAJA
           ELSE
              MOVE SPACES TO WS-D-FECHA-BAJA
           END-IF.
           MOVE WS-DET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * la cuenta de creditos solo sale en el renglon que la trae
       ESCRIBE-IMPORTE.
           MOVE WS-IMPORTE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-I-CUENTA-X.

      * un cargo FONA por compania con lo retenido del mes; una
      * re-corrida del cierre deja otro renglon con la misma llave y
      * OBLVENCE se queda con el ultimo
       ESCRIBE-CARGOS-FONA.
           OPEN EXTEND OBLCARGO-FILE.
           IF WS-OBLCARGO-STATUS = "00" OR WS-OBLCARGO-STATUS = "05"
              PERFORM VARYING CIA-IDX FROM 1 BY 1
                      UNTIL CIA-IDX > WS-NUM-CIAS
                 MOVE 'FONA' TO OCG-TIPO
                 MOVE TAB-CIA(CIA-IDX) TO OCG-COMPANIA
                 MOVE SPACES TO OCG-CLAVE
                 MOVE WS-MES TO OCG-PERIODO
                 MOVE ZERO TO OCG-CORRIDA
                 MOVE TAB-CIA-RETENIDO(CIA-IDX) TO OCG-MONTO
                 MOVE 'FONPAGO.RPT' TO OCG-REPORTE
                 MOVE WS-FECHA-HOY TO OCG-FECHA-GEN
                 WRITE OBLCARGO-RECORD
              END-PERFORM
              CLOSE OBLCARGO-FILE
           ELSE
              DISPLAY "FONPAGO: ADVERTENCIA, NO SE PUDO ABRIR "
                  "data/OBLCARGO.DAT: " WS-OBLCARGO-STATUS
                  "; EL PAGO FONACOT NO ENTRA AL CALENDARIO"
           END-IF.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           MOVE 'FONPAGO' TO LOG-PROGRAMA.
           IF WS-NUM-SIN-CREDITO > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
           END-IF.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'FIN DE JOB: MES=' WS-MES
               ' CREDITOS=' WS-NUM-CREDITOS
               ' BAJA=' WS-NUM-BAJA
               ' INCAP=' WS-NUM-INCAPACIDAD
               ' NETO=' WS-NUM-NETO
               ' SIN-CREDITO=' WS-NUM-SIN-CREDITO
               ' SEGUNDOS=' WS-STAT-SEG-TRANSCURRIDOS
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.

      * una tabla en memoria llena no se trunca en silencio: un
      * credito de menos en el archivo de pago es pagar mal
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA (CALL, como CALENDARIO desde
      * PAYREG.cbl); si el modulo no esta disponible el mensaje al
      * menos sale por consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
