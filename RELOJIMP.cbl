               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELOJHRS-STATUS.

      * PROYHRS-FILE: minutos por empleado y orden de trabajo de la
      * checada de entrada (ver PRYHRSRC.cpy); PROYDIST.cbl reparte
      * con ellos el costo de la mano de obra a las ordenes
           SELECT PROYHRS-FILE ASSIGN TO "data/PROYHRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROYHRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE.
                         FECHA-INGRESO BY NEW-FECHA-INGRESO
                         SALARIO-REGULAR BY NEW-SALARIO-REGULAR
                         HORAS-EXTRA BY NEW-HORAS-EXTRA
                         PRIMA-EXTRA BY NEW-PRIMA-EXTRA
                         BASE-PAGO BY NEW-BASE-PAGO
                         BASE-POR-HORA BY NEW-BASE-POR-HORA
                         BASE-SUELDO-FIJO BY NEW-BASE-SUELDO-FIJO
                         BASE-DESTAJO BY NEW-BASE-DESTAJO
                         BASE-PAGO-VALIDA BY NEW-BASE-PAGO-VALIDA
                         TIPO-REGIMEN BY NEW-TIPO-REGIMEN
                         REGIMEN-SUELDOS BY NEW-REGIMEN-SUELDOS
                         REGIMEN-ASIMILADO BY NEW-REGIMEN-ASIMILADO
                         REGIMEN-VALIDO BY NEW-REGIMEN-VALIDO.

       FD  PUNCHSUS-FILE.
       01  PUNCHSUS-RECORD.
       01  RELOJHRS-RECORD.
           05  RHR-DATO-ID        PIC 9(5).

       FD  PROYHRS-FILE.
           COPY PRYHRSRC.

       FD  INCIDHIS-FILE.
           COPY INCIDREC
               REPLACING INCIDENTE-RECORD BY INCIDHIS-RECORD
           77 WS-ENT-DATO-ID PIC 9(5) VALUE ZERO.
           77 WS-ENT-FECHA PIC 9(8) VALUE ZERO.
           77 WS-ENT-HORA PIC 9(4) VALUE ZERO.
           77 WS-ENT-PROYECTO PIC X(10) VALUE SPACES.

      * minutos por empleado y orden de trabajo (la de la checada de
      * entrada del turno; blanco = tiempo indirecto), alta-o-busca
      * como TABLA-TOTALES
           77 WS-PROYHRS-STATUS PIC XX VALUE SPACES.
           77 WS-NUM-PROY-HORAS PIC 9(5) VALUE ZERO.
           77 WS-PRH-POS PIC 9(5) VALUE ZERO.
       01  TABLA-PROY-HORAS.
           05  PROY-HORAS-ENTRY OCCURS 10000 TIMES
                   INDEXED BY PRH-IDX.
               10  TAB-PRH-ID       PIC 9(5).
               10  TAB-PRH-PROYECTO PIC X(10).
               10  TAB-PRH-MINUTOS  PIC 9(6).

           77 WS-MIN-ENTRADA PIC 9(6) VALUE ZERO.
           77 WS-MIN-SALIDA PIC 9(6) VALUE ZERO.
               10  TE-RFC               PIC X(13).
               10  TE-CURP              PIC X(18).
               10  TE-FECHA-INGRESO     PIC 9(8).
               10  TE-BASE-PAGO         PIC X.
               10  TE-TIPO-REGIMEN      PIC XX.

           77 WS-NUM-EXCEPCIONES PIC 9(6) VALUE ZERO.
           77 WS-NUM-ACTUALIZADOS PIC 9(6) VALUE ZERO.
           PERFORM CORTA-EXTRA-POR-SEMANA.
           PERFORM GRABA-OTWEEK.
           PERFORM GRABA-PREMDIA.
           PERFORM GRABA-PROYHRS.
      * el maestro se carga ANTES del barrido de incidencias: la
      * FECHA-INGRESO de cada empleado delimita sus faltas
           PERFORM CARGA-TABLA-EMPLEADOS.
              MOVE PUN-DATO-ID TO WS-ENT-DATO-ID
              MOVE PUN-FECHA TO WS-ENT-FECHA
              MOVE PUN-HORA TO WS-ENT-HORA
              MOVE PUN-PROYECTO TO WS-ENT-PROYECTO
           ELSE
              IF HAY-ENTRADA-ABIERTA
                 AND WS-ENT-DATO-ID = PUN-DATO-ID
              MOVE ZERO TO TAB-TOT-MINUTOS(WS-TOT-POS)
           END-IF.
           ADD WS-MINUTOS-TURNO TO TAB-TOT-MINUTOS(WS-TOT-POS).
           PERFORM SUMA-MINUTOS-PROYECTO.
           PERFORM SUMA-MINUTOS-SEMANA.
           PERFORM SUMA-MINUTOS-PREMIO.
           PERFORM SUMA-DIA-EMPLEADO.

      * acumula el turno a la orden de trabajo de su checada de
      * entrada, alta-o-busca como SUMA-MINUTOS-EMPLEADO
       SUMA-MINUTOS-PROYECTO.
           MOVE ZERO TO WS-PRH-POS.
           PERFORM VARYING PRH-IDX FROM 1 BY 1
                   UNTIL PRH-IDX > WS-NUM-PROY-HORAS
              IF TAB-PRH-ID(PRH-IDX) = PUN-DATO-ID
                 AND TAB-PRH-PROYECTO(PRH-IDX) = WS-ENT-PROYECTO
                 SET WS-PRH-POS TO PRH-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PRH-POS = ZERO
              IF WS-NUM-PROY-HORAS = 10000
                 DISPLAY "TABLA LLENA: WS-NUM-PROY-HORAS"
                 PERFORM ABORTA-TABLA-LLENA
              END-IF
              ADD 1 TO WS-NUM-PROY-HORAS
              MOVE WS-NUM-PROY-HORAS TO WS-PRH-POS
              MOVE PUN-DATO-ID TO TAB-PRH-ID(WS-PRH-POS)
              MOVE WS-ENT-PROYECTO TO TAB-PRH-PROYECTO(WS-PRH-POS)
              MOVE ZERO TO TAB-PRH-MINUTOS(WS-PRH-POS)
           END-IF.
           ADD WS-MINUTOS-TURNO TO TAB-PRH-MINUTOS(WS-PRH-POS).

      * acumula el turno tambien al bucket de su semana calendario
      * (entero de PUN-FECHA entre 7), alta-o-busca como
      * SUMA-MINUTOS-EMPLEADO
              CLOSE PREMDIA-FILE
           END-IF.

      * graba los minutos por empleado y orden de trabajo; OPEN
      * OUTPUT arranca el archivo en cada importacion, como OTWEEK
       GRABA-PROYHRS.
           OPEN OUTPUT PROYHRS-FILE.
           IF WS-PROYHRS-STATUS = "00"
              PERFORM VARYING PRH-IDX FROM 1 BY 1
                      UNTIL PRH-IDX > WS-NUM-PROY-HORAS
                 MOVE TAB-PRH-ID(PRH-IDX) TO PRH-DATO-ID
                 MOVE TAB-PRH-PROYECTO(PRH-IDX) TO PRH-PROYECTO
                 MOVE TAB-PRH-MINUTOS(PRH-IDX) TO PRH-MINUTOS
                 WRITE PROYHRS-RECORD
              END-PERFORM
              CLOSE PROYHRS-FILE
           END-IF.

      * corte legal del tiempo extra, SEMANA por SEMANA: de las
      * horas de cada semana, lo que excede la jornada legal paga
      * doble hasta el tope de 9 horas y triple de ahi en adelante;
                           TE-CURP(WS-NUM-EMPLEADOS)
                       MOVE FECHA-INGRESO TO
                           TE-FECHA-INGRESO(WS-NUM-EMPLEADOS)
                       MOVE BASE-PAGO TO
                           TE-BASE-PAGO(WS-NUM-EMPLEADOS)
                       MOVE TIPO-REGIMEN TO
                           TE-TIPO-REGIMEN(WS-NUM-EMPLEADOS)
                       END-IF
                 END-READ
              END-PERFORM
                 MOVE TE-RFC(TE-IDX2) TO NEW-RFC
                 MOVE TE-CURP(TE-IDX2) TO NEW-CURP
                 MOVE TE-FECHA-INGRESO(TE-IDX2) TO NEW-FECHA-INGRESO
                 MOVE TE-BASE-PAGO(TE-IDX2) TO NEW-BASE-PAGO
                 MOVE TE-TIPO-REGIMEN(TE-IDX2) TO NEW-TIPO-REGIMEN
                 MOVE ZERO TO NEW-SALARIO-REGULAR
                 MOVE ZERO TO NEW-HORAS-EXTRA
                 MOVE ZERO TO NEW-PRIMA-EXTRA
