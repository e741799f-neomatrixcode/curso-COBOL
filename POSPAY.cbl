      * POSPAY: archivo de positive pay para el banco. Cada vez que
      * se emiten cheques (CHKPRINT.cbl en la nomina ordinaria y la
      * off-cycle, las reposiciones por deposito rebotado de
      * BANKRET.cbl, las reposiciones de CHKMANTTO.cbl) o se anula
      * uno (CHKMANTTO.cbl), este programa recorre data/CHECKREG.DAT
      * y manda al banco en data/POSPAY.OUT lo que todavia no le ha
      * dicho: un detalle de emision por cada cheque 'emi' nuevo con
      * numero, monto, fecha de emision y nombre del beneficiario
      * (del maestro de empleados), y un detalle de anulacion (void)
      * por cada cheque 'anu' cuya anulacion no se ha enviado. El
      * banco solo paga contra lo declarado, asi que un cheque
      * alterado o robado sale como excepcion en vez de cobrarse.
      * Lo ya transmitido se lee de data/POSPAY.LOG (ver
      * POSPAYRC.cpy), donde cada envio queda con su numero de
      * transmision, fecha y hora: ningun cheque ni anulacion se
      * manda dos veces, y tesoreria contesta con ese log las
      * llamadas del banco por excepciones. Un cheque que ya estaba
      * pagado ('pag') antes de entrar a positive pay ya no se
      * declara. Encabezado H con fecha y numero de transmision,
      * detalle D, trailer T con conteos y montos de control por
      * tipo (mismo esquema H/D/T que data/DISPERSA.OUT); sin nada
      * nuevo que mandar no se toca el POSPAY.OUT anterior.
      * uso: STEP02C1 de jobs/PAYROLL.job, STEP05A de
      *      jobs/OFFCYCLE.job, STEP02 de jobs/BANKRET.job y de
      *      jobs/CHKMANTTO.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHECKREG-FILE ASSIGN TO "data/CHECKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKREG-STATUS.

           SELECT OPTIONAL POSPAY-LOG-FILE ASSIGN TO "data/POSPAY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSLOG-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT POSPAY-FILE ASSIGN TO "data/POSPAY.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKREG-FILE.
           COPY CHKREC.

       FD  POSPAY-LOG-FILE.
           COPY POSPAYRC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  POSPAY-FILE.
       01  POSPAY-LINE PIC X(60).

       WORKING-STORAGE SECTION.
           77 WS-CHECKREG-STATUS PIC XX VALUE SPACES.
           77 WS-POSLOG-STATUS PIC XX VALUE SPACES.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-POSPAY-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-HORA-HOY PIC 9(6) VALUE ZERO.

      * registro de cheques en memoria (mismo tamano que
      * TABLA-CHEQUES de CHKMANTTO.cbl) con lo que ya se le declaro
      * al banco de cada uno segun data/POSPAY.LOG
           77 WS-NUM-CHEQUES PIC 9(4) VALUE ZERO.
       01  TABLA-CHEQUES.
           05  TC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TC-IDX.
               10  TC-NUMERO        PIC 9(6).
               10  TC-DATO-ID       PIC 9(5).
               10  TC-MONTO         PIC 9(9)V99.
               10  TC-FECHA         PIC 9(8).
               10  TC-STATUS        PIC X(3).
               10  TC-ENVIO-EMISION PIC X.
               10  TC-ENVIO-ANULACION PIC X.
               10  TC-BENEFICIARIO  PIC X(30).

      * nombre del beneficiario por DATO-ID, del maestro de empleados
           77 WS-NUM-NOMBRES PIC 9(4) VALUE ZERO.
       01  TABLA-NOMBRES.
           05  NOM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY NOM-IDX.
               10  TAB-NOM-DATO-ID  PIC 9(5).
               10  TAB-NOM-NOMBRE   PIC X(30).

      * ultima transmision registrada en el log; esta corrida manda
      * la siguiente
           77 WS-ULTIMA-TRANSMISION PIC 9(6) VALUE ZERO.
           77 WS-TRANSMISION PIC 9(6) VALUE ZERO.
           77 WS-NUM-POR-ENVIAR PIC 9(5) VALUE ZERO.
           77 WS-NUM-EMISIONES PIC 9(6) VALUE ZERO.
           77 WS-NUM-ANULACIONES PIC 9(6) VALUE ZERO.
           77 WS-MONTO-EMISIONES PIC 9(11)V99 VALUE ZERO.
           77 WS-MONTO-ANULACIONES PIC 9(11)V99 VALUE ZERO.
           77 WS-NUM-SIN-NOMBRE PIC 9(5) VALUE ZERO.
           77 WS-TIPO-ENVIO PIC X VALUE SPACE.
           77 WS-NOMBRE-BENEF PIC X(30) VALUE SPACES.

      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

      * layout de formato fijo para el servicio de positive pay del
      * banco: montos como digitos sin editar, igual que el lote de
      * dispersion de BANKDISP.cbl
       01  WS-POS-HEADER.
           05  FILLER         PIC X VALUE 'H'.
           05  FILLER         PIC X(6) VALUE 'POSPAY'.
           05  WS-H-FECHA     PIC 9(8).
           05  WS-H-TRANSMISION PIC 9(6).

      * WS-D-TIPO: 'E' emision, 'V' anulacion (los de POSPAYRC.cpy)
       01  WS-POS-DETALLE.
           05  FILLER         PIC X VALUE 'D'.
           05  WS-D-TIPO      PIC X.
           05  WS-D-NUMERO    PIC 9(6).
           05  WS-D-MONTO     PIC 9(9)V99.
           05  WS-D-FECHA     PIC 9(8).
           05  WS-D-NOMBRE    PIC X(30).

       01  WS-POS-TRAILER.
           05  FILLER         PIC X VALUE 'T'.
           05  WS-T-CONTEO-EMI PIC 9(6).
           05  WS-T-TOTAL-EMI PIC 9(11)V99.
           05  WS-T-CONTEO-ANU PIC 9(6).
           05  WS-T-TOTAL-ANU PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOY.

           PERFORM CARGA-CHEQUES.
           PERFORM CARGA-ENVIADOS.
           PERFORM CUENTA-POR-ENVIAR
               VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > WS-NUM-CHEQUES.

           IF WS-NUM-POR-ENVIAR = ZERO
              DISPLAY "POSPAY: SIN CHEQUES NI ANULACIONES NUEVOS, "
                  "NO SE GENERA TRANSMISION"
              MOVE 'POSPAY' TO LOG-PROGRAMA
              MOVE 'I' TO LOG-SEVERIDAD
              MOVE 'SIN CHEQUES NI ANULACIONES NUEVOS PARA EL BANCO'
                  TO LOG-MENSAJE
              PERFORM LLAMA-BITACORA
              MOVE ZERO TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM CARGA-NOMBRES.
           COMPUTE WS-TRANSMISION = WS-ULTIMA-TRANSMISION + 1.
           PERFORM GENERA-TRANSMISION.
           PERFORM AVISA-BITACORA.
           STOP RUN.

       CARGA-CHEQUES.
           OPEN INPUT CHECKREG-FILE.
           IF WS-CHECKREG-STATUS = "00" OR WS-CHECKREG-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ CHECKREG-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM GUARDA-CHEQUE
                 END-READ
              END-PERFORM
              CLOSE CHECKREG-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       GUARDA-CHEQUE.
           IF WS-NUM-CHEQUES = 5000
              DISPLAY "TABLA LLENA: WS-NUM-CHEQUES"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-CHEQUES.
           MOVE CHK-NUMERO TO TC-NUMERO(WS-NUM-CHEQUES).
           MOVE CHK-DATO-ID TO TC-DATO-ID(WS-NUM-CHEQUES).
           MOVE CHK-MONTO TO TC-MONTO(WS-NUM-CHEQUES).
           MOVE CHK-FECHA TO TC-FECHA(WS-NUM-CHEQUES).
           MOVE CHK-STATUS TO TC-STATUS(WS-NUM-CHEQUES).
           MOVE 'N' TO TC-ENVIO-EMISION(WS-NUM-CHEQUES).
           MOVE 'N' TO TC-ENVIO-ANULACION(WS-NUM-CHEQUES).
           MOVE CHK-BENEFICIARIO TO TC-BENEFICIARIO(WS-NUM-CHEQUES).

      * cada renglon del log marca en su cheque lo que ya se declaro;
      * un renglon de un cheque que ya no esta en el registro solo
      * cuenta para el consecutivo de transmision
       CARGA-ENVIADOS.
           OPEN INPUT POSPAY-LOG-FILE.
           IF WS-POSLOG-STATUS = "00" OR WS-POSLOG-STATUS = "05"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ POSPAY-LOG-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM MARCA-ENVIADO
                 END-READ
              END-PERFORM
              CLOSE POSPAY-LOG-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.

       MARCA-ENVIADO.
           IF PPL-TRANSMISION > WS-ULTIMA-TRANSMISION
              MOVE PPL-TRANSMISION TO WS-ULTIMA-TRANSMISION
           END-IF.
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-NUM-CHEQUES
              IF TC-NUMERO(TC-IDX) = PPL-NUMERO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF TC-IDX NOT > WS-NUM-CHEQUES
              IF PPL-ES-ANULACION
                 MOVE 'S' TO TC-ENVIO-ANULACION(TC-IDX)
              ELSE
                 MOVE 'S' TO TC-ENVIO-EMISION(TC-IDX)
              END-IF
           END-IF.

      * 'emi' sin emision enviada y 'anu' sin anulacion enviada; un
      * cheque anulado antes de declararse solo viaja como anulacion
       CUENTA-POR-ENVIAR.
           IF TC-STATUS(TC-IDX) = 'emi'
              AND TC-ENVIO-EMISION(TC-IDX) = 'N'
              ADD 1 TO WS-NUM-POR-ENVIAR
           END-IF.
           IF TC-STATUS(TC-IDX) = 'anu'
              AND TC-ENVIO-ANULACION(TC-IDX) = 'N'
              ADD 1 TO WS-NUM-POR-ENVIAR
           END-IF.

       CARGA-NOMBRES.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-FILE: "
                  WS-EMPLOYEE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ EMPLOYEE-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                       AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                       PERFORM GUARDA-NOMBRE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           MOVE 'N' TO WS-EOF.

       GUARDA-NOMBRE.
           IF WS-NUM-NOMBRES = 5000
              DISPLAY "TABLA LLENA: WS-NUM-NOMBRES"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-NUM-NOMBRES.
           MOVE DATO-ID TO TAB-NOM-DATO-ID(WS-NUM-NOMBRES).
           MOVE NOMBRE TO TAB-NOM-NOMBRE(WS-NUM-NOMBRES).

      * el detalle sale primero al archivo del banco y despues al
      * log: si el log no se pudiera escribir, la siguiente corrida
      * repite el envio en vez de dejar un cheque sin declarar
       GENERA-TRANSMISION.
           OPEN OUTPUT POSPAY-FILE.
           IF WS-POSPAY-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/POSPAY.OUT: "
                  WS-POSPAY-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND POSPAY-LOG-FILE.
           IF WS-POSLOG-STATUS NOT = "00"
              AND WS-POSLOG-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/POSPAY.LOG: "
                  WS-POSLOG-STATUS
              CLOSE POSPAY-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-FECHA-HOY TO WS-H-FECHA.
           MOVE WS-TRANSMISION TO WS-H-TRANSMISION.
           MOVE WS-POS-HEADER TO POSPAY-LINE.
           WRITE POSPAY-LINE.

           PERFORM ENVIA-CHEQUE
               VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > WS-NUM-CHEQUES.

           MOVE WS-NUM-EMISIONES TO WS-T-CONTEO-EMI.
           MOVE WS-MONTO-EMISIONES TO WS-T-TOTAL-EMI.
           MOVE WS-NUM-ANULACIONES TO WS-T-CONTEO-ANU.
           MOVE WS-MONTO-ANULACIONES TO WS-T-TOTAL-ANU.
           MOVE WS-POS-TRAILER TO POSPAY-LINE.
           WRITE POSPAY-LINE.
           CLOSE POSPAY-FILE POSPAY-LOG-FILE.

           DISPLAY "POSPAY: TRANSMISION " WS-TRANSMISION " CON "
               WS-NUM-EMISIONES " EMISION(ES) Y " WS-NUM-ANULACIONES
               " ANULACION(ES) EN data/POSPAY.OUT".

       ENVIA-CHEQUE.
           IF TC-STATUS(TC-IDX) = 'emi'
              AND TC-ENVIO-EMISION(TC-IDX) = 'N'
              MOVE 'E' TO WS-TIPO-ENVIO
              PERFORM ESCRIBE-DETALLE
              ADD 1 TO WS-NUM-EMISIONES
              ADD TC-MONTO(TC-IDX) TO WS-MONTO-EMISIONES
           END-IF.
           IF TC-STATUS(TC-IDX) = 'anu'
              AND TC-ENVIO-ANULACION(TC-IDX) = 'N'
              MOVE 'V' TO WS-TIPO-ENVIO
              PERFORM ESCRIBE-DETALLE
              ADD 1 TO WS-NUM-ANULACIONES
              ADD TC-MONTO(TC-IDX) TO WS-MONTO-ANULACIONES
           END-IF.

      * un DATO-ID que ya no esta en el maestro sale con nombre en
      * blanco: el banco lo valida solo por numero y monto, y el
      * caso queda como advertencia para tesoreria. El cheque de
      * liquidacion por defuncion trae su propio beneficiario y ese
      * es el nombre que el banco debe validar
       ESCRIBE-DETALLE.
           MOVE TC-BENEFICIARIO(TC-IDX) TO WS-NOMBRE-BENEF.
           IF WS-NOMBRE-BENEF = SPACES
              PERFORM VARYING NOM-IDX FROM 1 BY 1
                      UNTIL NOM-IDX > WS-NUM-NOMBRES
                 IF TAB-NOM-DATO-ID(NOM-IDX) = TC-DATO-ID(TC-IDX)
                    MOVE TAB-NOM-NOMBRE(NOM-IDX) TO WS-NOMBRE-BENEF
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-NOMBRE-BENEF = SPACES
              ADD 1 TO WS-NUM-SIN-NOMBRE
              DISPLAY "AVISO: CHEQUE " TC-NUMERO(TC-IDX)
                  " DATO-ID " TC-DATO-ID(TC-IDX)
                  " SIN NOMBRE EN EL MAESTRO"
           END-IF.

           MOVE WS-TIPO-ENVIO TO WS-D-TIPO.
           MOVE TC-NUMERO(TC-IDX) TO WS-D-NUMERO.
           MOVE TC-MONTO(TC-IDX) TO WS-D-MONTO.
           MOVE TC-FECHA(TC-IDX) TO WS-D-FECHA.
           MOVE WS-NOMBRE-BENEF TO WS-D-NOMBRE.
           MOVE WS-POS-DETALLE TO POSPAY-LINE.
           WRITE POSPAY-LINE.

           MOVE TC-NUMERO(TC-IDX) TO PPL-NUMERO.
           MOVE WS-TIPO-ENVIO TO PPL-TIPO.
           MOVE TC-DATO-ID(TC-IDX) TO PPL-DATO-ID.
           MOVE TC-MONTO(TC-IDX) TO PPL-MONTO.
           MOVE TC-FECHA(TC-IDX) TO PPL-FECHA-CHEQUE.
           MOVE WS-NOMBRE-BENEF TO PPL-NOMBRE.
           MOVE WS-TRANSMISION TO PPL-TRANSMISION.
           MOVE WS-FECHA-HOY TO PPL-FECHA-ENVIO.
           MOVE WS-HORA-HOY TO PPL-HORA-ENVIO.
           WRITE POSPAY-LOG-RECORD.

      * beneficiarios sin nombre dejan advertencia en la bitacora;
      * la transmision ya salio, asi que la corrida no se detiene
       AVISA-BITACORA.
           MOVE 'POSPAY' TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-MENSAJE.
           IF WS-NUM-SIN-NOMBRE > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              STRING 'TRANSMISION ' WS-TRANSMISION ' CON '
                  WS-NUM-SIN-NOMBRE ' CHEQUE(S) SIN NOMBRE DE '
                  'BENEFICIARIO'
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              STRING 'TRANSMISION ' WS-TRANSMISION ' EMISIONES '
                  WS-NUM-EMISIONES ' ANULACIONES '
                  WS-NUM-ANULACIONES
                  DELIMITED BY SIZE INTO LOG-MENSAJE
           END-IF.
           PERFORM LLAMA-BITACORA.
           MOVE ZERO TO RETURN-CODE.

       LLAMA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.

      * una tabla en memoria llena no se trunca en silencio: un
      * cheque que no se declara es un cheque que el banco rechaza
       ABORTA-TABLA-LLENA.
           DISPLAY "ERROR: TABLA EN MEMORIA LLENA, AUMENTE EL "
               "OCCURS DE LA TABLA REPORTADA ARRIBA".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
