      * CAPACITA: historia de capacitacion por trabajador y
      * constancias DC-3 de la STPS. Las constancias y las listas de
      * asistencia se guardaban en carpetas, sin liga con el maestro
      * de empleados, y en cada inspeccion se armaban a mano.
      * Firma de operador contra data/OPERADOR.DAT (mismo circuito que
      * CONSTANCIA.cbl) y transacciones:
      *   R registra un curso concluido de un DATO-ID activo: clave del
      *     catalogo data/CAPCURSO.DAT (ver CAPCURRC.cpy), fechas de
      *     inicio y de termino (de calendario, no antes del ingreso
      *     ni despues de hoy) y resultado 'A' acreditado o 'N' no
      *     acreditado. Queda en data/CAPHIST.DAT (ver CAPHISRC.cpy)
      *     con la compania y el departamento que tiene el trabajador;
      *     el mismo curso con la misma fecha de termino no se repite
      *   D emite la constancia DC-3 de un curso acreditado (el de
      *     termino mas reciente): datos del trabajador (nombre, CURP,
      *     puesto y departamento de data/EMPLOYEE.DAT, plaza de
      *     data/PLAZAS.DAT y descripcion de data/DEPTCAT.DAT), de la
      *     empresa (data/CIANOM.DAT) y del programa de capacitacion
      *     (curso, horas, periodo, area tematica y agente
      *     capacitador). Lleva folio consecutivo, sale en
      *     data/DC3.<folio>.RPT y queda en data/DC3.DAT (ver
      *     DC3RC.cpy). Un trabajador dado de baja tambien la recibe:
      *     el curso lo acredito mientras laboraba
      *   C consulta la historia de capacitacion de un DATO-ID
      *   T termina
      * Las listas DC-4 y el reporte de cursos obligatorios los saca
      * CAPLISTA.cbl.
      * uso: jobs/CAPACITA.job (interactivo)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL DEPTCAT-FILE ASSIGN TO "data/DEPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT OPTIONAL PLAZA-FILE ASSIGN TO "data/PLAZAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZA-STATUS.

           SELECT OPTIONAL CIANOM-FILE ASSIGN TO "data/CIANOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIANOM-STATUS.

           SELECT OPTIONAL CAPCURSO-FILE ASSIGN TO "data/CAPCURSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPCURSO-STATUS.

           SELECT OPTIONAL CAPHIST-FILE ASSIGN TO "data/CAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHIST-STATUS.

           SELECT OPTIONAL DC3-FILE ASSIGN TO "data/DC3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC3-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

      * la constancia, con el folio en el nombre
           SELECT CARTA-FILE ASSIGN TO WS-RUTA-CARTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPTCAT-FILE.
           COPY DEPTCAT.

       FD  PLAZA-FILE.
           COPY PLAZAREC.

       FD  CIANOM-FILE.
           COPY CIANOMRC.

       FD  CAPCURSO-FILE.
           COPY CAPCURRC.

       FD  CAPHIST-FILE.
           COPY CAPHISRC.

       FD  DC3-FILE.
           COPY DC3RC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  CARTA-FILE.
       01  CARTA-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
           77 WS-DEPTCAT-STATUS PIC XX VALUE SPACES.
           77 WS-PLAZA-STATUS PIC XX VALUE SPACES.
           77 WS-CIANOM-STATUS PIC XX VALUE SPACES.
           77 WS-CAPCURSO-STATUS PIC XX VALUE SPACES.
           77 WS-CAPHIST-STATUS PIC XX VALUE SPACES.
           77 WS-DC3-STATUS PIC XX VALUE SPACES.
           77 WS-OPERADOR-STATUS PIC XX VALUE SPACES.
           77 WS-CARTA-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-EMP-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.
           77 WS-OPR-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-OPERADORES VALUE 'S'.
           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-HORA-HOY PIC 9(6) VALUE ZERO.
           77 WS-RUTA-CARTA PIC X(40) VALUE SPACES.

      * firma del operador (mismo circuito que BNKMANTTO.cbl)
           77 WS-ID-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-PASSWORD-CAPTURA PIC X(8) VALUE SPACES.
           77 WS-OPERADOR-FIRMADO PIC X(8) VALUE SPACES.
           77 WS-NIVEL-FIRMADO PIC 9 VALUE ZERO.
           77 WS-FIRMA-OK PIC X VALUE 'N'.
              88 FIRMA-ACEPTADA VALUE 'S'.
           77 WS-INTENTOS PIC 9 VALUE ZERO.

      * codigo de transaccion: R registra curso, D constancia DC-3,
      * C consulta, T termina
           77 WS-TRANSACCION PIC X VALUE SPACES.
           77 WS-TERMINAR PIC X VALUE 'N'.
              88 CONSULTA-TERMINADA VALUE 'S'.
           77 WS-NUM-REGISTRADOS PIC 9(3) VALUE ZERO.
           77 WS-NUM-EMITIDAS PIC 9(3) VALUE ZERO.

      * la transaccion en turno; cada validacion que falla apaga
      * WS-CAPTURA-OK y no se graba ni se emite nada
           77 WS-ID-EMPLEADO PIC 9(5) VALUE ZERO.
           77 WS-EMP-ENCONTRADO PIC X VALUE 'N'.
              88 EMPLEADO-ENCONTRADO VALUE 'S'.
           77 WS-CAPTURA-OK PIC X VALUE 'N'.
              88 CAPTURA-VALIDA VALUE 'S'.
           77 WS-EMP-NOMBRE PIC X(30) VALUE SPACES.
           77 WS-EMP-CURP PIC X(18) VALUE SPACES.
           77 WS-EMP-INGRESO PIC 9(8) VALUE ZERO.
           77 WS-EMP-DEPTO PIC X(4) VALUE SPACES.
           77 WS-EMP-GRADO PIC X(2) VALUE SPACES.
           77 WS-EMP-STATUS PIC X(3) VALUE SPACES.
           77 WS-EMP-COMPANIA PIC XX VALUE SPACES.
           77 WS-DEPTO-DESC PIC X(30) VALUE SPACES.
           77 WS-PLAZA-NUMERO PIC 9(5) VALUE ZERO.
           77 WS-CIA-RAZON PIC X(40) VALUE SPACES.
           77 WS-CIA-RFC PIC X(12) VALUE SPACES.
           77 WS-CIA-REG-PATRONAL PIC X(11) VALUE SPACES.

      * el curso del catalogo
           77 WS-CLAVE-CURSO PIC X(6) VALUE SPACES.
           77 WS-CURSO-ENCONTRADO PIC X VALUE 'N'.
              88 CURSO-ENCONTRADO VALUE 'S'.
           77 WS-CUR-NOMBRE PIC X(40) VALUE SPACES.
           77 WS-CUR-AREA PIC 9(4) VALUE ZERO.
           77 WS-CUR-HORAS PIC 9(3) VALUE ZERO.
           77 WS-CUR-TIPO-AGENTE PIC X VALUE SPACES.
              88 AGENTE-EXTERNO VALUE 'E'.
           77 WS-CUR-INSTRUCTOR PIC X(30) VALUE SPACES.
           77 WS-CUR-REGISTRO-STPS PIC X(15) VALUE SPACES.

      * fechas tecleadas AAAAMMDD
       01  WS-FECHA-CAPTURA PIC X(8) VALUE SPACES.
       01  WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA PIC 9(8).
           77 WS-FECHA-OK PIC X VALUE 'N'.
              88 FECHA-VALIDA VALUE 'S'.
           77 WS-FECHA-INICIO PIC 9(8) VALUE ZERO.
           77 WS-FECHA-FIN PIC 9(8) VALUE ZERO.
           77 WS-RESULTADO PIC X VALUE SPACES.
              88 RESULTADO-VALIDO VALUE 'A' 'N'.
           77 WS-DUPLICADO PIC X VALUE 'N'.
              88 REGISTRO-DUPLICADO VALUE 'S'.

      * el curso acreditado que ampara la DC-3
           77 WS-ACREDITADO PIC X VALUE 'N'.
              88 CURSO-ACREDITADO VALUE 'S'.
           77 WS-ACR-INICIO PIC 9(8) VALUE ZERO.
           77 WS-ACR-FIN PIC 9(8) VALUE ZERO.
           77 WS-NUM-CURSOS PIC 9(3) VALUE ZERO.

      * folio: el siguiente al mayor de la bitacora, que se relee
      * antes de cada constancia
           77 WS-ULTIMO-FOLIO PIC 9(6) VALUE ZERO.
           77 WS-FOLIO PIC 9(6) VALUE ZERO.

      * fecha AAAAMMDD partida para el periodo de ejecucion
       01  WS-FECHA-TRABAJO PIC 9(8) VALUE ZERO.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-TRABAJO.
           05  WS-FP-ANIO         PIC 9(4).
           05  WS-FP-MES          PIC 99.
           05  WS-FP-DIA          PIC 99.
           77 WS-FECHA-EDITADA PIC X(10) VALUE SPACES.

      * renglones de la constancia
       01  WS-DATO-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  WS-DL-ETIQUETA     PIC X(28).
           05  WS-DL-VALOR        PIC X(48).
       01  WS-SECCION-LINE.
           05  WS-SL-TITULO       PIC X(70).
           05  FILLER             PIC X(10) VALUE SPACES.
       01  WS-RAYA-LINE PIC X(80) VALUE ALL '-'.
           77 WS-ED-HORAS PIC ZZ9.

      * renglon de la consulta C
       01  WS-CONSULTA-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-CL-CURSO        PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-CL-NOMBRE       PIC X(30).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-CL-INICIO       PIC 9(8).
           05  FILLER             PIC X VALUE '-'.
           05  WS-CL-FIN          PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-CL-RESULTADO    PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM FIRMA-OPERADOR.
           IF NOT FIRMA-ACEPTADA
              DISPLAY "FIRMA RECHAZADA, EL PROGRAMA TERMINA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL CONSULTA-TERMINADA
              DISPLAY "TRANSACCION (R=REGISTRA CURSO, D=CONSTANCIA "
                  "DC-3, C=CONSULTA, T=TERMINA): " WITH NO ADVANCING
              ACCEPT WS-TRANSACCION
              EVALUATE WS-TRANSACCION
                 WHEN 'R' PERFORM REGISTRA-CURSO
                 WHEN 'D' PERFORM EMITE-DC3
                 WHEN 'C' PERFORM CONSULTA-HISTORIA
                 WHEN 'T' MOVE 'S' TO WS-TERMINAR
                 WHEN OTHER
                    DISPLAY "TRANSACCION INVALIDA: " WS-TRANSACCION
              END-EVALUATE
           END-PERFORM.

           DISPLAY "CAPACITA: " WS-NUM-REGISTRADOS
               " CURSO(S) REGISTRADO(S), " WS-NUM-EMITIDAS
               " CONSTANCIA(S) DC-3 EMITIDA(S)".
           STOP RUN.

      * firma del operador contra data/OPERADOR.DAT: tres intentos;
      * el id firmado queda en cada registro y en cada constancia
      * (mismo circuito que BNKMANTTO.cbl)
       FIRMA-OPERADOR.
           PERFORM UNTIL FIRMA-ACEPTADA OR WS-INTENTOS > 2
              DISPLAY "OPERADOR: " WITH NO ADVANCING
              ACCEPT WS-ID-CAPTURA
              DISPLAY "PASSWORD: " WITH NO ADVANCING
              ACCEPT WS-PASSWORD-CAPTURA
              PERFORM VERIFICA-OPERADOR
              IF NOT FIRMA-ACEPTADA
                 ADD 1 TO WS-INTENTOS
                 DISPLAY "OPERADOR O PASSWORD INCORRECTOS"
              END-IF
           END-PERFORM.
           IF FIRMA-ACEPTADA
              DISPLAY "FIRMADO: " WS-OPERADOR-FIRMADO
                  " NIVEL: " WS-NIVEL-FIRMADO
           END-IF.

       VERIFICA-OPERADOR.
           MOVE 'N' TO WS-OPR-EOF.
           OPEN INPUT OPERADOR-FILE.
           IF WS-OPERADOR-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-OPERADORES
                 READ OPERADOR-FILE
                    AT END MOVE 'S' TO WS-OPR-EOF
                    NOT AT END
                       IF OPR-ID = WS-ID-CAPTURA
                          AND OPR-PASSWORD = WS-PASSWORD-CAPTURA
                          MOVE 'S' TO WS-FIRMA-OK
                          MOVE OPR-ID TO WS-OPERADOR-FIRMADO
                          MOVE OPR-NIVEL TO WS-NIVEL-FIRMADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERADOR-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/OPERADOR.DAT: "
                  WS-OPERADOR-STATUS
           END-IF.

      *-----------------------------------------------------------------
      * transaccion R: un curso concluido
      *-----------------------------------------------------------------
       REGISTRA-CURSO.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           MOVE 'S' TO WS-CAPTURA-OK.
           PERFORM BUSCA-EMPLEADO.
           IF NOT EMPLEADO-ENCONTRADO
              DISPLAY "NO EXISTE EMPLEADO CON DATO-ID: "
                  WS-ID-EMPLEADO
              MOVE 'N' TO WS-CAPTURA-OK
           ELSE
              IF WS-EMP-STATUS = 'baj'
                 DISPLAY "EMPLEADO DADO DE BAJA, NO SE REGISTRAN "
                     "CURSOS: " WS-ID-EMPLEADO
                 MOVE 'N' TO WS-CAPTURA-OK
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
                  " DEPTO: " WS-EMP-DEPTO
              PERFORM CAPTURA-CLAVE-CURSO
           END-IF.

           IF CAPTURA-VALIDA
              DISPLAY "FECHA DE INICIO (AAAAMMDD): " WITH NO ADVANCING
              MOVE SPACES TO WS-FECHA-CAPTURA
              ACCEPT WS-FECHA-CAPTURA
              PERFORM VALIDA-FECHA
              IF NOT FECHA-VALIDA
                 DISPLAY "FECHA DE INICIO INVALIDA: " WS-FECHA-CAPTURA
                 MOVE 'N' TO WS-CAPTURA-OK
              ELSE
                 MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-INICIO
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              DISPLAY "FECHA DE TERMINO (AAAAMMDD): " WITH NO ADVANCING
              MOVE SPACES TO WS-FECHA-CAPTURA
              ACCEPT WS-FECHA-CAPTURA
              PERFORM VALIDA-FECHA
              IF NOT FECHA-VALIDA
                 DISPLAY "FECHA DE TERMINO INVALIDA: "
                     WS-FECHA-CAPTURA
                 MOVE 'N' TO WS-CAPTURA-OK
              ELSE
                 MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-FIN
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              EVALUATE TRUE
                 WHEN WS-FECHA-FIN < WS-FECHA-INICIO
                    DISPLAY "EL TERMINO " WS-FECHA-FIN
                        " ES ANTERIOR AL INICIO " WS-FECHA-INICIO
                    MOVE 'N' TO WS-CAPTURA-OK
                 WHEN WS-FECHA-FIN > WS-FECHA-HOY
                    DISPLAY "EL CURSO AUN NO CONCLUYE (TERMINO "
                        WS-FECHA-FIN "), SE REGISTRA AL CONCLUIR"
                    MOVE 'N' TO WS-CAPTURA-OK
                 WHEN WS-FECHA-INICIO < WS-EMP-INGRESO
                    DISPLAY "EL INICIO " WS-FECHA-INICIO
                        " ES ANTERIOR AL INGRESO " WS-EMP-INGRESO
                    MOVE 'N' TO WS-CAPTURA-OK
              END-EVALUATE
           END-IF.

           IF CAPTURA-VALIDA
              DISPLAY "RESULTADO (A=ACREDITADO, N=NO ACREDITADO): "
                  WITH NO ADVANCING
              ACCEPT WS-RESULTADO
              IF NOT RESULTADO-VALIDO
                 DISPLAY "RESULTADO INVALIDO: " WS-RESULTADO
                 MOVE 'N' TO WS-CAPTURA-OK
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              PERFORM BUSCA-DUPLICADO
              IF REGISTRO-DUPLICADO
                 DISPLAY "EL CURSO " WS-CLAVE-CURSO " CON TERMINO "
                     WS-FECHA-FIN " YA ESTA REGISTRADO PARA EL "
                     "DATO-ID " WS-ID-EMPLEADO
                 MOVE 'N' TO WS-CAPTURA-OK
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              PERFORM GRABA-HISTORIA
              ADD 1 TO WS-NUM-REGISTRADOS
              DISPLAY "CURSO REGISTRADO: " WS-CLAVE-CURSO " "
                  WS-CUR-NOMBRE
           ELSE
              DISPLAY "CURSO NO REGISTRADO"
           END-IF.

       CAPTURA-CLAVE-CURSO.
           DISPLAY "CLAVE DEL CURSO: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLAVE-CURSO.
           ACCEPT WS-CLAVE-CURSO.
           PERFORM BUSCA-CURSO.
           IF NOT CURSO-ENCONTRADO
              DISPLAY "CURSO " WS-CLAVE-CURSO
                  " NO ESTA EN data/CAPCURSO.DAT"
              MOVE 'N' TO WS-CAPTURA-OK
           ELSE
              DISPLAY "CURSO: " WS-CUR-NOMBRE " (" WS-CUR-HORAS
                  " HORAS)"
           END-IF.

      * fecha AAAAMMDD tecleada: numerica y de calendario
       VALIDA-FECHA.
           MOVE 'N' TO WS-FECHA-OK.
           IF WS-FECHA-CAPTURA IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N) = ZERO
                 MOVE 'S' TO WS-FECHA-OK
              END-IF
           END-IF.

       BUSCA-DUPLICADO.
           MOVE 'N' TO WS-DUPLICADO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CAPHIST-FILE.
           IF WS-CAPHIST-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ CAPHIST-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF CAH-DATO-ID = WS-ID-EMPLEADO
                          AND CAH-CURSO = WS-CLAVE-CURSO
                          AND CAH-FECHA-FIN = WS-FECHA-FIN
                          MOVE 'S' TO WS-DUPLICADO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CAPHIST-FILE.

      * el curso queda con la compania y el departamento de hoy, los
      * que toman las listas DC-4
       GRABA-HISTORIA.
           OPEN EXTEND CAPHIST-FILE.
           IF WS-CAPHIST-STATUS NOT = "00"
              AND WS-CAPHIST-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/CAPHIST.DAT: "
                  WS-CAPHIST-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-ID-EMPLEADO TO CAH-DATO-ID.
           MOVE WS-CLAVE-CURSO TO CAH-CURSO.
           MOVE WS-FECHA-INICIO TO CAH-FECHA-INICIO.
           MOVE WS-FECHA-FIN TO CAH-FECHA-FIN.
           MOVE WS-RESULTADO TO CAH-RESULTADO.
           MOVE WS-EMP-COMPANIA TO CAH-COMPANIA.
           MOVE WS-EMP-DEPTO TO CAH-DEPARTAMENTO.
           MOVE WS-FECHA-HOY TO CAH-FECHA-REGISTRO.
           MOVE WS-OPERADOR-FIRMADO TO CAH-OPERADOR.
           WRITE CAPHIST-RECORD.
           CLOSE CAPHIST-FILE.

      *-----------------------------------------------------------------
      * transaccion D: constancia DC-3 de un curso acreditado
      *-----------------------------------------------------------------
       EMITE-DC3.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           MOVE 'S' TO WS-CAPTURA-OK.
           PERFORM BUSCA-EMPLEADO.
           IF NOT EMPLEADO-ENCONTRADO
              DISPLAY "NO EXISTE EMPLEADO CON DATO-ID: "
                  WS-ID-EMPLEADO
              MOVE 'N' TO WS-CAPTURA-OK
           ELSE
              DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
           END-IF.

           IF CAPTURA-VALIDA
              PERFORM CAPTURA-CLAVE-CURSO
           END-IF.

           IF CAPTURA-VALIDA
              PERFORM BUSCA-ACREDITADO
              IF NOT CURSO-ACREDITADO
                 DISPLAY "EL DATO-ID " WS-ID-EMPLEADO " NO TIENE "
                     "ACREDITADO EL CURSO " WS-CLAVE-CURSO
                     " EN data/CAPHIST.DAT, NO SE EMITE"
                 MOVE 'N' TO WS-CAPTURA-OK
              END-IF
           END-IF.

           IF CAPTURA-VALIDA
              PERFORM BUSCA-DEPARTAMENTO
              PERFORM BUSCA-PLAZA
              PERFORM BUSCA-COMPANIA
              PERFORM SIGUIENTE-FOLIO
              PERFORM ESCRIBE-DC3
              PERFORM REGISTRA-DC3
              ADD 1 TO WS-NUM-EMITIDAS
              DISPLAY "CONSTANCIA DC-3 EMITIDA, FOLIO " WS-FOLIO ": "
                  WS-RUTA-CARTA
           ELSE
              DISPLAY "CONSTANCIA DC-3 NO EMITIDA"
           END-IF.

      * el registro acreditado del curso con el termino mas reciente
       BUSCA-ACREDITADO.
           MOVE 'N' TO WS-ACREDITADO.
           MOVE ZERO TO WS-ACR-INICIO WS-ACR-FIN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CAPHIST-FILE.
           IF WS-CAPHIST-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ CAPHIST-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF CAH-DATO-ID = WS-ID-EMPLEADO
                          AND CAH-CURSO = WS-CLAVE-CURSO
                          AND CAH-ACREDITADO
                          AND CAH-FECHA-FIN > WS-ACR-FIN
                          MOVE 'S' TO WS-ACREDITADO
                          MOVE CAH-FECHA-INICIO TO WS-ACR-INICIO
                          MOVE CAH-FECHA-FIN TO WS-ACR-FIN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CAPHIST-FILE.

       BUSCA-EMPLEADO.
           MOVE 'N' TO WS-EMP-ENCONTRADO.
           MOVE 'N' TO WS-EMP-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-EMPLEADOS
                 READ EMPLOYEE-FILE
                    AT END MOVE 'S' TO WS-EMP-EOF
                    NOT AT END
                       IF EMPLOYEE-RECORD(1:3) NOT = 'HDR'
                          AND EMPLOYEE-RECORD(1:3) NOT = 'TRL'
                          AND DATO-ID = WS-ID-EMPLEADO
                          MOVE 'S' TO WS-EMP-ENCONTRADO
                          MOVE NOMBRE TO WS-EMP-NOMBRE
                          MOVE CURP TO WS-EMP-CURP
                          MOVE FECHA-INGRESO TO WS-EMP-INGRESO
                          MOVE DEPARTAMENTO TO WS-EMP-DEPTO
                          MOVE JOB-GRADE TO WS-EMP-GRADO
                          MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS
                          MOVE COMPANIA TO WS-EMP-COMPANIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-FILE
           ELSE
              DISPLAY "ERROR AL ABRIR data/EMPLOYEE.DAT: "
                  WS-EMPLOYEE-STATUS
           END-IF.

       BUSCA-CURSO.
           MOVE 'N' TO WS-CURSO-ENCONTRADO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CAPCURSO-FILE.
           IF WS-CAPCURSO-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ CAPCURSO-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF CUR-CLAVE = WS-CLAVE-CURSO
                          MOVE 'S' TO WS-CURSO-ENCONTRADO
                          MOVE CUR-NOMBRE TO WS-CUR-NOMBRE
                          MOVE CUR-AREA TO WS-CUR-AREA
                          MOVE CUR-HORAS TO WS-CUR-HORAS
                          MOVE CUR-TIPO-AGENTE TO WS-CUR-TIPO-AGENTE
                          MOVE CUR-INSTRUCTOR TO WS-CUR-INSTRUCTOR
                          MOVE CUR-REGISTRO-STPS TO
                              WS-CUR-REGISTRO-STPS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CAPCURSO-FILE.

       BUSCA-DEPARTAMENTO.
           MOVE WS-EMP-DEPTO TO WS-DEPTO-DESC.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEPTCAT-FILE.
           IF WS-DEPTCAT-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ DEPTCAT-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF DCT-CODIGO = WS-EMP-DEPTO
                          MOVE DCT-DESCRIPCION TO WS-DEPTO-DESC
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DEPTCAT-FILE.

      * la plaza autorizada que ocupa (cero si entro sin plaza)
       BUSCA-PLAZA.
           MOVE ZERO TO WS-PLAZA-NUMERO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PLAZA-FILE.
           IF WS-PLAZA-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ PLAZA-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF PLZ-DATO-ID = WS-ID-EMPLEADO
                          MOVE PLZ-NUMERO TO WS-PLAZA-NUMERO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PLAZA-FILE.

      * sin renglon en data/CIANOM.DAT la constancia sale con el
      * codigo de la compania
       BUSCA-COMPANIA.
           MOVE SPACES TO WS-CIA-RAZON WS-CIA-RFC WS-CIA-REG-PATRONAL.
           STRING "COMPANIA " WS-EMP-COMPANIA DELIMITED BY SIZE
               INTO WS-CIA-RAZON.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CIANOM-FILE.
           IF WS-CIANOM-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ CIANOM-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF CNM-COMPANIA = WS-EMP-COMPANIA
                          MOVE CNM-RAZON-SOCIAL TO WS-CIA-RAZON
                          MOVE CNM-RFC TO WS-CIA-RFC
                          MOVE CNM-REG-PATRONAL TO WS-CIA-REG-PATRONAL
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CIANOM-FILE.
           IF WS-CIA-RFC = SPACES
              DISPLAY "ADVERTENCIA: COMPANIA " WS-EMP-COMPANIA
                  " SIN DATOS EN data/CIANOM.DAT, LA CONSTANCIA SALE "
                  "SIN RFC"
           END-IF.

       SIGUIENTE-FOLIO.
           MOVE ZERO TO WS-ULTIMO-FOLIO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DC3-FILE.
           IF WS-DC3-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ DC3-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF DC3-FOLIO > WS-ULTIMO-FOLIO
                          MOVE DC3-FOLIO TO WS-ULTIMO-FOLIO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DC3-FILE.
           COMPUTE WS-FOLIO = WS-ULTIMO-FOLIO + 1.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOY.
           MOVE SPACES TO WS-RUTA-CARTA.
           STRING "data/DC3." WS-FOLIO ".RPT"
               DELIMITED BY SIZE INTO WS-RUTA-CARTA.

      *-----------------------------------------------------------------
      * la constancia, en el orden de secciones del formato DC-3
      *-----------------------------------------------------------------
       ESCRIBE-DC3.
           OPEN OUTPUT CARTA-FILE.
           IF WS-CARTA-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR " WS-RUTA-CARTA ": "
                  WS-CARTA-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "FORMATO DC-3" TO CARTA-LINE.
           STRING "FOLIO: " WS-FOLIO DELIMITED BY SIZE
               INTO CARTA-LINE(60:).
           WRITE CARTA-LINE.
           MOVE "CONSTANCIA DE COMPETENCIAS O DE HABILIDADES LABORALES"
               TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE WS-RAYA-LINE TO CARTA-LINE.
           WRITE CARTA-LINE.

           MOVE "DATOS DEL TRABAJADOR" TO WS-SL-TITULO.
           PERFORM ESCRIBE-SECCION.
           MOVE "NOMBRE:" TO WS-DL-ETIQUETA.
           MOVE WS-EMP-NOMBRE TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "CURP:" TO WS-DL-ETIQUETA.
           MOVE WS-EMP-CURP TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "PUESTO:" TO WS-DL-ETIQUETA.
           MOVE SPACES TO WS-DL-VALOR.
           IF WS-PLAZA-NUMERO = ZERO
              STRING "GRADO " WS-EMP-GRADO
                  DELIMITED BY SIZE INTO WS-DL-VALOR
           ELSE
              STRING "PLAZA " WS-PLAZA-NUMERO ", GRADO " WS-EMP-GRADO
                  DELIMITED BY SIZE INTO WS-DL-VALOR
           END-IF.
           PERFORM ESCRIBE-DATO.
           MOVE "DEPARTAMENTO:" TO WS-DL-ETIQUETA.
           MOVE SPACES TO WS-DL-VALOR.
           STRING WS-EMP-DEPTO " " WS-DEPTO-DESC
               DELIMITED BY SIZE INTO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.

           MOVE "DATOS DE LA EMPRESA" TO WS-SL-TITULO.
           PERFORM ESCRIBE-SECCION.
           MOVE "NOMBRE O RAZON SOCIAL:" TO WS-DL-ETIQUETA.
           MOVE WS-CIA-RAZON TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "RFC:" TO WS-DL-ETIQUETA.
           MOVE WS-CIA-RFC TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "REGISTRO PATRONAL:" TO WS-DL-ETIQUETA.
           MOVE WS-CIA-REG-PATRONAL TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.

           MOVE "DATOS DEL PROGRAMA DE CAPACITACION, ADIESTRAMIENTO Y "
               TO WS-SL-TITULO.
           MOVE "PRODUCTIVIDAD" TO WS-SL-TITULO(54:).
           PERFORM ESCRIBE-SECCION.
           MOVE "NOMBRE DEL CURSO:" TO WS-DL-ETIQUETA.
           MOVE WS-CUR-NOMBRE TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "DURACION EN HORAS:" TO WS-DL-ETIQUETA.
           MOVE WS-CUR-HORAS TO WS-ED-HORAS.
           MOVE WS-ED-HORAS TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "PERIODO DE EJECUCION:" TO WS-DL-ETIQUETA.
           MOVE SPACES TO WS-DL-VALOR.
           MOVE WS-ACR-INICIO TO WS-FECHA-TRABAJO.
           PERFORM EDITA-FECHA.
           STRING "DEL " WS-FECHA-EDITADA DELIMITED BY SIZE
               INTO WS-DL-VALOR.
           MOVE WS-ACR-FIN TO WS-FECHA-TRABAJO.
           PERFORM EDITA-FECHA.
           STRING " AL " WS-FECHA-EDITADA DELIMITED BY SIZE
               INTO WS-DL-VALOR(15:).
           PERFORM ESCRIBE-DATO.
           MOVE "AREA TEMATICA DEL CURSO:" TO WS-DL-ETIQUETA.
           MOVE WS-CUR-AREA TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "AGENTE CAPACITADOR:" TO WS-DL-ETIQUETA.
           MOVE WS-CUR-INSTRUCTOR TO WS-DL-VALOR.
           PERFORM ESCRIBE-DATO.
           MOVE "REGISTRO STPS DEL AGENTE:" TO WS-DL-ETIQUETA.
           IF AGENTE-EXTERNO
              MOVE WS-CUR-REGISTRO-STPS TO WS-DL-VALOR
           ELSE
              MOVE "INSTRUCTOR INTERNO DE LA EMPRESA" TO WS-DL-VALOR
           END-IF.
           PERFORM ESCRIBE-DATO.

           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "LOS DATOS SE ASIENTAN EN ESTA CONSTANCIA BAJO "
               TO CARTA-LINE.
           MOVE "PROTESTA DE DECIR VERDAD," TO CARTA-LINE(47:).
           WRITE CARTA-LINE.
           MOVE "APERCIBIDOS DE LA RESPONSABILIDAD EN QUE INCURRE "
               TO CARTA-LINE.
           MOVE "TODO AQUEL QUE NO SE" TO CARTA-LINE(50:).
           WRITE CARTA-LINE.
           MOVE "CONDUCE CON VERDAD." TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           WRITE CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "_________________________" TO CARTA-LINE.
           MOVE "_________________________" TO CARTA-LINE(28:).
           MOVE "_________________________" TO CARTA-LINE(55:).
           WRITE CARTA-LINE.
           MOVE "INSTRUCTOR O TUTOR" TO CARTA-LINE.
           MOVE "PATRON O REPRESENTANTE" TO CARTA-LINE(28:).
           MOVE "REPRESENTANTE DE LOS" TO CARTA-LINE(55:).
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           MOVE "LEGAL" TO CARTA-LINE(28:).
           MOVE "TRABAJADORES" TO CARTA-LINE(55:).
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           STRING "EMITIO: " WS-OPERADOR-FIRMADO "   FECHA: "
               WS-FECHA-HOY DELIMITED BY SIZE INTO CARTA-LINE.
           WRITE CARTA-LINE.
           CLOSE CARTA-FILE.

       ESCRIBE-SECCION.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE WS-SECCION-LINE TO CARTA-LINE.
           WRITE CARTA-LINE.

       ESCRIBE-DATO.
           MOVE WS-DATO-LINE TO CARTA-LINE.
           WRITE CARTA-LINE.

      * WS-FECHA-TRABAJO (AAAAMMDD) a "AAAA/MM/DD"
       EDITA-FECHA.
           MOVE SPACES TO WS-FECHA-EDITADA.
           STRING WS-FP-ANIO "/" WS-FP-MES "/" WS-FP-DIA
               DELIMITED BY SIZE INTO WS-FECHA-EDITADA.

      * la constancia queda en la bitacora con el curso que acredita
       REGISTRA-DC3.
           OPEN EXTEND DC3-FILE.
           IF WS-DC3-STATUS NOT = "00"
              AND WS-DC3-STATUS NOT = "05"
              DISPLAY "ERROR AL ABRIR data/DC3.DAT: "
                  WS-DC3-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FOLIO TO DC3-FOLIO.
           MOVE WS-FECHA-HOY TO DC3-FECHA.
           MOVE WS-HORA-HOY TO DC3-HORA.
           MOVE WS-ID-EMPLEADO TO DC3-DATO-ID.
           MOVE WS-CLAVE-CURSO TO DC3-CURSO.
           MOVE WS-ACR-FIN TO DC3-FECHA-FIN.
           MOVE WS-OPERADOR-FIRMADO TO DC3-OPERADOR.
           WRITE DC3-RECORD.
           CLOSE DC3-FILE.

      *-----------------------------------------------------------------
      * transaccion C: la historia de capacitacion de un DATO-ID
      *-----------------------------------------------------------------
       CONSULTA-HISTORIA.
           DISPLAY "DATO-ID: " WITH NO ADVANCING.
           ACCEPT WS-ID-EMPLEADO.
           PERFORM BUSCA-EMPLEADO.
           IF NOT EMPLEADO-ENCONTRADO
              DISPLAY "NO EXISTE EMPLEADO CON DATO-ID: "
                  WS-ID-EMPLEADO
           ELSE
              DISPLAY "EMPLEADO: " WS-EMP-NOMBRE
                  " DEPTO: " WS-EMP-DEPTO
              MOVE ZERO TO WS-NUM-CURSOS
              MOVE 'N' TO WS-EOF
              OPEN INPUT CAPHIST-FILE
              IF WS-CAPHIST-STATUS = "00"
                 PERFORM UNTIL NO-HAY-MAS-REGISTROS
                    READ CAPHIST-FILE
                       AT END MOVE 'S' TO WS-EOF
                       NOT AT END
                          IF CAH-DATO-ID = WS-ID-EMPLEADO
                             PERFORM MUESTRA-CURSO
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE CAPHIST-FILE
              DISPLAY "  " WS-NUM-CURSOS " CURSO(S) REGISTRADO(S)"
           END-IF.

       MUESTRA-CURSO.
           ADD 1 TO WS-NUM-CURSOS.
           MOVE CAH-CURSO TO WS-CLAVE-CURSO.
           PERFORM BUSCA-CURSO-CONSULTA.
           MOVE CAH-CURSO TO WS-CL-CURSO.
           MOVE WS-CUR-NOMBRE TO WS-CL-NOMBRE.
           MOVE CAH-FECHA-INICIO TO WS-CL-INICIO.
           MOVE CAH-FECHA-FIN TO WS-CL-FIN.
           IF CAH-ACREDITADO
              MOVE "ACREDITADO" TO WS-CL-RESULTADO
           ELSE
              MOVE "NO ACREDITADO" TO WS-CL-RESULTADO
           END-IF.
           DISPLAY WS-CONSULTA-LINE.

      * el nombre del curso sin tocar la lectura de data/CAPHIST.DAT
      * que esta en curso (BUSCA-CURSO usa WS-EOF)
       BUSCA-CURSO-CONSULTA.
           MOVE "(CURSO FUERA DEL CATALOGO)" TO WS-CUR-NOMBRE.
           OPEN INPUT CAPCURSO-FILE.
           IF WS-CAPCURSO-STATUS = "00"
              PERFORM UNTIL WS-CAPCURSO-STATUS NOT = "00"
                 READ CAPCURSO-FILE
                    AT END MOVE "10" TO WS-CAPCURSO-STATUS
                    NOT AT END
                       IF CUR-CLAVE = WS-CLAVE-CURSO
                          MOVE CUR-NOMBRE TO WS-CUR-NOMBRE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CAPCURSO-FILE.
