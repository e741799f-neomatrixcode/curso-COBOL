      * MANIFIESTO: manifiesto de los archivos que salen de la casa
      * (ver MANIFRC.cpy). La dispersion al banco, el extracto CFDI al
      * PAC, el SUA, los avisos IDSE, los diarios al mayor y el censo
      * de gastos medicos a la aseguradora salian sin
      * que quedara en ningun lado cuando se mando cada uno, si alguien
      * lo toco despues de cuadrarlo o si el receptor lo recibio. Modo
      * segun data/MANIFIESTO.PRM (lo escribe jobs/TRANSMITE.job):
      *   'R' registra un archivo al terminar el paso que lo genera:
      *       cuenta sus registros de detalle y suma su total de
      *       control segun el tipo (ver CUENTA-RENGLON) y guarda el
      *       checksum del contenido que calculo el job; un registro
      *       anterior del mismo archivo que no se envio queda
      *       sustituido
      *   'V' verifica antes de enviar: el checksum de hoy tiene que
      *       ser el del registro vigente del archivo; si cambio el
      *       envio se niega (COND-CODE 8). Si cuadra el renglon queda
      *       enviado, con su plazo de acuse, y el folio se deja en
      *       data/MANIFIESTO.FOL para el nombre del archivo enviado
      *   'A' importa data/ACUSES.DAT (ver ACUSERC.cpy): cada acuse
      *       marca su folio recibido o rechazado; lo que no aplica
      *       sale en data/ACUSES.RPT
      *   'P' reporte diario data/MANIFIESTO.RPT: enviados sin acuse
      *       con plazo vencido, rechazados sin reenvio y registrados
      *       sin enviar de dias anteriores
      * COND-CODE 4 si hay algo que atender, 8 si el archivo no se
      * pudo registrar o el envio se nego, 12 error de archivos.
      * uso: jobs/TRANSMITE.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFIESTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "data/MANIFIESTO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL MANIFIESTO-FILE
               ASSIGN TO "data/MANIFIESTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFIESTO-STATUS.

      * el archivo que se registra, con la ruta que trae el PRM
           SELECT OPTIONAL SALIDA-FILE ASSIGN TO WS-RUTA-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.

           SELECT OPTIONAL ACUSE-FILE ASSIGN TO "data/ACUSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUSE-STATUS.

           SELECT FOLIO-FILE ASSIGN TO "data/MANIFIESTO.FOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLIO-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-RUTA-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MODO           PIC X.
               88  PRM-REGISTRA   VALUE 'R'.
               88  PRM-VERIFICA   VALUE 'V'.
               88  PRM-ACUSES     VALUE 'A'.
               88  PRM-PENDIENTES VALUE 'P'.
           05  PRM-FECHA          PIC X(8).
      * solo en 'R' y 'V': el archivo, su tipo, el job que lo genero
      * y el checksum y tamano que calculo cksum
           05  PRM-ARCHIVO        PIC X(40).
           05  PRM-TIPO           PIC X(8).
           05  PRM-JOB            PIC X(12).
           05  PRM-CHECKSUM       PIC X(10).
           05  PRM-BYTES          PIC X(12).

       FD  MANIFIESTO-FILE.
           COPY MANIFRC.

       FD  SALIDA-FILE.
       01  SALIDA-LINE PIC X(120).

       FD  ACUSE-FILE.
           COPY ACUSERC.

       FD  FOLIO-FILE.
       01  FOLIO-LINE PIC 9(6).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           COPY LOGCOMM.
           77 WS-PARM-STATUS PIC XX VALUE SPACES.
           77 WS-MANIFIESTO-STATUS PIC XX VALUE SPACES.
           77 WS-SALIDA-STATUS PIC XX VALUE SPACES.
           77 WS-ACUSE-STATUS PIC XX VALUE SPACES.
           77 WS-FOLIO-STATUS PIC XX VALUE SPACES.
           77 WS-REPORT-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.
           77 WS-RUTA-ARCHIVO PIC X(40) VALUE SPACES.
           77 WS-RUTA-REPORTE PIC X(30) VALUE SPACES.

           77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           77 WS-INT-HOY PIC 9(7) VALUE ZERO.
           77 WS-HORA-HOY PIC 9(6) VALUE ZERO.
           77 WS-CHECKSUM PIC 9(10) VALUE ZERO.
           77 WS-BYTES PIC 9(12) VALUE ZERO.

      * tipos de archivo que se transmiten y dias que tiene el
      * receptor para acusar recibo desde el envio
       01  WS-TIPOS-CONST.
           05  FILLER PIC X(8) VALUE "DISPERSA".
           05  FILLER PIC 99 VALUE 01.
           05  FILLER PIC X(8) VALUE "CFDI    ".
           05  FILLER PIC 99 VALUE 03.
           05  FILLER PIC X(8) VALUE "SUA     ".
           05  FILLER PIC 99 VALUE 05.
           05  FILLER PIC X(8) VALUE "IDSE    ".
           05  FILLER PIC 99 VALUE 05.
           05  FILLER PIC X(8) VALUE "GL      ".
           05  FILLER PIC 99 VALUE 02.
           05  FILLER PIC X(8) VALUE "SGMM    ".
           05  FILLER PIC 99 VALUE 05.
       01  WS-TIPOS REDEFINES WS-TIPOS-CONST.
           05  TIPO-ENTRY OCCURS 6 TIMES
                   INDEXED BY TIPO-IDX.
               10  WS-TIPO-NOMBRE PIC X(8).
               10  WS-TIPO-PLAZO  PIC 99.
           77 WS-TIPO-POS PIC 9 VALUE ZERO.

      * manifiesto en memoria; se regraba completo al cambiar
           77 WS-NUM-MANIFIESTO PIC 9(5) VALUE ZERO.
       01  TABLA-MANIFIESTO.
           05  MANIFIESTO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY MAN-IDX.
               10  TAB-MAN-RENGLON PIC X(206).
           77 WS-ULTIMO-FOLIO PIC 9(6) VALUE ZERO.
           77 WS-MAN-POS PIC 9(5) VALUE ZERO.
           77 WS-POS-SIGUIENTE PIC 9(5) VALUE ZERO.
           77 WS-FOLIO-BUSCADO PIC 9(6) VALUE ZERO.
           77 WS-ARCHIVO-BUSCADO PIC X(40) VALUE SPACES.
           77 WS-REENVIADO PIC X VALUE 'N'.
              88 YA-SE-REENVIO VALUE 'S'.

      * conteo del archivo que se registra
           77 WS-NUM-REGISTROS PIC 9(7) VALUE ZERO.
           77 WS-TOTAL-CONTROL PIC S9(13)V99 VALUE ZERO.
           77 WS-RENGLONES-MALOS PIC 9(7) VALUE ZERO.
           77 WS-NUM-SUSTITUIDOS PIC 9(3) VALUE ZERO.
           77 WS-MONTO PIC S9(11)V99 VALUE ZERO.

      * vistas de un renglon de cada archivo que se transmite (los
      * layouts son los de BANKDISP, CFDINOM, SUACALC, SBCCALC,
      * GLPOST/ICCARGO/REVERSO y SGMMCALC)
       01  WS-LINEA PIC X(120).
      * dispersion, layout del lote y del catalogo '1': detalle 'D'
       01  WS-LIN-DISPERSA REDEFINES WS-LINEA.
           05  WS-LD-TIPO         PIC X.
           05  FILLER             PIC X(33).
           05  WS-LD-MONTO        PIC 9(9)V99.
           05  FILLER             PIC X(75).
      * dispersion, layout alterno '2' del catalogo: detalle '02'
       01  WS-LIN-DISP-ALTERNO REDEFINES WS-LINEA.
           05  WS-LA-TIPO         PIC XX.
           05  FILLER             PIC X(23).
           05  WS-LA-MONTO        PIC 9(11)V99.
           05  FILLER             PIC X(82).
      * dispersion en divisas: detalle 'F' con el monto convertido
       01  WS-LIN-DISP-DIVISAS REDEFINES WS-LINEA.
           05  WS-LF-TIPO         PIC X.
           05  FILLER             PIC X(26).
           05  WS-LF-MONTO        PIC 9(9)V99.
           05  FILLER             PIC X(82).
      * extracto CFDI: registro 'E' por recibo, total = neto
       01  WS-LIN-CFDI REDEFINES WS-LINEA.
           05  WS-LC-TIPO         PIC X.
           05  FILLER             PIC X(74).
           05  WS-LC-NETO         PIC 9(9)V99.
           05  FILLER             PIC X(34).
      * SUA: detalle 'D', total = cuota obrera + patronal + INFONAVIT
       01  WS-LIN-SUA REDEFINES WS-LINEA.
           05  WS-LS-TIPO         PIC X.
           05  FILLER             PIC X(48).
           05  WS-LS-OBRERA       PIC 9(9)V99.
           05  WS-LS-PATRONAL     PIC 9(9)V99.
           05  WS-LS-INFONAVIT    PIC 9(9)V99.
           05  FILLER             PIC X(38).
      * IDSE: aviso de modificacion 'M' (SBCCALC) o movimiento
      * afiliatorio 'A' (IDSEMOV), total = suma de los SBC
       01  WS-LIN-IDSE REDEFINES WS-LINEA.
           05  WS-LI-TIPO         PIC X.
           05  FILLER             PIC X(44).
           05  WS-LI-SBC          PIC 9(7)V99.
           05  FILLER             PIC X(66).
      * diario al mayor: asientos DEBITO/CREDITO, total = debitos
       01  WS-LIN-GL REDEFINES WS-LINEA.
           05  WS-LG-CUENTA       PIC X(6).
           05  FILLER             PIC X(2).
           05  WS-LG-TIPO         PIC X(7).
           05  FILLER             PIC X(2).
           05  WS-LG-MONTO        PIC $Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(85).
      * censo de gastos medicos: asegurado 'D', total = primas
       01  WS-LIN-SGMM REDEFINES WS-LINEA.
           05  WS-LM-TIPO         PIC X.
           05  FILLER             PIC X(38).
           05  WS-LM-PRIMA        PIC 9(7)V99.
           05  FILLER             PIC X(72).

      * contadores de los acuses y del reporte
           77 WS-NUM-ACUSES PIC 9(5) VALUE ZERO.
           77 WS-NUM-RECIBIDOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-RECHAZOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-NO-APLICADOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-VENCIDOS PIC 9(5) VALUE ZERO.
           77 WS-NUM-SIN-REENVIO PIC 9(5) VALUE ZERO.
           77 WS-NUM-SIN-ENVIAR PIC 9(5) VALUE ZERO.
           77 WS-NUM-EN-PLAZO PIC 9(5) VALUE ZERO.
           77 WS-DIAS-VENCIDO PIC 9(5) VALUE ZERO.
           77 WS-MOTIVO PIC X(40) VALUE SPACES.

       01  WS-DETALLE-LINE.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-D-FOLIO     PIC 9(6).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-ARCHIVO   PIC X(28).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-TIPO      PIC X(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-FECHA     PIC 9(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-LIMITE    PIC 9(8).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-D-NOTA      PIC X(35).

       01  WS-ACUSE-LINE.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  WS-A-FOLIO     PIC 9(6).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-A-RESULTADO PIC X.
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-A-REFERENCIA PIC X(20).
           05  FILLER         PIC X(1) VALUE SPACES.
           05  WS-A-NOTA      PIC X(60).

           77 WS-ED-REGISTROS PIC Z,ZZZ,ZZ9.
           77 WS-ED-TOTAL PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'MANIFIESTO' TO LOG-PROGRAMA.
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-MANIFIESTO.
           EVALUATE TRUE
              WHEN PRM-REGISTRA
                 PERFORM REGISTRA-ARCHIVO
              WHEN PRM-VERIFICA
                 PERFORM VERIFICA-ENVIO
              WHEN PRM-ACUSES
                 PERFORM IMPORTA-ACUSES
              WHEN PRM-PENDIENTES
                 PERFORM REPORTE-PENDIENTES
           END-EVALUATE.
           STOP RUN.

       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END MOVE "10" TO WS-PARM-STATUS
              END-READ
           END-IF.
           IF WS-PARM-STATUS NOT = "00"
              OR PRM-FECHA IS NOT NUMERIC
              OR NOT (PRM-REGISTRA OR PRM-VERIFICA OR PRM-ACUSES
                      OR PRM-PENDIENTES)
              DISPLAY "ERROR: data/MANIFIESTO.PRM SIN MODO O FECHA "
                  "VALIDOS: " WS-PARM-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PARM-FILE.
           MOVE PRM-FECHA TO WS-FECHA-HOY.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HOY) NOT = ZERO
              DISPLAY "ERROR: FECHA INVALIDA EN data/MANIFIESTO.PRM: "
                  PRM-FECHA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOY.
           IF PRM-REGISTRA OR PRM-VERIFICA
              IF PRM-ARCHIVO = SPACES
                 OR PRM-CHECKSUM IS NOT NUMERIC
                 OR PRM-BYTES IS NOT NUMERIC
                 DISPLAY "ERROR: data/MANIFIESTO.PRM SIN ARCHIVO O "
                     "SIN CHECKSUM"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PRM-CHECKSUM TO WS-CHECKSUM
              MOVE PRM-BYTES TO WS-BYTES
           END-IF.

       CARGA-MANIFIESTO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MANIFIESTO-FILE.
           IF WS-MANIFIESTO-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ MANIFIESTO-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       IF WS-NUM-MANIFIESTO = 5000
                          DISPLAY "TABLA LLENA: WS-NUM-MANIFIESTO"
                          PERFORM ABORTA-TABLA-LLENA
                       END-IF
                       ADD 1 TO WS-NUM-MANIFIESTO
                       MOVE MANIFIESTO-RECORD TO
                           TAB-MAN-RENGLON(WS-NUM-MANIFIESTO)
                       IF MAN-FOLIO > WS-ULTIMO-FOLIO
                          MOVE MAN-FOLIO TO WS-ULTIMO-FOLIO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE MANIFIESTO-FILE.

      * el manifiesto se regraba completo con los cambios del modo
      * (la primera vez no existe: OPTIONAL regresa "05")
       GRABA-MANIFIESTO.
           OPEN OUTPUT MANIFIESTO-FILE.
           IF WS-MANIFIESTO-STATUS NOT = "00"
              AND WS-MANIFIESTO-STATUS NOT = "05"
              DISPLAY "ERROR AL GRABAR data/MANIFIESTO.DAT: "
                  WS-MANIFIESTO-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > WS-NUM-MANIFIESTO
              MOVE TAB-MAN-RENGLON(MAN-IDX) TO MANIFIESTO-RECORD
              WRITE MANIFIESTO-RECORD
           END-PERFORM.
           CLOSE MANIFIESTO-FILE.

       BUSCA-TIPO.
           MOVE ZERO TO WS-TIPO-POS.
           PERFORM VARYING TIPO-IDX FROM 1 BY 1 UNTIL TIPO-IDX > 6
              IF WS-TIPO-NOMBRE(TIPO-IDX) = MAN-TIPO
                 SET WS-TIPO-POS TO TIPO-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * modo 'R': registro de un archivo al terminar su paso
      *-----------------------------------------------------------------
       REGISTRA-ARCHIVO.
           MOVE PRM-TIPO TO MAN-TIPO.
           PERFORM BUSCA-TIPO.
           IF WS-TIPO-POS = ZERO
              DISPLAY "MANIFIESTO: TIPO DE ARCHIVO DESCONOCIDO: "
                  PRM-TIPO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CUENTA-ARCHIVO.
           IF WS-RENGLONES-MALOS > ZERO
              DISPLAY "MANIFIESTO: " WS-RENGLONES-MALOS
                  " RENGLON(ES) CON MONTO NO NUMERICO EN "
                  PRM-ARCHIVO ", NO SE REGISTRA"
              MOVE 'E' TO LOG-SEVERIDAD
              MOVE SPACES TO LOG-MENSAJE
              STRING 'NO SE REGISTRA ' PRM-ARCHIVO
                  ' MONTOS NO NUMERICOS' DELIMITED BY SIZE
                  INTO LOG-MENSAJE
              PERFORM REGISTRA-BITACORA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * lo registrado y no enviado del mismo archivo ya no es lo que
      * se va a mandar
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > WS-NUM-MANIFIESTO
              MOVE TAB-MAN-RENGLON(MAN-IDX) TO MANIFIESTO-RECORD
              IF MAN-ARCHIVO = PRM-ARCHIVO
                 AND MAN-REGISTRADO
                 MOVE 'S' TO MAN-ESTADO
                 MOVE MANIFIESTO-RECORD TO TAB-MAN-RENGLON(MAN-IDX)
                 ADD 1 TO WS-NUM-SUSTITUIDOS
              END-IF
           END-PERFORM.

           IF WS-NUM-MANIFIESTO = 5000
              DISPLAY "TABLA LLENA: WS-NUM-MANIFIESTO"
              PERFORM ABORTA-TABLA-LLENA
           END-IF.
           ADD 1 TO WS-ULTIMO-FOLIO.
           INITIALIZE MANIFIESTO-RECORD.
           MOVE WS-ULTIMO-FOLIO TO MAN-FOLIO.
           MOVE PRM-ARCHIVO TO MAN-ARCHIVO.
           MOVE PRM-TIPO TO MAN-TIPO.
           MOVE PRM-JOB TO MAN-JOB.
           MOVE WS-FECHA-HOY TO MAN-FECHA-REG.
           MOVE WS-HORA-HOY TO MAN-HORA-REG.
           MOVE WS-NUM-REGISTROS TO MAN-REGISTROS.
           MOVE WS-TOTAL-CONTROL TO MAN-TOTAL.
           MOVE WS-CHECKSUM TO MAN-CHECKSUM.
           MOVE WS-BYTES TO MAN-BYTES.
           MOVE 'R' TO MAN-ESTADO.
           ADD 1 TO WS-NUM-MANIFIESTO.
           MOVE MANIFIESTO-RECORD TO
               TAB-MAN-RENGLON(WS-NUM-MANIFIESTO).
           PERFORM GRABA-MANIFIESTO.

           MOVE WS-NUM-REGISTROS TO WS-ED-REGISTROS.
           MOVE WS-TOTAL-CONTROL TO WS-ED-TOTAL.
           DISPLAY "MANIFIESTO: " PRM-ARCHIVO " REGISTRADO, FOLIO "
               MAN-FOLIO ", " WS-ED-REGISTROS " REGISTRO(S), TOTAL "
               WS-ED-TOTAL.
           IF WS-NUM-SUSTITUIDOS > ZERO
              DISPLAY "MANIFIESTO: " WS-NUM-SUSTITUIDOS
                  " REGISTRO(S) ANTERIOR(ES) SIN ENVIAR SUSTITUIDO(S)"
           END-IF.
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'REGISTRO FOLIO ' MAN-FOLIO ' ' PRM-ARCHIVO
               ' ' WS-NUM-REGISTROS ' REGS'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           MOVE ZERO TO RETURN-CODE.

      * cuenta los registros de detalle y suma el total de control
       CUENTA-ARCHIVO.
           MOVE PRM-ARCHIVO TO WS-RUTA-ARCHIVO.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SALIDA-FILE.
           IF WS-SALIDA-STATUS NOT = "00"
              DISPLAY "MANIFIESTO: NO SE PUEDE LEER " PRM-ARCHIVO
                  ": " WS-SALIDA-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ SALIDA-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    MOVE SALIDA-LINE TO WS-LINEA
                    PERFORM CUENTA-RENGLON
              END-READ
           END-PERFORM.
           CLOSE SALIDA-FILE.

      * encabezados y trailers no cuentan: solo los registros de
      * detalle de cada layout
       CUENTA-RENGLON.
           EVALUATE WS-TIPO-NOMBRE(WS-TIPO-POS)
              WHEN "DISPERSA"
                 EVALUATE TRUE
                    WHEN WS-LD-TIPO = 'D'
                       IF WS-LD-MONTO IS NUMERIC
                          ADD 1 TO WS-NUM-REGISTROS
                          ADD WS-LD-MONTO TO WS-TOTAL-CONTROL
                       ELSE
                          ADD 1 TO WS-RENGLONES-MALOS
                       END-IF
                    WHEN WS-LA-TIPO = '02'
                       IF WS-LA-MONTO IS NUMERIC
                          ADD 1 TO WS-NUM-REGISTROS
                          ADD WS-LA-MONTO TO WS-TOTAL-CONTROL
                       ELSE
                          ADD 1 TO WS-RENGLONES-MALOS
                       END-IF
                    WHEN WS-LF-TIPO = 'F'
                       IF WS-LF-MONTO IS NUMERIC
                          ADD 1 TO WS-NUM-REGISTROS
                          ADD WS-LF-MONTO TO WS-TOTAL-CONTROL
                       ELSE
                          ADD 1 TO WS-RENGLONES-MALOS
                       END-IF
                 END-EVALUATE
              WHEN "CFDI"
                 IF WS-LC-TIPO = 'E'
                    IF WS-LC-NETO IS NUMERIC
                       ADD 1 TO WS-NUM-REGISTROS
                       ADD WS-LC-NETO TO WS-TOTAL-CONTROL
                    ELSE
                       ADD 1 TO WS-RENGLONES-MALOS
                    END-IF
                 END-IF
              WHEN "SUA"
                 IF WS-LS-TIPO = 'D'
                    IF WS-LS-OBRERA IS NUMERIC
                       AND WS-LS-PATRONAL IS NUMERIC
                       AND WS-LS-INFONAVIT IS NUMERIC
                       ADD 1 TO WS-NUM-REGISTROS
                       ADD WS-LS-OBRERA WS-LS-PATRONAL WS-LS-INFONAVIT
                           TO WS-TOTAL-CONTROL
                    ELSE
                       ADD 1 TO WS-RENGLONES-MALOS
                    END-IF
                 END-IF
              WHEN "IDSE"
                 IF WS-LI-TIPO = 'M' OR WS-LI-TIPO = 'A'
                    IF WS-LI-SBC IS NUMERIC
                       ADD 1 TO WS-NUM-REGISTROS
                       ADD WS-LI-SBC TO WS-TOTAL-CONTROL
                    ELSE
                       ADD 1 TO WS-RENGLONES-MALOS
                    END-IF
                 END-IF
              WHEN "GL"
                 IF WS-LG-TIPO = 'DEBITO' OR WS-LG-TIPO = 'CREDITO'
                    ADD 1 TO WS-NUM-REGISTROS
                    IF WS-LG-TIPO = 'DEBITO'
                       MOVE WS-LG-MONTO TO WS-MONTO
                       ADD WS-MONTO TO WS-TOTAL-CONTROL
                    END-IF
                 END-IF
              WHEN "SGMM"
                 IF WS-LM-TIPO = 'D'
                    IF WS-LM-PRIMA IS NUMERIC
                       ADD 1 TO WS-NUM-REGISTROS
                       ADD WS-LM-PRIMA TO WS-TOTAL-CONTROL
                    ELSE
                       ADD 1 TO WS-RENGLONES-MALOS
                    END-IF
                 END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * modo 'V': verificacion antes de enviar
      *-----------------------------------------------------------------
      * manda el registro mas reciente del archivo: si ya se envio hay
      * que regenerarlo y registrarlo para volver a mandarlo
       VERIFICA-ENVIO.
           MOVE PRM-ARCHIVO TO WS-ARCHIVO-BUSCADO.
           MOVE ZERO TO WS-MAN-POS.
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > WS-NUM-MANIFIESTO
              MOVE TAB-MAN-RENGLON(MAN-IDX) TO MANIFIESTO-RECORD
              IF MAN-ARCHIVO = WS-ARCHIVO-BUSCADO
                 SET WS-MAN-POS TO MAN-IDX
              END-IF
           END-PERFORM.
           IF WS-MAN-POS = ZERO
              MOVE SPACES TO WS-MOTIVO
              STRING 'NO ESTA REGISTRADO' DELIMITED BY SIZE
                  INTO WS-MOTIVO
              PERFORM NIEGA-ENVIO
           END-IF.
           MOVE TAB-MAN-RENGLON(WS-MAN-POS) TO MANIFIESTO-RECORD.
           IF NOT MAN-REGISTRADO
              MOVE SPACES TO WS-MOTIVO
              STRING 'YA SE ENVIO CON FOLIO ' MAN-FOLIO
                  DELIMITED BY SIZE INTO WS-MOTIVO
              PERFORM NIEGA-ENVIO
           END-IF.
           IF MAN-CHECKSUM NOT = WS-CHECKSUM
              OR MAN-BYTES NOT = WS-BYTES
              MOVE SPACES TO WS-MOTIVO
              STRING 'CAMBIO DESDE SU REGISTRO (FOLIO ' MAN-FOLIO ')'
                  DELIMITED BY SIZE INTO WS-MOTIVO
              PERFORM NIEGA-ENVIO
           END-IF.

           MOVE TAB-MAN-RENGLON(WS-MAN-POS) TO MANIFIESTO-RECORD.
           PERFORM BUSCA-TIPO.
           MOVE 'E' TO MAN-ESTADO.
           MOVE WS-FECHA-HOY TO MAN-FECHA-ENVIO.
           MOVE WS-HORA-HOY TO MAN-HORA-ENVIO.
           COMPUTE MAN-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               WS-INT-HOY + WS-TIPO-PLAZO(WS-TIPO-POS)).
           MOVE MANIFIESTO-RECORD TO TAB-MAN-RENGLON(WS-MAN-POS).
           PERFORM GRABA-MANIFIESTO.

           OPEN OUTPUT FOLIO-FILE.
           MOVE MAN-FOLIO TO FOLIO-LINE.
           WRITE FOLIO-LINE.
           CLOSE FOLIO-FILE.
           DISPLAY "MANIFIESTO: " PRM-ARCHIVO " VERIFICADO, FOLIO "
               MAN-FOLIO ", ACUSE A MAS TARDAR EL " MAN-FECHA-LIMITE.
           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'ENVIO FOLIO ' MAN-FOLIO ' ' PRM-ARCHIVO
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           MOVE ZERO TO RETURN-CODE.

       NIEGA-ENVIO.
           DISPLAY "MANIFIESTO: ENVIO NEGADO, " PRM-ARCHIVO " "
               WS-MOTIVO.
           MOVE 'E' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'ENVIO NEGADO ' PRM-ARCHIVO ' ' WS-MOTIVO
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      * modo 'A': importacion de acuses
      *-----------------------------------------------------------------
       IMPORTA-ACUSES.
           MOVE "data/ACUSES.RPT" TO WS-RUTA-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/ACUSES.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACUSES DE TRANSMISIONES IMPORTADOS EL ' WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ACUSE-FILE.
           IF WS-ACUSE-STATUS = "00"
              PERFORM UNTIL NO-HAY-MAS-REGISTROS
                 READ ACUSE-FILE
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                       PERFORM APLICA-ACUSE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ACUSE-FILE.
           IF WS-NUM-ACUSES = ZERO
              MOVE '  NO HAY ACUSES EN data/ACUSES.DAT' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACUSES: ' WS-NUM-ACUSES '  RECIBIDOS: '
               WS-NUM-RECIBIDOS '  RECHAZADOS: ' WS-NUM-RECHAZOS
               '  NO APLICADOS: ' WS-NUM-NO-APLICADOS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           IF WS-NUM-RECIBIDOS > ZERO OR WS-NUM-RECHAZOS > ZERO
              PERFORM GRABA-MANIFIESTO
           END-IF.

           DISPLAY "MANIFIESTO: " WS-NUM-RECIBIDOS " RECIBIDO(S), "
               WS-NUM-RECHAZOS " RECHAZADO(S), " WS-NUM-NO-APLICADOS
               " ACUSE(S) NO APLICADO(S), VER data/ACUSES.RPT".
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'ACUSES: ' WS-NUM-RECIBIDOS ' RECIBIDOS, '
               WS-NUM-RECHAZOS ' RECHAZADOS, ' WS-NUM-NO-APLICADOS
               ' NO APLICADOS' DELIMITED BY SIZE INTO LOG-MENSAJE.
           IF WS-NUM-RECHAZOS > ZERO OR WS-NUM-NO-APLICADOS > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
           END-IF.

      * solo se acusa un envio: un folio que no existe, que no se ha
      * enviado o que ya tiene su acuse no se toca
       APLICA-ACUSE.
           ADD 1 TO WS-NUM-ACUSES.
           MOVE ACU-FOLIO TO WS-A-FOLIO.
           MOVE ACU-RESULTADO TO WS-A-RESULTADO.
           MOVE ACU-REFERENCIA TO WS-A-REFERENCIA.
           MOVE SPACES TO WS-A-NOTA.
           MOVE ZERO TO WS-MAN-POS.
           IF ACU-FOLIO IS NUMERIC
              MOVE ACU-FOLIO TO WS-FOLIO-BUSCADO
              PERFORM VARYING MAN-IDX FROM 1 BY 1
                      UNTIL MAN-IDX > WS-NUM-MANIFIESTO
                 MOVE TAB-MAN-RENGLON(MAN-IDX) TO MANIFIESTO-RECORD
                 IF MAN-FOLIO = WS-FOLIO-BUSCADO
                    SET WS-MAN-POS TO MAN-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           EVALUATE TRUE
              WHEN WS-MAN-POS = ZERO
                 ADD 1 TO WS-NUM-NO-APLICADOS
                 MOVE 'NO APLICADO: EL FOLIO NO ESTA EN EL MANIFIESTO'
                     TO WS-A-NOTA
              WHEN NOT (ACU-RECIBIDO OR ACU-RECHAZADO)
                 OR ACU-FECHA IS NOT NUMERIC
                 ADD 1 TO WS-NUM-NO-APLICADOS
                 MOVE 'NO APLICADO: RESULTADO O FECHA INVALIDOS'
                     TO WS-A-NOTA
              WHEN OTHER
                 MOVE TAB-MAN-RENGLON(WS-MAN-POS) TO MANIFIESTO-RECORD
                 IF NOT MAN-ENVIADO
                    ADD 1 TO WS-NUM-NO-APLICADOS
                    MOVE SPACES TO WS-A-NOTA
                    STRING 'NO APLICADO: ' DELIMITED BY SIZE
                        MAN-ARCHIVO DELIMITED BY SPACE
                        ' NO ESTA PENDIENTE DE ACUSE'
                        DELIMITED BY SIZE INTO WS-A-NOTA
                 ELSE
                    MOVE ACU-FECHA TO MAN-FECHA-ACUSE
                    MOVE ACU-REFERENCIA TO MAN-REFERENCIA
                    IF ACU-RECIBIDO
                       MOVE 'A' TO MAN-ESTADO
                       ADD 1 TO WS-NUM-RECIBIDOS
                       MOVE SPACES TO WS-A-NOTA
                       STRING 'RECIBIDO: ' MAN-ARCHIVO
                           DELIMITED BY SIZE INTO WS-A-NOTA
                    ELSE
                       MOVE 'X' TO MAN-ESTADO
                       MOVE ACU-MOTIVO TO MAN-MOTIVO
                       ADD 1 TO WS-NUM-RECHAZOS
                       MOVE SPACES TO WS-A-NOTA
                       STRING 'RECHAZADO: ' ACU-MOTIVO
                           DELIMITED BY SIZE INTO WS-A-NOTA
                    END-IF
                    MOVE MANIFIESTO-RECORD TO
                        TAB-MAN-RENGLON(WS-MAN-POS)
                 END-IF
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-ACUSE-LINE.

      *-----------------------------------------------------------------
      * modo 'P': reporte diario de pendientes
      *-----------------------------------------------------------------
       REPORTE-PENDIENTES.
           MOVE "data/MANIFIESTO.RPT" TO WS-RUTA-REPORTE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR data/MANIFIESTO.RPT: "
                  WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TRANSMISIONES PENDIENTES AL ' WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ENVIADOS SIN ACUSE CON PLAZO VENCIDO' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  FOLIO  ARCHIVO                      TIPO     '
               'FECHA    LIMITE' DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > WS-NUM-MANIFIESTO
              MOVE TAB-MAN-RENGLON(MAN-IDX) TO MANIFIESTO-RECORD
              IF MAN-ENVIADO
                 IF MAN-FECHA-LIMITE < WS-FECHA-HOY
                    ADD 1 TO WS-NUM-VENCIDOS
                    COMPUTE WS-DIAS-VENCIDO = WS-INT-HOY -
                        FUNCTION INTEGER-OF-DATE(MAN-FECHA-LIMITE)
                    PERFORM ARMA-DETALLE
                    MOVE MAN-FECHA-ENVIO TO WS-D-FECHA
                    STRING WS-DIAS-VENCIDO ' DIA(S) VENCIDO'
                        DELIMITED BY SIZE INTO WS-D-NOTA
                    WRITE REPORT-LINE FROM WS-DETALLE-LINE
                 ELSE
                    ADD 1 TO WS-NUM-EN-PLAZO
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-NUM-VENCIDOS = ZERO
              MOVE '  NINGUNO' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RECHAZADOS SIN REENVIO (NO HAY REGISTRO POSTERIOR '
               'DEL MISMO ARCHIVO)' DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > WS-NUM-MANIFIESTO
              MOVE TAB-MAN-RENGLON(MAN-IDX) TO MANIFIESTO-RECORD
              IF MAN-RECHAZADO
                 PERFORM BUSCA-REENVIO
                 MOVE TAB-MAN-RENGLON(MAN-IDX) TO MANIFIESTO-RECORD
                 IF NOT YA-SE-REENVIO
                    ADD 1 TO WS-NUM-SIN-REENVIO
                    PERFORM ARMA-DETALLE
                    MOVE MAN-FECHA-ACUSE TO WS-D-FECHA
                    MOVE MAN-MOTIVO TO WS-D-NOTA
                    WRITE REPORT-LINE FROM WS-DETALLE-LINE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-NUM-SIN-REENVIO = ZERO
              MOVE '  NINGUNO' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REGISTRADOS SIN ENVIAR DE DIAS ANTERIORES'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > WS-NUM-MANIFIESTO
              MOVE TAB-MAN-RENGLON(MAN-IDX) TO MANIFIESTO-RECORD
              IF MAN-REGISTRADO
                 AND MAN-FECHA-REG < WS-FECHA-HOY
                 ADD 1 TO WS-NUM-SIN-ENVIAR
                 PERFORM ARMA-DETALLE
                 MOVE MAN-FECHA-REG TO WS-D-FECHA
                 MOVE ZERO TO WS-D-LIMITE
                 MOVE 'REGISTRADO, NO SE HA ENVIADO' TO WS-D-NOTA
                 WRITE REPORT-LINE FROM WS-DETALLE-LINE
              END-IF
           END-PERFORM.
           IF WS-NUM-SIN-ENVIAR = ZERO
              MOVE '  NINGUNO' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'VENCIDOS: ' WS-NUM-VENCIDOS '  EN PLAZO: '
               WS-NUM-EN-PLAZO '  RECHAZADOS SIN REENVIO: '
               WS-NUM-SIN-REENVIO '  SIN ENVIAR: ' WS-NUM-SIN-ENVIAR
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "MANIFIESTO: " WS-NUM-VENCIDOS
               " ENVIO(S) SIN ACUSE VENCIDO(S), " WS-NUM-SIN-REENVIO
               " RECHAZADO(S) SIN REENVIO, " WS-NUM-SIN-ENVIAR
               " SIN ENVIAR".
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'PENDIENTES ' WS-FECHA-HOY ': ' WS-NUM-VENCIDOS
               ' VENCIDOS, ' WS-NUM-SIN-REENVIO ' RECHAZADOS, '
               WS-NUM-SIN-ENVIAR ' SIN ENVIAR'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           IF WS-NUM-VENCIDOS > ZERO OR WS-NUM-SIN-REENVIO > ZERO
              MOVE 'W' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'I' TO LOG-SEVERIDAD
              PERFORM REGISTRA-BITACORA
              MOVE ZERO TO RETURN-CODE
           END-IF.

       ARMA-DETALLE.
           MOVE MAN-FOLIO TO WS-D-FOLIO.
           MOVE MAN-ARCHIVO TO WS-D-ARCHIVO.
           MOVE MAN-TIPO TO WS-D-TIPO.
           MOVE MAN-FECHA-LIMITE TO WS-D-LIMITE.
           MOVE SPACES TO WS-D-NOTA.

      * un rechazo queda atendido cuando el mismo archivo se volvio a
      * registrar despues
       BUSCA-REENVIO.
           MOVE 'N' TO WS-REENVIADO.
           MOVE MAN-ARCHIVO TO WS-ARCHIVO-BUSCADO.
           MOVE MAN-FOLIO TO WS-FOLIO-BUSCADO.
           SET WS-POS-SIGUIENTE TO MAN-IDX.
           ADD 1 TO WS-POS-SIGUIENTE.
           PERFORM VARYING WS-MAN-POS FROM WS-POS-SIGUIENTE BY 1
                   UNTIL WS-MAN-POS > WS-NUM-MANIFIESTO
              MOVE TAB-MAN-RENGLON(WS-MAN-POS) TO MANIFIESTO-RECORD
              IF MAN-ARCHIVO = WS-ARCHIVO-BUSCADO
                 AND MAN-FOLIO > WS-FOLIO-BUSCADO
                 MOVE 'S' TO WS-REENVIADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * una tabla en memoria llena no se trunca en silencio: un
      * manifiesto regrabado a medias pierde transmisiones
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
