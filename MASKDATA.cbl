      * MASKDATA: enmascara un archivo de datos de la nomina para la
      * copia de pruebas que arma jobs/MASKDATA.job. Quien prueba un
      * cambio de tarifas o una tabla de impuestos nueva se lleva a su
      * PC una copia de data/; esa copia ya no puede llevar nombres,
      * RFC, CURP ni CLABE reales.
      * Cada corrida procesa UN archivo; el job le pasa por ACCEPT la
      * clave de la copia, el tipo de layout, la ruta de entrada y la
      * ruta de salida. El valor enmascarado es funcion fija de la
      * clave y del valor original: el mismo RFC, nombre o CLABE sale
      * igual en todos los archivos de la copia (DATO-ID, llaves
      * cruzadas y duplicados se conservan, INTEGAUD y FRAUDCHK ven lo
      * mismo que en produccion) y sin la clave no se puede rehacer.
      *   - NOMBRE: nombre y dos apellidos de un catalogo ficticio
      *   - RFC: letras y homoclave nuevas, la fecha se conserva y el
      *     digito verificador se recalcula con el mismo algoritmo del
      *     SAT que valida EMPMANTTO.cbl
      *   - CURP: las cuatro letras son las mismas que las del RFC de
      *     la misma persona, fecha, sexo, entidad y caracter de siglo
      *     se conservan, consonantes nuevas y digito verificador
      *     recalculado
      *   - CLABE: banco y plaza se conservan (el catalogo de bancos
      *     sigue cuadrando), cuenta nueva y digito verificador 3-7-1
      *     recalculado como en BNKMANTTO.cbl
      * Montos, fechas, horas y DATO-IDs no se tocan. En archivos con
      * etiquetas (EMPLOYEE.DAT) el encabezado HDR se conserva y el
      * trailer TRL se recalcula con lo que realmente se grabo, para
      * que LBLVERIF acepte la copia.
      * Tipos de layout:
      *   EMP  EMPREC.cpy (EMPLOYEE.DAT, PAYCALC.*, SUA.IN, ...)
      *   BNK  BANKREC.cpy      BEN  BENEFREC.cpy    PEN  PENSREC.cpy
      *   UNL  UNLOCREC.cpy     FCE  FONCEDRC.cpy    FCR  FONCRRC.cpy
      *   FPG  FONPAGRC.cpy     DRP  DEFREPRC.cpy    PPL  POSPAYRC.cpy
      *   CHK  CHKREC.cpy       CPD  CAMPENRC.cpy    TRN  EMPTRNRC.cpy
      *   SUS  SUSPREC.cpy      DIS  DISTREC.cpy
      *   RSP  respuesta del banco (BANKRESP.DAT, ver BANKRET.cbl)
      *   DSP  lote de dispersion (DISPERSA*.OUT, ver BANKDISP.cbl)
      *   RFV  RFCVALRC.cpy     SGM  SGMMREC.cpy
      *   RFR  respuesta del SAT a la validacion de RFC (RFCRESP.DAT,
      *        ver RFCRESP.cbl)
      * La fecha de nacimiento de los asegurados de SGMM es la unica
      * fecha que se enmascara: junto con el nombre del dependiente
      * identifica a la persona. Se conservan el anio y el mes (la
      * edad y la banda de edad de la prima casi no cambian) y el dia
      * se sustituye.
      * COND-CODE 12 si no se puede abrir un archivo o el tipo no
      * existe.
      * uso: jobs/MASKDATA.job
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKDATA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO WS-RUTA-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.

           SELECT SALIDA-FILE ASSIGN TO WS-RUTA-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * todas las descripciones comparten el mismo buffer; la que
      * aplica la decide el tipo que pasa el job
       FD  ENTRADA-FILE.
       01  ENTRADA-LINEA PIC X(300).
           COPY EMPREC.
           COPY BANKREC.
           COPY BENEFREC.
           COPY PENSREC.
           COPY UNLOCREC.
           COPY FONCEDRC.
           COPY FONCRRC.
           COPY FONPAGRC.
           COPY DEFREPRC.
           COPY POSPAYRC.
           COPY CHKREC.
           COPY CAMPENRC.
           COPY EMPTRNRC.
           COPY SUSPREC.
           COPY DISTREC.
           COPY RFCVALRC.
           COPY SGMMREC.
       01  BANKRESP-RECORD.
           05  RSP-DATO-ID        PIC 9(5).
           05  RSP-CLABE          PIC X(18).
           05  RSP-MOTIVO         PIC X(2).
       01  DISPERSA-LINE.
           05  DSP-TIPO           PIC X.
           05  DSP-CLABE          PIC X(18).
           05  FILLER             PIC X(41).
       01  RFCRESP-RECORD.
           05  RSV-RFC            PIC X(13).
           05  RSV-RESULTADO      PIC X.
           05  RSV-NOMBRE-SAT     PIC X(60).

       FD  SALIDA-FILE.
       01  SALIDA-LINEA PIC X(300).

       WORKING-STORAGE SECTION.
           77 WS-ENTRADA-STATUS PIC XX VALUE SPACES.
           77 WS-SALIDA-STATUS PIC XX VALUE SPACES.
           77 WS-EOF PIC X VALUE 'N'.
              88 NO-HAY-MAS-REGISTROS VALUE 'S'.

      * parametros de la corrida (del job, por ACCEPT)
           77 WS-CLAVE PIC 9(9) VALUE ZERO.
           77 WS-TIPO PIC X(3) VALUE SPACES.
              88 TIPO-VALIDO VALUES 'EMP' 'BNK' 'BEN' 'PEN' 'UNL'
                  'FCE' 'FCR' 'FPG' 'DRP' 'PPL' 'CHK' 'CPD' 'TRN'
                  'SUS' 'DIS' 'RSP' 'DSP' 'RFV' 'RFR' 'SGM'.
           77 WS-RUTA-ENTRADA PIC X(100) VALUE SPACES.
           77 WS-RUTA-SALIDA PIC X(100) VALUE SPACES.

      * etiquetas del archivo (ver LBLREC.cpy): el HDR pasa igual, el
      * TRL se rehace con lo grabado
           COPY LBLREC.
           77 WS-LBL-CONTEO PIC 9(6) VALUE ZERO.
           77 WS-LBL-HASH-HORAS PIC 9(7) VALUE ZERO.
           77 WS-HAY-TRAILER PIC X VALUE 'N'.
              88 HAY-TRAILER VALUE 'S'.

      * generador: la semilla sale de la clave y del valor original
      * (WS-M-LLAVE) y cada WS-M-AZAR siguiente es la secuencia de
      * congruencia de Park-Miller, asi que el mismo valor original
      * da siempre el mismo valor enmascarado
           77 WS-M-LLAVE PIC X(30) VALUE SPACES.
           77 WS-M-LARGO PIC 99 VALUE ZERO.
           77 WS-M-POS PIC 99 VALUE ZERO.
           77 WS-M-AZAR PIC 9(15) VALUE ZERO.
           77 WS-M-VALOR PIC 99 VALUE ZERO.
           77 WS-M-ELECCION PIC 99 VALUE ZERO.
           77 WS-M-ALFABETO PIC X(40) VALUE
               '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ&.- '.
           77 WS-M-LETRAS PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           77 WS-M-CONSONANTES PIC X(20) VALUE
               'BCDFGHJKLMNPQRSTVWXZ'.
           77 WS-M-HOMOCLAVE PIC X(34) VALUE
               '123456789ABCDEFGHIJKLMNPQRSTUVWXYZ'.

      * catalogo de nombres ficticios (a lo mas 9 posiciones cada uno,
      * para que nombre y dos apellidos quepan en 30)
       01  TABLA-NOMBRES-FICTICIOS.
           05  FILLER PIC X(9) VALUE 'ADRIAN'.
           05  FILLER PIC X(9) VALUE 'BEATRIZ'.
           05  FILLER PIC X(9) VALUE 'CARLOS'.
           05  FILLER PIC X(9) VALUE 'DIANA'.
           05  FILLER PIC X(9) VALUE 'EDUARDO'.
           05  FILLER PIC X(9) VALUE 'FERNANDA'.
           05  FILLER PIC X(9) VALUE 'GERARDO'.
           05  FILLER PIC X(9) VALUE 'HILDA'.
           05  FILLER PIC X(9) VALUE 'IGNACIO'.
           05  FILLER PIC X(9) VALUE 'JULIETA'.
           05  FILLER PIC X(9) VALUE 'LEONARDO'.
           05  FILLER PIC X(9) VALUE 'MONICA'.
           05  FILLER PIC X(9) VALUE 'NICOLAS'.
           05  FILLER PIC X(9) VALUE 'OLIVIA'.
           05  FILLER PIC X(9) VALUE 'PABLO'.
           05  FILLER PIC X(9) VALUE 'ROSARIO'.
           05  FILLER PIC X(9) VALUE 'SERGIO'.
           05  FILLER PIC X(9) VALUE 'TERESA'.
           05  FILLER PIC X(9) VALUE 'VICTOR'.
           05  FILLER PIC X(9) VALUE 'YOLANDA'.
       01  FILLER REDEFINES TABLA-NOMBRES-FICTICIOS.
           05  WS-NOMBRE-FICTICIO PIC X(9) OCCURS 20 TIMES.
       01  TABLA-APELLIDOS-FICTICIOS.
           05  FILLER PIC X(9) VALUE 'ALVAREZ'.
           05  FILLER PIC X(9) VALUE 'BRAVO'.
           05  FILLER PIC X(9) VALUE 'CASTILLO'.
           05  FILLER PIC X(9) VALUE 'DOMINGUEZ'.
           05  FILLER PIC X(9) VALUE 'ESTRADA'.
           05  FILLER PIC X(9) VALUE 'FUENTES'.
           05  FILLER PIC X(9) VALUE 'GUERRERO'.
           05  FILLER PIC X(9) VALUE 'HERRERA'.
           05  FILLER PIC X(9) VALUE 'IBARRA'.
           05  FILLER PIC X(9) VALUE 'JUAREZ'.
           05  FILLER PIC X(9) VALUE 'LOZANO'.
           05  FILLER PIC X(9) VALUE 'MEDINA'.
           05  FILLER PIC X(9) VALUE 'NAVARRO'.
           05  FILLER PIC X(9) VALUE 'OROZCO'.
           05  FILLER PIC X(9) VALUE 'PACHECO'.
           05  FILLER PIC X(9) VALUE 'QUINTERO'.
           05  FILLER PIC X(9) VALUE 'ROMERO'.
           05  FILLER PIC X(9) VALUE 'SALINAS'.
           05  FILLER PIC X(9) VALUE 'TREVINO'.
           05  FILLER PIC X(9) VALUE 'VALDEZ'.
       01  FILLER REDEFINES TABLA-APELLIDOS-FICTICIOS.
           05  WS-APELLIDO-FICTICIO PIC X(9) OCCURS 20 TIMES.

      * campo en turno de cada mascara
           77 WS-M-NOMBRE PIC X(30) VALUE SPACES.
           77 WS-M-RFC PIC X(13) VALUE SPACES.
           77 WS-M-CURP PIC X(18) VALUE SPACES.
           77 WS-M-CLABE PIC X(18) VALUE SPACES.
           77 WS-M-CORREO PIC X(40) VALUE SPACES.
           77 WS-M-INICIALES PIC X(4) VALUE SPACES.
           77 WS-M-NUM-LETRAS PIC 9 VALUE ZERO.
           77 WS-M-DIGITOS PIC 9(6) VALUE ZERO.
           77 WS-M-FECHA PIC 9(8) VALUE ZERO.

      * digito verificador del RFC: suma ponderada modulo 11 sobre el
      * alfabeto del SAT (mismo algoritmo que VALIDA-DIGITO-RFC en
      * EMPMANTTO.cbl)
           77 WS-RFC-ALFABETO PIC X(37) VALUE
               '0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ'.
           77 WS-RFC-BASE PIC X(12) VALUE SPACES.
           77 WS-RFC-POS PIC 99 VALUE ZERO.
           77 WS-RFC-IDX PIC 99 VALUE ZERO.
           77 WS-RFC-VALOR PIC 99 VALUE ZERO.
           77 WS-RFC-SUMA PIC 9(5) VALUE ZERO.
           77 WS-RFC-RESIDUO PIC 99 VALUE ZERO.
           77 WS-RFC-DIGITO PIC X VALUE SPACE.

      * digito verificador de la CURP (RENAPO): pesos 18..2 sobre los
      * primeros 17 caracteres, complemento a 10 del residuo
           77 WS-CURP-ALFABETO PIC X(37) VALUE
               '0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ'.
           77 WS-CURP-SUMA PIC 9(5) VALUE ZERO.
           77 WS-CURP-DIGITO PIC 9 VALUE ZERO.

      * digito verificador de la CLABE (ponderacion 3-7-1, ver
      * VALIDA-CLABE en BNKMANTTO.cbl)
           77 WS-CLABE-IDX PIC 99 VALUE ZERO.
           77 WS-DIGITO PIC 9 VALUE ZERO.
           77 WS-PESO PIC 9 VALUE ZERO.
           77 WS-CICLO PIC 9 VALUE ZERO.
           77 WS-PRODUCTO PIC 99 VALUE ZERO.
           77 WS-SUMA-PONDERADA PIC 9(4) VALUE ZERO.
           77 WS-VERIFICADOR PIC 9 VALUE ZERO.

           77 WS-CAMPOS-ENMASCARADOS PIC 9(7) VALUE ZERO.

      * estadisticas de fin de job (mismo patron que TIPOSDEDATOS.cbl)
      * area de la bitacora de corrida (ver LOGCOMM.cpy/BITACORA.cbl)
           COPY LOGCOMM.

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

       PROCEDURE DIVISION.
       MAIN-PROCESO.
           MOVE 'MASKDATA' TO LOG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-INI.
           COMPUTE WS-STAT-SEG-INI =
               WS-STAT-HH-INI * 3600 + WS-STAT-MM-INI * 60
                   + WS-STAT-SS-INI.

           ACCEPT WS-CLAVE.
           ACCEPT WS-TIPO.
           ACCEPT WS-RUTA-ENTRADA.
           ACCEPT WS-RUTA-SALIDA.
           IF NOT TIPO-VALIDO
              DISPLAY "MASKDATA: TIPO DE LAYOUT DESCONOCIDO: " WS-TIPO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
              DISPLAY "MASKDATA: NO SE PUDO ABRIR " WS-RUTA-ENTRADA
                  ": " WS-ENTRADA-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SALIDA-FILE.
           IF WS-SALIDA-STATUS NOT = "00"
              DISPLAY "MASKDATA: NO SE PUDO ABRIR " WS-RUTA-SALIDA
                  ": " WS-SALIDA-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL NO-HAY-MAS-REGISTROS
              READ ENTRADA-FILE
                 AT END MOVE 'S' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-STAT-LEIDOS
                    EVALUATE ENTRADA-LINEA(1:3)
                       WHEN 'HDR'
                          MOVE ENTRADA-LINEA TO SALIDA-LINEA
                          WRITE SALIDA-LINEA
                       WHEN 'TRL'
      * el trailer se escribe al final, ya con el conteo real
                          MOVE ENTRADA-LINEA(1:27) TO LBL-TRAILER
                          MOVE 'S' TO WS-HAY-TRAILER
                       WHEN OTHER
                          PERFORM ENMASCARA-REGISTRO
                          ADD 1 TO WS-STAT-PROCESADOS
                          ADD 1 TO WS-LBL-CONTEO
                          IF WS-TIPO = 'EMP'
                             ADD HORAS TO WS-LBL-HASH-HORAS
                          END-IF
                          MOVE ENTRADA-LINEA TO SALIDA-LINEA
                          WRITE SALIDA-LINEA
                    END-EVALUATE
              END-READ
           END-PERFORM.
           IF HAY-TRAILER
              MOVE 'TRL' TO LBLT-TIPO
              MOVE WS-LBL-CONTEO TO LBLT-CONTEO
              IF WS-TIPO = 'EMP'
                 MOVE WS-LBL-HASH-HORAS TO LBLT-HASH-HORAS
              END-IF
              MOVE SPACES TO SALIDA-LINEA
              MOVE LBL-TRAILER TO SALIDA-LINEA(1:27)
              WRITE SALIDA-LINEA
           END-IF.
           CLOSE ENTRADA-FILE SALIDA-FILE.

           MOVE 'I' TO LOG-SEVERIDAD.
           MOVE SPACES TO LOG-MENSAJE.
           STRING 'ENMASCARADO ' DELIMITED BY SIZE
               WS-RUTA-SALIDA DELIMITED BY SPACE
               ': ' WS-STAT-PROCESADOS ' RENGLON(ES), '
               WS-CAMPOS-ENMASCARADOS ' CAMPO(S)'
               DELIMITED BY SIZE INTO LOG-MENSAJE.
           PERFORM REGISTRA-BITACORA.
           PERFORM IMPRIME-ESTADISTICAS.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

       ENMASCARA-REGISTRO.
           EVALUATE WS-TIPO
              WHEN 'EMP'
                 MOVE NOMBRE TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO NOMBRE
                 MOVE RFC TO WS-M-RFC
                 PERFORM MASCARA-RFC
                 MOVE WS-M-RFC TO RFC
                 MOVE CURP TO WS-M-CURP
                 PERFORM MASCARA-CURP
                 MOVE WS-M-CURP TO CURP
              WHEN 'BNK'
                 MOVE BNK-CLABE TO WS-M-CLABE
                 PERFORM MASCARA-CLABE
                 MOVE WS-M-CLABE TO BNK-CLABE
              WHEN 'BEN'
                 MOVE BEN-NOMBRE TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO BEN-NOMBRE
                 MOVE BEN-RFC TO WS-M-RFC
                 PERFORM MASCARA-RFC
                 MOVE WS-M-RFC TO BEN-RFC
                 MOVE BEN-CURP TO WS-M-CURP
                 PERFORM MASCARA-CURP
                 MOVE WS-M-CURP TO BEN-CURP
                 MOVE BEN-CLABE TO WS-M-CLABE
                 PERFORM MASCARA-CLABE
                 MOVE WS-M-CLABE TO BEN-CLABE
              WHEN 'PEN'
                 MOVE PEN-BENEFICIARIO TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO PEN-BENEFICIARIO
                 MOVE PEN-CLABE TO WS-M-CLABE
                 PERFORM MASCARA-CLABE
                 MOVE WS-M-CLABE TO PEN-CLABE
              WHEN 'UNL'
                 MOVE UNL-CLABE TO WS-M-CLABE
                 PERFORM MASCARA-CLABE
                 MOVE WS-M-CLABE TO UNL-CLABE
              WHEN 'FCE'
                 MOVE FCE-RFC TO WS-M-RFC
                 PERFORM MASCARA-RFC
                 MOVE WS-M-RFC TO FCE-RFC
              WHEN 'FCR'
                 MOVE FCR-RFC TO WS-M-RFC
                 PERFORM MASCARA-RFC
                 MOVE WS-M-RFC TO FCR-RFC
              WHEN 'FPG'
                 MOVE FPG-RFC TO WS-M-RFC
                 PERFORM MASCARA-RFC
                 MOVE WS-M-RFC TO FPG-RFC
              WHEN 'DRP'
                 MOVE DRP-NOMBRE TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO DRP-NOMBRE
                 MOVE DRP-CLABE TO WS-M-CLABE
                 PERFORM MASCARA-CLABE
                 MOVE WS-M-CLABE TO DRP-CLABE
              WHEN 'PPL'
                 MOVE PPL-NOMBRE TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO PPL-NOMBRE
              WHEN 'CHK'
                 MOVE CHK-BENEFICIARIO TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO CHK-BENEFICIARIO
      * el valor de un cambio de cuenta es el banco (10) seguido de
      * la CLABE, ver WS-VALOR-CAMBIO en BNKMANTTO.cbl
              WHEN 'CPD'
                 IF CPD-ES-CLABE
                    MOVE CPD-VALOR-ANTES(11:18) TO WS-M-CLABE
                    PERFORM MASCARA-CLABE
                    MOVE WS-M-CLABE TO CPD-VALOR-ANTES(11:18)
                    MOVE CPD-VALOR-NUEVO(11:18) TO WS-M-CLABE
                    PERFORM MASCARA-CLABE
                    MOVE WS-M-CLABE TO CPD-VALOR-NUEVO(11:18)
                 END-IF
              WHEN 'TRN'
                 MOVE TRN-NOMBRE TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO TRN-NOMBRE
                 MOVE TRN-RFC TO WS-M-RFC
                 PERFORM MASCARA-RFC
                 MOVE WS-M-RFC TO TRN-RFC
                 MOVE TRN-CURP TO WS-M-CURP
                 PERFORM MASCARA-CURP
                 MOVE WS-M-CURP TO TRN-CURP
              WHEN 'SUS'
                 MOVE SUS-NOMBRE TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO SUS-NOMBRE
              WHEN 'DIS'
                 MOVE DIS-NOMBRE TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO DIS-NOMBRE
                 MOVE DIS-CORREO TO WS-M-CORREO
                 PERFORM MASCARA-CORREO
                 MOVE WS-M-CORREO TO DIS-CORREO
              WHEN 'RSP'
                 MOVE RSP-CLABE TO WS-M-CLABE
                 PERFORM MASCARA-CLABE
                 MOVE WS-M-CLABE TO RSP-CLABE
              WHEN 'DSP'
                 IF DSP-TIPO = 'D'
                    MOVE DSP-CLABE TO WS-M-CLABE
                    PERFORM MASCARA-CLABE
                    MOVE WS-M-CLABE TO DSP-CLABE
                 END-IF
      * el nombre del SAT ocupa hasta 60; se enmascara como nombre de
      * 30 para que el que coincide con el del maestro salga igual
              WHEN 'RFV'
                 MOVE RFV-RFC TO WS-M-RFC
                 PERFORM MASCARA-RFC
                 MOVE WS-M-RFC TO RFV-RFC
                 MOVE RFV-NOMBRE TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO RFV-NOMBRE
                 MOVE RFV-NOMBRE-SAT TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO RFV-NOMBRE-SAT
              WHEN 'RFR'
                 MOVE RSV-RFC TO WS-M-RFC
                 PERFORM MASCARA-RFC
                 MOVE WS-M-RFC TO RSV-RFC
                 MOVE RSV-NOMBRE-SAT TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO RSV-NOMBRE-SAT
              WHEN 'SGM'
                 MOVE SGM-NOMBRE TO WS-M-NOMBRE
                 PERFORM MASCARA-NOMBRE
                 MOVE WS-M-NOMBRE TO SGM-NOMBRE
                 MOVE SGM-FECHA-NAC TO WS-M-FECHA
                 PERFORM MASCARA-FECHA-NAC
                 MOVE WS-M-FECHA TO SGM-FECHA-NAC
           END-EVALUATE.

      * semilla: la clave de la copia mezclada con cada caracter de
      * WS-M-LLAVE (las primeras WS-M-LARGO posiciones)
       INICIA-AZAR.
           MOVE WS-CLAVE TO WS-M-AZAR.
           PERFORM VARYING WS-M-POS FROM 1 BY 1
                   UNTIL WS-M-POS > WS-M-LARGO
              MOVE 40 TO WS-M-VALOR
              PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
                      UNTIL WS-RFC-IDX > 40
                 IF WS-M-ALFABETO(WS-RFC-IDX:1)
                       = WS-M-LLAVE(WS-M-POS:1)
                    COMPUTE WS-M-VALOR = WS-RFC-IDX - 1
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              COMPUTE WS-M-AZAR = FUNCTION MOD(
                  WS-M-AZAR * 41 + WS-M-VALOR + 1, 2147483647)
           END-PERFORM.
           IF WS-M-AZAR = ZERO
              MOVE 1 TO WS-M-AZAR
           END-IF.
           PERFORM SIGUIENTE-AZAR.

       SIGUIENTE-AZAR.
           COMPUTE WS-M-AZAR =
               FUNCTION MOD(WS-M-AZAR * 48271, 2147483647).

       MASCARA-NOMBRE.
           IF WS-M-NOMBRE NOT = SPACES
              MOVE WS-M-NOMBRE TO WS-M-LLAVE
              MOVE 30 TO WS-M-LARGO
              PERFORM INICIA-AZAR
              MOVE SPACES TO WS-M-NOMBRE
              COMPUTE WS-M-ELECCION = FUNCTION MOD(WS-M-AZAR, 20) + 1
              STRING WS-NOMBRE-FICTICIO(WS-M-ELECCION)
                  DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INTO WS-M-NOMBRE
              PERFORM SIGUIENTE-AZAR
              COMPUTE WS-M-ELECCION = FUNCTION MOD(WS-M-AZAR, 20) + 1
              PERFORM VARYING WS-M-POS FROM 30 BY -1
                      UNTIL WS-M-POS = 1
                      OR WS-M-NOMBRE(WS-M-POS:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              ADD 2 TO WS-M-POS
              STRING WS-APELLIDO-FICTICIO(WS-M-ELECCION)
                  DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INTO WS-M-NOMBRE WITH POINTER WS-M-POS
              PERFORM SIGUIENTE-AZAR
              COMPUTE WS-M-ELECCION = FUNCTION MOD(WS-M-AZAR, 20) + 1
              STRING WS-APELLIDO-FICTICIO(WS-M-ELECCION)
                  DELIMITED BY SPACE
                  INTO WS-M-NOMBRE WITH POINTER WS-M-POS
              ADD 1 TO WS-CAMPOS-ENMASCARADOS
           END-IF.

      * las letras iniciales salen de las primeras 10 posiciones
      * (letras y fecha): en el RFC y la CURP de una misma persona
      * son iguales, asi que las dos quedan con las mismas letras
       GENERA-INICIALES.
           MOVE 10 TO WS-M-LARGO.
           PERFORM INICIA-AZAR.
           MOVE SPACES TO WS-M-INICIALES.
           PERFORM VARYING WS-M-POS FROM 1 BY 1
                   UNTIL WS-M-POS > WS-M-NUM-LETRAS
              COMPUTE WS-M-ELECCION = FUNCTION MOD(WS-M-AZAR, 26) + 1
              MOVE WS-M-LETRAS(WS-M-ELECCION:1) TO
                  WS-M-INICIALES(WS-M-POS:1)
              PERFORM SIGUIENTE-AZAR
           END-PERFORM.

      * RFC de persona fisica (13) o moral (12, sin la cuarta letra)
       MASCARA-RFC.
           IF WS-M-RFC NOT = SPACES
              IF WS-M-RFC(13:1) = SPACE
                 MOVE 3 TO WS-M-NUM-LETRAS
                 MOVE SPACE TO WS-M-LLAVE
                 MOVE WS-M-RFC(1:9) TO WS-M-LLAVE(2:9)
              ELSE
                 MOVE 4 TO WS-M-NUM-LETRAS
                 MOVE WS-M-RFC(1:10) TO WS-M-LLAVE
              END-IF
              PERFORM GENERA-INICIALES
      * el RFC moral se lleva a 12 con un blanco al frente para el
      * digito verificador, como lo pide el SAT
              IF WS-M-NUM-LETRAS = 3
                 MOVE SPACE TO WS-RFC-BASE
                 MOVE WS-M-RFC(1:11) TO WS-RFC-BASE(2:11)
              ELSE
                 MOVE WS-M-RFC(1:12) TO WS-RFC-BASE
              END-IF
              MOVE WS-M-INICIALES(1:WS-M-NUM-LETRAS) TO
                  WS-RFC-BASE(5 - WS-M-NUM-LETRAS:WS-M-NUM-LETRAS)
              MOVE WS-RFC-BASE TO WS-M-LLAVE
              MOVE WS-M-RFC TO WS-M-LLAVE(13:13)
              MOVE 26 TO WS-M-LARGO
              PERFORM INICIA-AZAR
              COMPUTE WS-M-ELECCION = FUNCTION MOD(WS-M-AZAR, 34) + 1
              MOVE WS-M-HOMOCLAVE(WS-M-ELECCION:1) TO
                  WS-RFC-BASE(11:1)
              PERFORM SIGUIENTE-AZAR
              COMPUTE WS-M-ELECCION = FUNCTION MOD(WS-M-AZAR, 34) + 1
              MOVE WS-M-HOMOCLAVE(WS-M-ELECCION:1) TO
                  WS-RFC-BASE(12:1)
              PERFORM DIGITO-RFC
              IF WS-M-NUM-LETRAS = 3
                 MOVE WS-RFC-BASE(2:11) TO WS-M-RFC(1:11)
                 MOVE WS-RFC-DIGITO TO WS-M-RFC(12:1)
              ELSE
                 MOVE WS-RFC-BASE TO WS-M-RFC(1:12)
                 MOVE WS-RFC-DIGITO TO WS-M-RFC(13:1)
              END-IF
              ADD 1 TO WS-CAMPOS-ENMASCARADOS
           END-IF.

       DIGITO-RFC.
           MOVE ZERO TO WS-RFC-SUMA.
           PERFORM VARYING WS-RFC-POS FROM 1 BY 1
                   UNTIL WS-RFC-POS > 12
              MOVE ZERO TO WS-RFC-VALOR
              IF WS-RFC-BASE(WS-RFC-POS:1) = SPACE
                 MOVE 37 TO WS-RFC-VALOR
              END-IF
              PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
                      UNTIL WS-RFC-IDX > 37
                 IF WS-RFC-ALFABETO(WS-RFC-IDX:1)
                       = WS-RFC-BASE(WS-RFC-POS:1)
                    COMPUTE WS-RFC-VALOR = WS-RFC-IDX - 1
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              COMPUTE WS-RFC-SUMA = WS-RFC-SUMA
                  + WS-RFC-VALOR * (14 - WS-RFC-POS)
           END-PERFORM.
           COMPUTE WS-RFC-RESIDUO = FUNCTION MOD(WS-RFC-SUMA, 11).
           EVALUATE WS-RFC-RESIDUO
              WHEN 0
                 MOVE '0' TO WS-RFC-DIGITO
              WHEN 1
                 MOVE 'A' TO WS-RFC-DIGITO
              WHEN OTHER
                 COMPUTE WS-RFC-VALOR = 11 - WS-RFC-RESIDUO
                 MOVE WS-RFC-ALFABETO(WS-RFC-VALOR + 1:1)
                     TO WS-RFC-DIGITO
           END-EVALUATE.

       MASCARA-CURP.
           IF WS-M-CURP NOT = SPACES
              MOVE 4 TO WS-M-NUM-LETRAS
              MOVE WS-M-CURP(1:10) TO WS-M-LLAVE
              PERFORM GENERA-INICIALES
              MOVE WS-M-CURP TO WS-M-LLAVE
              MOVE 18 TO WS-M-LARGO
              PERFORM INICIA-AZAR
              MOVE WS-M-INICIALES TO WS-M-CURP(1:4)
              PERFORM VARYING WS-M-POS FROM 14 BY 1
                      UNTIL WS-M-POS > 16
                 COMPUTE WS-M-ELECCION =
                     FUNCTION MOD(WS-M-AZAR, 20) + 1
                 MOVE WS-M-CONSONANTES(WS-M-ELECCION:1) TO
                     WS-M-CURP(WS-M-POS:1)
                 PERFORM SIGUIENTE-AZAR
              END-PERFORM
              MOVE ZERO TO WS-CURP-SUMA
              PERFORM VARYING WS-RFC-POS FROM 1 BY 1
                      UNTIL WS-RFC-POS > 17
                 MOVE ZERO TO WS-RFC-VALOR
                 PERFORM VARYING WS-RFC-IDX FROM 1 BY 1
                         UNTIL WS-RFC-IDX > 37
                    IF WS-CURP-ALFABETO(WS-RFC-IDX:1)
                          = WS-M-CURP(WS-RFC-POS:1)
                       COMPUTE WS-RFC-VALOR = WS-RFC-IDX - 1
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 COMPUTE WS-CURP-SUMA = WS-CURP-SUMA
                     + WS-RFC-VALOR * (19 - WS-RFC-POS)
              END-PERFORM
              COMPUTE WS-CURP-DIGITO = FUNCTION MOD(
                  10 - FUNCTION MOD(WS-CURP-SUMA, 10), 10)
              MOVE WS-CURP-DIGITO TO WS-M-CURP(18:1)
              ADD 1 TO WS-CAMPOS-ENMASCARADOS
           END-IF.

      * una CLABE que no son 18 digitos no se puede rehacer con su
      * verificador; se sustituye por otra que si lo es, conservando
      * lo que haya de banco y plaza
       MASCARA-CLABE.
           IF WS-M-CLABE NOT = SPACES
              MOVE WS-M-CLABE TO WS-M-LLAVE
              MOVE 18 TO WS-M-LARGO
              PERFORM INICIA-AZAR
              IF WS-M-CLABE(1:6) IS NOT NUMERIC
                 MOVE ZERO TO WS-M-CLABE(1:6)
              END-IF
              PERFORM VARYING WS-CLABE-IDX FROM 7 BY 1
                      UNTIL WS-CLABE-IDX > 17
                 COMPUTE WS-DIGITO = FUNCTION MOD(WS-M-AZAR, 10)
                 MOVE WS-DIGITO TO WS-M-CLABE(WS-CLABE-IDX:1)
                 PERFORM SIGUIENTE-AZAR
              END-PERFORM
              MOVE ZERO TO WS-SUMA-PONDERADA
              PERFORM VARYING WS-CLABE-IDX FROM 1 BY 1
                      UNTIL WS-CLABE-IDX > 17
                 MOVE WS-M-CLABE(WS-CLABE-IDX:1) TO WS-DIGITO
                 COMPUTE WS-CICLO =
                     FUNCTION MOD(WS-CLABE-IDX - 1, 3)
                 EVALUATE WS-CICLO
                    WHEN 0 MOVE 3 TO WS-PESO
                    WHEN 1 MOVE 7 TO WS-PESO
                    WHEN OTHER MOVE 1 TO WS-PESO
                 END-EVALUATE
                 COMPUTE WS-PRODUCTO =
                     FUNCTION MOD(WS-DIGITO * WS-PESO, 10)
                 ADD WS-PRODUCTO TO WS-SUMA-PONDERADA
              END-PERFORM
              COMPUTE WS-VERIFICADOR = FUNCTION MOD(
                  10 - FUNCTION MOD(WS-SUMA-PONDERADA, 10), 10)
              MOVE WS-VERIFICADOR TO WS-M-CLABE(18:1)
              ADD 1 TO WS-CAMPOS-ENMASCARADOS
           END-IF.

      * anio y mes se conservan; el dia nuevo (01-28) sale de la
      * fecha original y del nombre ya enmascarado del asegurado
       MASCARA-FECHA-NAC.
           IF WS-M-FECHA NOT = ZERO
              MOVE WS-M-FECHA TO WS-M-LLAVE
              MOVE WS-M-NOMBRE TO WS-M-LLAVE(9:22)
              MOVE 30 TO WS-M-LARGO
              PERFORM INICIA-AZAR
              COMPUTE WS-M-VALOR = FUNCTION MOD(WS-M-AZAR, 28) + 1
              MOVE WS-M-VALOR TO WS-M-FECHA(7:2)
              ADD 1 TO WS-CAMPOS-ENMASCARADOS
           END-IF.

       MASCARA-CORREO.
           IF WS-M-CORREO NOT = SPACES
              MOVE WS-M-CORREO TO WS-M-LLAVE
              MOVE 30 TO WS-M-LARGO
              PERFORM INICIA-AZAR
              COMPUTE WS-M-DIGITOS = FUNCTION MOD(WS-M-AZAR, 1000000)
              MOVE SPACES TO WS-M-CORREO
              STRING 'prueba' WS-M-DIGITOS '@ejemplo.invalid'
                  DELIMITED BY SIZE INTO WS-M-CORREO
              ADD 1 TO WS-CAMPOS-ENMASCARADOS
           END-IF.

       IMPRIME-ESTADISTICAS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAT-FIN.
           COMPUTE WS-STAT-SEG-FIN =
               WS-STAT-HH-FIN * 3600 + WS-STAT-MM-FIN * 60
                   + WS-STAT-SS-FIN.
           COMPUTE WS-STAT-SEG-TRANSCURRIDOS =
               WS-STAT-SEG-FIN - WS-STAT-SEG-INI.
           DISPLAY "MASKDATA: " WS-TIPO " LEIDOS=" WS-STAT-LEIDOS
               " ENMASCARADOS=" WS-STAT-PROCESADOS
               " CAMPOS=" WS-CAMPOS-ENMASCARADOS
               " SEGUNDOS=" WS-STAT-SEG-TRANSCURRIDOS.

      * manda el mensaje a la bitacora persistente de la corrida via
      * el subprograma BITACORA; si el modulo no esta disponible el
      * mensaje al menos sale por consola
       REGISTRA-BITACORA.
           CALL "BITACORA" USING LOG-COMM-AREA
              ON EXCEPTION
                 DISPLAY LOG-PROGRAMA " " LOG-SEVERIDAD " "
                     LOG-MENSAJE
           END-CALL.
