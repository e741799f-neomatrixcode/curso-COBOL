      * IDSEMVRC.cpy - bitacora de presentacion de movimientos
      * afiliatorios ante el IMSS (data/IDSEMOV.DAT): un renglon por
      * alta, reingreso o baja que IDSEMOV.cbl detecto en el maestro
      * y en data/STATHIST.DAT y mando en un lote IDSE
      * (data/IDSEAFIL.OUT). MOV-FOLIO viaja en el lote y es con lo
      * que se casa la respuesta del IDSE (ver IDSERSRC.cpy). La
      * llave de un movimiento es DATO-ID + MOV-CLASE +
      * MOV-FECHA-ORIGEN (FECHA-INGRESO en el alta, la fecha del
      * renglon de STATHIST en reingreso y baja): un movimiento ya
      * presentado no se vuelve a detectar.
      *   MOV-ESTADO 'P' presentado, sin respuesta todavia
      *              'A' aceptado por el IMSS
      *              'R' rechazado (MOV-MOTIVO); el siguiente lote lo
      *                  vuelve a presentar con los datos corregidos
      *                  del maestro y MOV-ENVIOS + 1
      * MOV-FECHA-LIMITE es la fecha del movimiento mas la ventana
      * de 5 dias (la misma aproximacion de dias habiles a naturales
      * que SBCCALC.cbl).
       01  IDSEMOV-RECORD.
           05  MOV-FOLIO          PIC 9(6).
           05  MOV-DATO-ID        PIC 9(5).
           05  MOV-CLASE          PIC X.
               88  MOV-ALTA       VALUE 'A'.
               88  MOV-REINGRESO  VALUE 'R'.
               88  MOV-BAJA       VALUE 'B'.
      * tipo de movimiento del IMSS: 08 alta o reingreso, 02 baja
           05  MOV-TIPO-IMSS      PIC XX.
           05  MOV-FECHA-ORIGEN   PIC 9(8).
           05  MOV-FECHA-MOV      PIC 9(8).
           05  MOV-SBC            PIC 9(7)V99.
      * tipo de salario: 0 fijo, 1 variable, 2 mixto
           05  MOV-TIPO-SALARIO   PIC X.
      * causa de la baja del catalogo del IMSS (ver BAJIMSRC.cpy);
      * blanco en alta y reingreso
           05  MOV-CAUSA-BAJA     PIC X.
           05  MOV-FECHA-LIMITE   PIC 9(8).
           05  MOV-FECHA-LOTE     PIC 9(8).
           05  MOV-ENVIOS         PIC 99.
           05  MOV-ESTADO         PIC X.
               88  MOV-PRESENTADO VALUE 'P'.
               88  MOV-ACEPTADO   VALUE 'A'.
               88  MOV-RECHAZADO  VALUE 'R'.
           05  MOV-FECHA-RESP     PIC 9(8).
           05  MOV-MOTIVO         PIC X(30).
