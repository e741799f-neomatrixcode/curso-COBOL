      * MANIFRC.cpy - manifiesto de transmisiones (data/MANIFIESTO.DAT):
      * un renglon por cada archivo que sale de la casa (dispersion al
      * banco, extracto CFDI al PAC, SUA, avisos IDSE, diarios al
      * mayor, censo a la aseguradora de gastos medicos), registrado
      * por el paso que lo genera al terminar, con su conteo de
      * registros, su total de control y el checksum de su contenido
      * (el mismo cksum que usa el control de corrida de
      * jobs/PAYROLL.job). Ciclo de vida en MAN-ESTADO:
      *   'R' registrado, listo para enviarse
      *   'S' sustituido: el mismo archivo se volvio a generar y
      *       registrar antes de enviarse (el vigente es el nuevo)
      *   'E' enviado: jobs/TRANSMITE.job ENVIA comprobo que el
      *       contenido no cambio desde el registro y lo libero con
      *       su folio; MAN-FECHA-LIMITE es el plazo para el acuse
      *   'A' acuse de recibido del receptor
      *   'X' rechazado por el receptor (MAN-MOTIVO); se corrige,
      *       se regenera y se vuelve a registrar con otro folio
       01  MANIFIESTO-RECORD.
           05  MAN-FOLIO          PIC 9(6).
           05  MAN-ARCHIVO        PIC X(40).
           05  MAN-TIPO           PIC X(8).
           05  MAN-JOB            PIC X(12).
           05  MAN-FECHA-REG      PIC 9(8).
           05  MAN-HORA-REG       PIC 9(6).
           05  MAN-REGISTROS      PIC 9(7).
           05  MAN-TOTAL          PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE.
           05  MAN-CHECKSUM       PIC 9(10).
           05  MAN-BYTES          PIC 9(12).
           05  MAN-ESTADO         PIC X.
               88  MAN-REGISTRADO VALUE 'R'.
               88  MAN-SUSTITUIDO VALUE 'S'.
               88  MAN-ENVIADO    VALUE 'E'.
               88  MAN-ACUSADO    VALUE 'A'.
               88  MAN-RECHAZADO  VALUE 'X'.
           05  MAN-FECHA-ENVIO    PIC 9(8).
           05  MAN-HORA-ENVIO     PIC 9(6).
           05  MAN-FECHA-LIMITE   PIC 9(8).
           05  MAN-FECHA-ACUSE    PIC 9(8).
           05  MAN-REFERENCIA     PIC X(20).
           05  MAN-MOTIVO         PIC X(30).
