      * CFDIUUID.cpy - bitacora de folios fiscales (data/CFDIUUID.DAT):
      * un renglon por recibo de nomina que regreso del proveedor de
      * timbrado (PAC), por COMPANIA, ejercicio, numero de periodo de
      * SU calendario y DATO-ID. El numero de periodo se repite cada
      * ano: el ejercicio (ano de la fecha de pago del periodo, que
      * CFDINOM.cbl toma del calendario y el PAC regresa) es parte de
      * la llave en toda busqueda. CFDIRESP.cbl lo alimenta con el
      * archivo de respuesta del PAC: un recibo timbrado queda 'tim'
      * con el UUID que asigno el SAT, uno rechazado queda 'rec' con
      * el codigo de error del PAC (el rechazo se corrige y se vuelve
      * a mandar; el renglon 'rec' se conserva como historia).
      * CFDICANC.cbl pasa a 'can' el UUID de un pago que RETROCALC,
      * una corrida off-cycle o una correccion cambiaron, con el
      * motivo SAT y el UUID del recibo que lo sustituye; nunca se
      * borra un renglon. PAYSTUB y REIMPRIME imprimen el UUID
      * vigente en el talon.
       01  CFDI-UUID-RECORD.
           05  UUI-COMPANIA       PIC X(2).
           05  UUI-EJERCICIO      PIC 9(4).
           05  UUI-PERIODO        PIC 99.
           05  UUI-DATO-ID        PIC 9(5).
           05  UUI-UUID           PIC X(36).
           05  UUI-STATUS         PIC X(3).
               88  UUI-TIMBRADO   VALUE 'tim'.
               88  UUI-RECHAZADO  VALUE 'rec'.
               88  UUI-CANCELADO  VALUE 'can'.
      * fecha de timbrado (o de rechazo) que reporta el PAC
           05  UUI-FECHA          PIC 9(8).
           05  UUI-NETO           PIC 9(9)V99.
           05  UUI-COD-ERROR      PIC X(6).
      * datos de la cancelacion: motivo SAT ('01' comprobante con
      * errores con relacion, exige el UUID sustituto), fecha de la
      * solicitud y el folio fiscal que sustituye al cancelado
           05  UUI-MOTIVO-CANC    PIC X(2).
           05  UUI-FECHA-CANC     PIC 9(8).
           05  UUI-UUID-SUSTITUTO PIC X(36).
