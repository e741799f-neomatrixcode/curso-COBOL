      * REPCTORC.cpy - contratos de servicios especializados (REPSE)
      * por compania (data/REPSECTO.DAT): un renglon por contrato
      * con el cliente que recibe el servicio, el objeto del
      * contrato y el registro patronal con el que se da de alta a
      * los trabajadores que se le asignan. RCT-FECHA-FIN en cero es
      * un contrato sin fecha de terminacion. Lo mantiene
      * REPMANTTO.cbl; los trabajadores se asignan al contrato en
      * data/REPSEASG.DAT (ver REPASGRC.cpy) y REPSEINF.cbl arma con
      * ambos los informes cuatrimestrales ICSOE (IMSS) y SISUB
      * (INFONAVIT).
       01  REPCTO-RECORD.
           05  RCT-COMPANIA       PIC XX.
           05  RCT-CONTRATO       PIC X(10).
           05  RCT-CLIENTE-RFC    PIC X(13).
           05  RCT-CLIENTE-NOMBRE PIC X(30).
           05  RCT-OBJETO         PIC X(30).
           05  RCT-REG-PATRONAL   PIC X(11).
           05  RCT-FECHA-INICIO   PIC 9(8).
           05  RCT-FECHA-FIN      PIC 9(8).
