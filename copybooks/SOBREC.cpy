      * SOBREC.cpy - registro de sobres de pago en efectivo
      * (data/SOBREREG.DAT): un renglon por sobre que arma
      * EFEPAGO.cbl, con numeracion consecutiva persistente
      * (data/SOBRECTL.DAT, como CHECKCTL.DAT de los cheques). Es el
      * equivalente del check register para el pago en efectivo.
      * SOB-STATUS: 'emi' el sobre esta en la caja del sitio por
      * entregar; 'ent' el empleado lo recibio y firmo el recibo;
      * 'dev' no se reclamo dentro de SIT-DIAS-RECLAMO y el cajero lo
      * devolvio a tesoreria, el neto se le sigue debiendo al
      * empleado. EFECONC.cbl registra entregas y devoluciones con
      * su fecha en SOB-FECHA-MOV y reporta los vencidos.
      * SOB-MONTO es lo que trae el sobre: el neto redondeado a los
      * 10 centavos de la moneda mas chica (SOB-REDONDEO es lo que se
      * agrego al neto, siempre menor a 0.10).
       01  SOBRE-RECORD.
           05  SOB-NUMERO         PIC 9(6).
           05  SOB-DATO-ID        PIC 9(5).
           05  SOB-SITIO          PIC X(4).
           05  SOB-PERIODO        PIC 99.
           05  SOB-MONTO          PIC 9(9)V99.
           05  SOB-REDONDEO       PIC V99.
           05  SOB-FECHA          PIC 9(8).
           05  SOB-STATUS         PIC X(3).
               88  SOB-EMITIDO    VALUE 'emi'.
               88  SOB-ENTREGADO  VALUE 'ent'.
               88  SOB-DEVUELTO   VALUE 'dev'.
           05  SOB-FECHA-MOV      PIC 9(8).
