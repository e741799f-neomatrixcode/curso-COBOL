      * SITEFERC.cpy - catalogo de sitios de pago en efectivo
      * (data/SITIOEFE.DAT): uno por sitio remoto con su cajero.
      * SIT-DIAS-RECLAMO son los dias que el cajero guarda un sobre
      * sin reclamar antes de devolverlo a tesoreria (EFECONC.cbl lo
      * marca vencido). SIT-EXISTENCIA dice que denominaciones tiene
      * surtidas el sitio, una posicion 'S'/'N' por denominacion en
      * el orden de la tabla de EFEPAGO.cbl: billetes de 1000, 500,
      * 200, 100, 50 y 20; monedas de 10, 5, 2, 1, 0.50, 0.20 y
      * 0.10. El desglose de cada sobre usa primero las surtidas y
      * solo completa con las demas lo que con ellas no se alcanza.
       01  SITIO-EFE-RECORD.
           05  SIT-SITIO          PIC X(4).
           05  SIT-NOMBRE         PIC X(30).
           05  SIT-DIAS-RECLAMO   PIC 9(3).
           05  SIT-EXISTENCIA     PIC X(13).
           05  SIT-EXISTENCIA-R REDEFINES SIT-EXISTENCIA.
               10  SIT-SURTIDA    PIC X OCCURS 13 TIMES.
