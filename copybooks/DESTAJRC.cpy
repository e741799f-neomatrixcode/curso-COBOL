      * DESTAJRC.cpy - boleta diaria de produccion de los empleados a
      * destajo (data/DESTAJO.DAT): el supervisor de planta captura
      * un renglon por empleado, dia y operacion con las piezas
      * terminadas, en vez de convertirlas a horas en su hoja de
      * calculo. TIPOSDEDATOS.cbl paga las boletas de un empleado con
      * BASE-PAGO 'D' cuya fecha cae dentro del periodo de su
      * compania, a la tarifa de la operacion (DESTCAT.DAT, ver
      * DSTCATRC.cpy). Un dia con boleta es un dia trabajado para la
      * garantia del salario minimo: un dia laborado sin piezas se
      * captura con DTJ-CANTIDAD en cero.
       01  DESTAJO-RECORD.
           05  DTJ-DATO-ID        PIC 9(5).
           05  DTJ-FECHA          PIC 9(8).
           05  DTJ-OPERACION      PIC X(4).
           05  DTJ-CANTIDAD       PIC 9(5).
