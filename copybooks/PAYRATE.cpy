      * PAYRATE.cpy - registro de la tabla de tarifas (PAY-RATE-FILE),
      * una tarifa por grado de puesto. Cambiar un sueldo es editar
      * esta tabla, no recompilar TIPOSDEDATOS.
      * PR-TARIFA-MAXIMA abre un rango en el grado: en cero (o en
      * blanco, los renglones de siempre) el grado es de tarifa
      * unica y la tarifa manda sobre el PAGO del empleado; con
      * valor, el rango del grado va de PR-TARIFA (el minimo) a
      * PR-TARIFA-MAXIMA y el PAGO individual del empleado -el que
      * deja el ciclo de aumentos por merito, MERITO.cbl- vale
      * dentro de el: un PAGO abajo del minimo sube al minimo (asi
      * un aumento general de TARIFMAS alcanza a todos) y uno arriba
      * del maximo se topa al maximo.
       01  PAY-RATE-RECORD.
           05  PR-GRADO           PIC X(2).
           05  PR-TARIFA          PIC 9(5)V99.
           05  PR-TARIFA-MAXIMA   PIC 9(5)V99.
