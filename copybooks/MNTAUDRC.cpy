           05  MAU-DATO-ID        PIC 9(5).
           05  MAU-ANTES          PIC X(40).
           05  MAU-DESPUES        PIC X(40).
      * decisiones sobre la cola de cambios sensibles (ver
      * CAMPENRC.cpy): MAU-TRANSACCION 'V' aprobado y aplicado o 'X'
      * rechazado; MAU-OPERADOR es quien decide y aqui queda el
      * operador que capturo el cambio. En blanco en cualquier otra
      * transaccion (y en los renglones historicos mas cortos).
           05  MAU-OPERADOR-CAPTURA PIC X(8).
      * maestro que se toco: 'EMP' empleados (EMPMANTTO/EMPBATCH),
      * 'BNK' cuentas bancarias (BNKMANTTO), 'OBL' pagos de
      * obligaciones (OBLMANTTO), 'BEN' beneficiarios designados
      * (BENMANTTO), 'REP' contratos REPSE y sus asignaciones
      * (REPMANTTO), 'SGM' inscripcion al seguro de gastos medicos
      * (SGMMANTTO); las imagenes antes/despues tienen
      * el layout de ese maestro. Los renglones historicos lo traen en
      * blanco y FRAUDCHK.cbl los clasifica por la imagen.
           05  MAU-MAESTRO        PIC X(3).
               88  MAU-DE-EMPLEADOS VALUE 'EMP'.
               88  MAU-DE-CUENTAS VALUE 'BNK'.
               88  MAU-DE-OBLIGACIONES VALUE 'OBL'.
               88  MAU-DE-BENEFICIARIOS VALUE 'BEN'.
               88  MAU-DE-REPSE   VALUE 'REP'.
               88  MAU-DE-SGMM    VALUE 'SGM'.
