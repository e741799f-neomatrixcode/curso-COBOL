      * CONTRREC.cpy - historia de contratos de trabajo por empleado
      * (data/CONTRATO.DAT, satelite por DATO-ID como LICENCIA/
      * INCAP). Un renglon por contrato firmado: tipo (catalogo
      * c_TipoContrato del SAT, el mismo que va en el CFDI de
      * nomina), inicio, fin (cero en el indeterminado) y cuantas
      * renovaciones lleva el mismo tipo. El contrato vigente es el
      * renglon con el inicio mas reciente del DATO-ID; sin renglon,
      * la relacion se presume por tiempo indeterminado (LFT art.
      * 35). Se captura en EMPMANTTO.cbl (alta y transaccion K) y en
      * EMPBATCH.cbl, que validan los topes de la LFT: periodo a
      * prueba hasta 30 dias (180 en puestos de direccion/confianza,
      * art. 39-A), capacitacion inicial hasta 3 meses (6 en
      * confianza, art. 39-B), y ninguno de los dos se repite ni se
      * encadena (art. 39-D). CTRVENCE.cbl lista semanalmente los
      * que vencen y la corrida avisa si se paga a alguien con el
      * contrato ya vencido y sin renovacion. CFDINOM.cbl toma para el
      * c_TipoContrato el renglon mas reciente que ya inicio al fin
      * del periodo timbrado.
       01  CONTRATO-RECORD.
           05  CTR-DATO-ID        PIC 9(5).
           05  CTR-TIPO           PIC XX.
               88  CTR-INDETERMINADO VALUE '01'.
               88  CTR-OBRA       VALUE '02'.
               88  CTR-TIEMPO-DET VALUE '03'.
               88  CTR-TEMPORADA  VALUE '04'.
               88  CTR-PRUEBA     VALUE '05'.
               88  CTR-CAPACITACION VALUE '06'.
               88  CTR-TIPO-VALIDO VALUE '01' THRU '06'.
               88  CTR-RENOVABLE  VALUE '02' THRU '04'.
               88  CTR-INICIAL    VALUE '05' '06'.
           05  CTR-FECHA-INICIO   PIC 9(8).
           05  CTR-FECHA-FIN      PIC 9(8).
           05  CTR-RENOVACIONES   PIC 99.
           05  CTR-CONFIANZA      PIC X.
               88  CTR-DE-CONFIANZA VALUE 'S'.
           05  CTR-FECHA-CAPTURA  PIC 9(8).
