      * PRYCSTRC.cpy - asiento de costo por orden de trabajo
      * (data/PROYCOST.OUT, lo escribe PROYDIST.cbl en cada corrida
      * despues de STEP01 CALC). Un renglon por empleado y orden con
      * su parte del pago regular, de la prima de tiempo extra y de
      * la carga patronal (tasas de CARGAPAT.cbl). GLPOST.cbl saca la
      * mano de obra (regular + prima) del debito de gasto del
      * DEPARTAMENTO y la debita a la cuenta WIP de la orden; la
      * carga se debita a la misma cuenta WIP contra la cuenta de
      * carga patronal aplicada.
       01  PROYCOST-RECORD.
           05  PCO-COMPANIA       PIC XX.
           05  PCO-DATO-ID        PIC 9(5).
           05  PCO-DEPARTAMENTO   PIC X(4).
           05  PCO-PROYECTO       PIC X(10).
           05  PCO-CUENTA-WIP     PIC X(6).
           05  PCO-MINUTOS        PIC 9(6).
           05  PCO-REGULAR        PIC 9(7)V99.
           05  PCO-PRIMA-EXTRA    PIC 9(7)V99.
           05  PCO-CARGA          PIC 9(7)V99.
