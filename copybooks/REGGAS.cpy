      ******************************************************************
      * REGGAS - Factura de gastos de importacion (GASTOS.DAT): flete,
      * aduana u otros gastos de traer el genero, facturados por un
      * transitario o agente que no es el proveedor de la mercancia.
      * Numerada desde GASTOS.CTR. UD20E9 la registra contra una o
      * varias entradas de ENTRADAS.DAT y reparte su importe sobre
      * sus lineas por valor, peso o cantidad; UD20E10 la lista al
      * pie de cada entrada a la que se aplico.
      ******************************************************************
       01 REGGAS.
          02 GASNUM   PIC 9(6).
          02 GASPRV   PIC X(4).
          02 GASREF   PIC X(12).
          02 GASFEC.
             05 GSFAA PIC 9999.
             05 GSFMM PIC 99.
             05 GSFDD PIC 99.
          02 GASTIP   PIC X.
             88 GAS-FLETE  VALUE 'F'.
             88 GAS-ADUANA VALUE 'A'.
             88 GAS-OTROS  VALUE 'O'.
          02 GASBAS   PIC X.
             88 GAS-VALOR    VALUE 'V'.
             88 GAS-PESO     VALUE 'P'.
             88 GAS-CANTIDAD VALUE 'C'.
          02 GASIMP   PIC 9(7)V99.
      * Entradas sobre las que se reparte (GASNEN de ellas).
          02 GASNEN   PIC 99.
          02 GASENT   PIC 9(6) OCCURS 10.
