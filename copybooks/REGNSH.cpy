      ******************************************************************
      * REGNSH - Suceso en la vida de un numero de serie
      * (NSERIEH.DAT), bajo la clave producto + numero de serie +
      * numero de suceso: la entrada de compra (proveedor y
      * compra), la venta (cliente y pedido; la factura se busca
      * por el pedido) y la devolucion (cliente y pedido de
      * origen). Solo lo graba la rutina comun NSERIE y lo lista
      * la consulta de series UD19E14.
      ******************************************************************
       01 REGNSH.
          02 NSHCLAVE.
             05 NSHPRO PIC X(4).
             05 NSHNUM PIC X(20).
             05 NSHSEQ PIC 999.
          02 NSHTIP   PIC X.
             88 NSH-ENTRADA VALUE 'E'.
             88 NSH-VENTA   VALUE 'S'.
             88 NSH-DEVOL   VALUE 'D'.
          02 NSHFEC.
             05 NSHAA PIC 9999.
             05 NSHMM PIC 99.
             05 NSHDD PIC 99.
          02 NSHUBI   PIC XX.
          02 NSHTER   PIC X(4).
          02 NSHDOC   PIC 9(6).
