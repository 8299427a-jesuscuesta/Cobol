             05 LCDMM PIC 99.
             05 LCDDD PIC 99.
          02 LOTQTY   PIC S9(5).
      * Fecha en que entro el lote (la de su primera recepcion o
      * montaje): con la caducidad da la vida total del lote, sobre
      * la que se mide la vida util minima en porcentaje que exigen
      * algunos clientes (REGVMC). A ceros en los lotes anteriores.
          02 LOTFEN.
             05 LFEAA PIC 9999.
             05 LFEMM PIC 99.
             05 LFEDD PIC 99.
