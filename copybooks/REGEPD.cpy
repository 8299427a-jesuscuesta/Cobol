      ******************************************************************
      * REGEPD - Pedido recibido por EDI (EDIPED.DAT), junto a su
      * cabecera en PEDIDOS.DAT: el numero de pedido de la cadena,
      * su codigo de comprador y la tienda de entrega tal como los
      * mando, que se le devuelven en el aviso de expedicion y en
      * la factura electronica. La clave alternativa cliente +
      * pedido de la cadena impide cargar dos veces el mismo
      * pedido. EPDNAV cuenta los avisos de expedicion ya enviados
      * y EPDFAC es la factura ya enviada (cero = pendiente). Lo
      * graba y lo actualiza el intercambio EDI UD13E21.
      ******************************************************************
       01 REGEPD.
          02 EPDPED   PIC 9(6).
          02 EPDREF.
             05 EPDCLI PIC X(4).
             05 EPDNUM PIC X(15).
          02 EPDCOM   PIC X(14).
          02 EPDTIE   PIC X(14).
          02 EPDFEC.
             05 EPDAA PIC 9999.
             05 EPDMM PIC 99.
             05 EPDDD PIC 99.
          02 EPDNAV   PIC 99.
          02 EPDFAC   PIC 9(6).
