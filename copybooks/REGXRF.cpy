      ******************************************************************
      * REGXRF - Referencia cruzada EDI de un cliente (EDIREF.DAT):
      * las cadenas de supermercados que mandan sus pedidos por EDI
      * usan sus propios codigos, y aqui se traducen a los nuestros.
      * Por cliente hay un registro C con el codigo con que la
      * cadena se identifica como comprador (el que llega en la
      * cabecera de cada pedido), uno A por cada articulo de la
      * cadena con nuestro producto (XRFPRO) y uno T por cada
      * tienda con su direccion de entrega en DIRECCLI.DAT (XRFDIR;
      * cero = la direccion de la ficha). La clave alternativa
      * XRFALT (tipo + codigo de la cadena) dice de que cliente es
      * un codigo de comprador. Lo mantiene UD10E5 y lo consulta el
      * intercambio EDI UD13E21.
      ******************************************************************
       01 REGXRF.
          02 XRFCLAVE.
             05 XRFCLI PIC X(4).
             05 XRFALT.
                10 XRFTIP PIC X.
                   88 XRF-COMPRADOR VALUE 'C'.
                   88 XRF-ARTICULO  VALUE 'A'.
                   88 XRF-TIENDA    VALUE 'T'.
                10 XRFEXT PIC X(14).
          02 XRFPRO   PIC X(4).
          02 XRFDIR   PIC 99.
