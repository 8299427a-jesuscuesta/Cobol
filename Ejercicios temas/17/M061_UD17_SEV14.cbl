      * factura+linea) y las vuelca a DUPLICADO.PRN encabezadas por
      * la marca de DUPLICADO, para que un inspector o un cliente
      * que pida la factura de marzo del ano pasado no dependa de
      * lo que le llego en papel o por correo ni de las generaciones
      * del spool UD16E6. Se pueden reimprimir varias facturas en
      * la misma tirada; numero a cero para terminar.
      *
