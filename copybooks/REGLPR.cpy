      * momento de registrar) y la marca de casacion que deja
      * UD17E7: conforme si lo facturado no supera lo recibido,
      * discrepante si el proveedor factura genero que no entro
      * (las lineas cortas que se pagaban a precio completo). El
      * tipo de IVA soportado de la linea (LPRIVA) se propone desde
      * PROIVA y queda congelado como LINIVA en LINPED.DAT: el libro
      * de IVA soportado UD23E3 reconstruye con el base y cuota por
      * tipo.
      ******************************************************************
       01 REGLPR.
          02 LPRCLAVE.
          02 LPREST   PIC X.
             88 LPR-CONFORME    VALUE 'C'.
             88 LPR-DISCREPANTE VALUE 'D'.
          02 LPRIVA   PIC 99V99.
