      * cuenta (validado por la rutina comun IBANVAL) y la marca de
      * domiciliacion. Los clientes con BAN-DOMICILIADO entran en la
      * remesa mensual de recibos UD17E3; el resto paga por los
      * cobros manuales de UD12E2 como siempre. Las devoluciones de
      * recibos UD23E2 pasan a BAN-MANUAL al cliente al que le
      * devuelven dos recibos seguidos.
      ******************************************************************
       01 REGBAN.
          02 BANCLI   PIC X(4).
