      ******************************************************************
      * REGELN - Linea de un pedido EDI (EDILIN.DAT), con la misma
      * clave que su linea en LINPED.DAT: el articulo de la cadena
      * tal como lo pidio, la cantidad pedida y la ya comunicada
      * como expedida en los avisos de expedicion (ELNAVI), para
      * que lo que sale despues de un pendiente de BACKORD.DAT vaya
      * en un aviso nuevo. La graba y la actualiza UD13E21.
      ******************************************************************
       01 REGELN.
          02 ELNCLAVE.
             05 ELNPED PIC 9(6).
             05 ELNNUM PIC 9999.
          02 ELNART   PIC X(14).
          02 ELNCAN   PIC 99999.
          02 ELNAVI   PIC 99999.
