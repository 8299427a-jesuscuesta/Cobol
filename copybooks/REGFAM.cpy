       01 REGFAM.
          02 FAMCOD   PIC XXX.
          02 FAMDES   PIC X(20).
      * Familia de alimentacion (S/N): sus articulos deben tener la
      * ficha de alergenos de PROATRIB.DAT, y UD19E16 lista los que
      * no la tienen. En blanco en las familias antiguas: no lo es.
          02 FAMALI   PIC X.
             88 FAM-ALIMENTACION VALUE 'S'.
