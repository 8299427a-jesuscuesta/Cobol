      ******************************************************************
      * REGZPO - Zona de portes de una poblacion (ZONAPOB.DAT): la
      * poblacion (el CLIPOB de la ficha del cliente) como clave y
      * la zona de la tarifa de portes (TARPORTE.DAT) en que cae.
      * Una poblacion sin zona aqui toma la de su ruta (RUTZON en
      * RUTAS.DAT, por RUTAPOB.DAT). Se mantiene en UD23E25.
      ******************************************************************
       01 REGZPO.
          02 ZPOPOB   PIC X(20).
          02 ZPOZON   PIC XX.
