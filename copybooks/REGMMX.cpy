      * el minimo que dispara la alarma y el maximo hasta el que se
      * repone. El pase nocturno UD19E4 compara el stock de cada
      * ubicacion con sus niveles y propone traspasos desde el
      * almacen mas sobrado, que deja como borradores de traspaso
      * (REGTRS) para enviar con UD09E12. Se mantiene por pantalla
      * en UD19E3.
      ******************************************************************
       01 REGMMX.
          02 MMXCLAVE.
