      * poblaciones se asignan a rutas en RUTAPOB.DAT; la entrada
      * de pedidos propone como fecha de entrega el proximo dia de
      * la ruta del cliente y la hoja de ruta UD21E5 imprime el
      * reparto de cada ruta-dia, con la carga de la ruta contra
      * el vehiculo que la hace (RUTVEH en VEHICULO.DAT; en blanco,
      * sin comprobacion de carga). RUTZON es la zona de la tarifa
      * de portes de las poblaciones de la ruta que no tienen zona
      * propia en ZONAPOB.DAT. Se mantiene en UD21E4.
      ******************************************************************
       01 REGRUT.
          02 RUTCOD   PIC XX.
          02 RUTDES   PIC X(20).
      * Dias servidos: posicion 1 = lunes ... 7 = domingo.
          02 RUTDIA   PIC X(7).
      * Vehiculo asignado a la ruta (en blanco, ninguno).
          02 RUTVEH   PIC X(4).
      * Zona de portes de la ruta (en blanco, ninguna).
          02 RUTZON   PIC XX.
