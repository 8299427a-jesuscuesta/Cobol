      * por codigo) y imprime el hueco en la linea: el nuevo
      * prepara sin un veterano al lado. Se mantiene por pantalla
      * en UD19E2.
      * El hueco de picking tiene una capacidad en unidades y el
      * articulo puede tener ademas un hueco de reserva (arriba,
      * con su propia capacidad). La recepcion UD15E3 llena
      * primero el de picking y manda el resto a la reserva, y la
      * reposicion UD19E18 baja de la reserva al de picking lo que
      * pide la preparacion de la manana. Lo que esta en reserva
      * se lleva en UBPRQT; lo que hay en picking es el resto del
      * stock del almacen en STOCKUBI.DAT.
      ******************************************************************
       01 REGUBP.
          02 UBPCLAVE.
          02 UBPPAS   PIC X(3).
          02 UBPEST   PIC X(3).
          02 UBPORD   PIC 9(4).
      * Capacidad del hueco de picking en unidades (cero = sin
      * limite: todo lo recibido va al picking).
          02 UBPCAP   PIC 9(5).
      * Hueco de reserva (en blanco = el articulo no tiene) y su
      * capacidad (cero = sin limite).
          02 UBPRPS   PIC X(3).
          02 UBPRES   PIC X(3).
          02 UBPRCP   PIC 9(5).
      * Unidades que estan ahora en la reserva.
          02 UBPRQT   PIC 9(5).
