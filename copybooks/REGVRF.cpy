      ******************************************************************
      * REGVRF - Verificacion de embalaje de un pedido (VERIFPED.DAT):
      * el resultado de la ultima lectura de codigos de barras que
      * hizo el empaquetador en UD11E7 contra las lineas del pedido,
      * con el preparador que lo pico. La expedicion UD11E4 no sirve
      * un pedido que no este conforme o forzado por un supervisor
      * (que queda anotado en VRFSUP).
      ******************************************************************
       01 REGVRF.
          02 VRFPED   PIC 9(6).
          02 VRFEST   PIC X.
             88 VRF-CONFORME VALUE 'C'.
             88 VRF-ERRORES  VALUE 'E'.
             88 VRF-FORZADO  VALUE 'F'.
          02 VRFPRE   PIC X(8).
          02 VRFSUP   PIC X(8).
          02 VRFFEC   PIC 9(8).
      * Veces que se ha verificado el pedido y errores de la ultima.
          02 VRFNUM   PIC 99.
          02 VRFERR   PIC 999.
