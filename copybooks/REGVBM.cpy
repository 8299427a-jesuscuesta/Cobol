      ******************************************************************
      * REGVBM - Ventas autorizadas bajo margen (VENTABAJ.DAT,
      * secuencial, solo se anade): cada linea cuyo precio neto,
      * con tarifa y promocion ya aplicadas, quedo por debajo del
      * coste PROCOS o del margen minimo MARGENMIN de PARAMS.DAT y
      * aun asi se grabo porque un supervisor la autorizo. Lo graban
      * la entrada de pedidos UD11E1 ('P') y la venta de mostrador
      * UD18E8 ('M'); de aqui saca UD18E15 el informe semanal por
      * vendedor y por quien autorizo.
      ******************************************************************
       01 REGVBM.
          02 VBMFEC.
             05 VBMAA PIC 9999.
             05 VBMMM PIC 99.
             05 VBMDD PIC 99.
          02 VBMHOR.
             05 VBMHH PIC 99.
             05 VBMNN PIC 99.
             05 VBMSS PIC 99.
          02 VBMORI   PIC X.
             88 VBM-PEDIDO    VALUE 'P'.
             88 VBM-MOSTRADOR VALUE 'M'.
          02 VBMPED   PIC 9(6).
          02 VBMLIN   PIC 9(4).
          02 VBMCLI   PIC X(4).
          02 VBMVEN   PIC XX.
          02 VBMPRO   PIC X(4).
          02 VBMCAN   PIC 9(5).
      * Precio neto de la linea, PVP de ficha y coste medio.
          02 VBMPRE   PIC 9(6)V99.
          02 VBMPVP   PIC 9(6)V99.
          02 VBMCOS   PIC 9(6)V99.
      * Margen sobre el precio neto, en porcentaje (negativo si se
      * vendio por debajo del coste).
          02 VBMMAR   PIC S9(3)V99.
      * Operador que tecleo la linea (en blanco en mostrador) y
      * supervisor que la autorizo.
          02 VBMUSU   PIC X(8).
          02 VBMSUP   PIC X(8).
