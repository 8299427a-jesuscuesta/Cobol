          02 COMEST   PIC X.
             88 COM-ABIERTA  VALUE 'A'.
             88 COM-RECIBIDA VALUE 'R'.
      * Compra de entrega directa (rutina comun COMDIR): el pedido
      * y la linea de venta que la originan, el cliente y la
      * direccion de entrega (la de DIRECCLI.DAT del pedido, o la
      * de su ficha) a la que el proveedor sirve sin pasar por el
      * almacen. COMPED a cero en las compras normales.
          02 COMPED   PIC 9(6).
          02 COMLPD   PIC 9999.
          02 COMCLI   PIC X(4).
          02 COMDDI   PIC X(20).
          02 COMDPO   PIC X(20).
