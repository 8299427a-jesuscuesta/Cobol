      * Este programa muestra por pantalla, agrupados por familia (PROFAM),
      * los productos del fichero PRODUCTO.DAT cuya cantidad en stock (PROQTY)
      * esta por debajo del punto de pedido, para poder detectar a tiempo
      * los articulos que hay que reponer. Los articulos de entrega
      * directa (PRO-DIRECTO) no se tienen en almacen y no salen.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * ************************************************
       REVISAR.
           PERFORM CALCULAR-QTY-REVISADA.
           IF QTY-REV < PUNTO-PEDIDO AND NOT PRO-DIRECTO THEN
              IF PRIMERA-VEZ = 'N' AND PROFAM NOT = FAMANT THEN
                 PERFORM SUBTOTAL-FAMILIA.
      *
