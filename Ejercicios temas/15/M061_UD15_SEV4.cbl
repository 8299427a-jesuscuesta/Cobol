      * UD09E3), de forma que una sola tirada da, proveedor a
      * proveedor, exactamente los articulos que deben entrar en su
      * proximo pedido. Cierra con los productos bajo minimos que no
      * tienen proveedor asignado. Se genera en REPOSICI.PRN. Los
      * articulos de entrega directa (PRO-DIRECTO) no se reponen,
      * ni los descatalogados (PRO-DESCATALOGADO), que se dejan
      * agotar.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           PERFORM REVISAR-PRODUCTO UNTIL FINPRO = 'S'.
      *
       REVISAR-PRODUCTO.
           IF PROPRV = PRV-ACT AND PROQTY < PUNTO-PEDIDO
                AND NOT PRO-DIRECTO AND NOT PRO-DESCATALOGADO THEN
              PERFORM IMPRIMIR-PRODUCTO.
      *
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINPRO.
