      * (UBICA.DAT): codigo de dos caracteres y descripcion. El
      * almacen '01' es el principal: los procesos que no preguntan
      * ubicacion (expedicion, recepcion, devoluciones, batch)
      * trabajan contra el. El 'TR' esta reservado para el genero
      * en transito de los traspasos (UD09E12) y la 'CU' para la
      * cuarentena de devoluciones.
      ******************************************************************
       01 REGUBI.
          02 UBICOD   PIC XX.
          02 UBIDES   PIC X(20).
      * Cliente en cuyas instalaciones esta el almacen: el stock en
      * consigna (hospitales que tienen nuestro genero en su
      * estanteria y pagan lo que gastan). Entra por traspaso
      * (UD09E12), sin ser venta; el consumo UD19E10 lo convierte
      * en pedido y factura, y el informe UD19E11 lo valora. En
      * blanco en los almacenes propios, que son los unicos desde
      * los que se expide.
          02 UBICLI   PIC X(4).
             88 UBI-PROPIA  VALUE SPACES.
