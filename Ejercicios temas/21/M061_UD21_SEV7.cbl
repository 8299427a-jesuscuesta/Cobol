      * asignadas y los dias que llevan abiertas (FECHACAL desde
      * la fecha de apertura). Cierra con el recuento de abiertas:
      * lo que lleva semanas sin dueno canta a la primera ojeada.
      * Las de tipo N (no entregado) las abre la rutina ENTREGA
      * desde las hojas de ruta UD21E12 y el seguimiento del
      * transportista UD21E13: son las excepciones de la entrega.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
