      ******************************************************************
      * REGARC - Linea archivada de una factura emitida
      * (FACARCH.DAT): cada linea que UD12E1 manda a la cola de
      * documentos queda tambien aqui, bajo la clave compuesta
      * numero de factura + numero de linea (el mismo esquema de
      * clave que el almacen de spool SPOOLSTO.DAT). Al contrario
      * que el spool, que solo guarda tres generaciones, este
