      ******************************************************************
      * REGFPD - Pedido de una factura recapitulativa (FACPEDS.DAT):
      * un registro por cada pedido (albaran) que la facturacion
      * masiva UD23E10 reune en la factura mensual de un cliente,
      * bajo la clave factura + pedido. La clave alternativa por
      * pedido dice en que factura recapitulativa se facturo un
      * pedido. Los programas que reconstruyen una factura desde
      * las lineas de su pedido (libro de IVA, contabilidad,
      * acumulado de ventas, VERI*FACTU, abonos y anulacion)
      * recorren aqui todos los pedidos de las facturas
      * FAC-RECAPITULATIVA en vez de solo FACPED. Los registros de
      * una factura anulada se conservan, como su rastro en
      * VERIFAC.DAT y FACARCH.DAT.
      ******************************************************************
       01 REGFPD.
          02 FPDCLA.
             05 FPDFAC PIC 9(6).
             05 FPDPED PIC 9(6).
