      ******************************************************************
      * REGFTR - Porte facturado por el transportista (FACTRANS.DAT):
      * por envio (el pedido expedido de EXPEDIC.DAT), la referencia
      * y la fecha de la factura del transportista y el importe que
      * nos cobra por ese envio. Se teclea en UD23E26 a partir de la
      * relacion de envios que acompana a su factura, y el informe
      * mensual de portes UD23E27 lo compara con lo cargado al
      * cliente (PEDPOR).
      ******************************************************************
       01 REGFTR.
          02 FTRPED   PIC 9(6).
          02 FTRREF   PIC X(12).
          02 FTRFEC.
             05 FTRAA PIC 9999.
             05 FTRMM PIC 99.
             05 FTRDD PIC 99.
          02 FTRIMP   PIC 9(5)V99.
