      *    'ALT' - alta de la factura con su pendiente inicial
      *            (la facturacion UD12E1; si ya existe, se pisa)
      *    'RES' - resta un importe del pendiente (cobros de
      *            UD12E2/UD17E3/UD17E5/UD23E21 y abonos de
      *            UD12E5); con importe negativo lo devuelve al
      *            pendiente (los recibos devueltos de UD23E2 y
      *            los efectos descontados impagados de UD23E21)
      *
      * Un RES sobre una factura sin partida (anterior a que
      * existiera el fichero) se ignora: la reconstruccion UD17E13
