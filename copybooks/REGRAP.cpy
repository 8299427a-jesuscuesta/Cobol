      ******************************************************************
      * REGRAP - Acuerdo de rappel anual por volumen de un cliente
      * (RAPPEL.DAT): hasta cinco tramos, cada uno con el volumen
      * de ventas netas del ano (base imponible de las facturas
      * menos los abonos) a partir del cual rige y el porcentaje
      * que se devuelve. Los tramos en uso llevan porcentaje, van
      * seguidos y con el volumen creciente; el tramo alcanzado es
      * el ultimo cuyo volumen se supera, y su porcentaje se
      * aplica a toda la venta neta del ano. El devengo se sigue
      * cada mes con UD23E15 y al cierre del ano UD23E16 emite el
      * rappel como abono (FAC-RAPPEL) y anota en RAPULT el ano
      * liquidado, para que no se emita dos veces.
      ******************************************************************
       01 REGRAP.
          02 RAPCLI   PIC X(4).
          02 RAPTRAMO OCCURS 5.
             05 RAPDES PIC 9(9)V99.
             05 RAPPOR PIC 99V99.
          02 RAPULT   PIC 9999.
