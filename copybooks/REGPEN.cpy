      ******************************************************************
      * REGPEN - Partida abierta de cobro (PENDIENT.DAT): el
      * importe pendiente vivo de cada factura, bajo su numero. Lo
      * mantiene la rutina comun PENACT en el momento de facturar
      * (UD12E1), cobrar (UD12E2, UD17E3, UD17E5, UD23E21) y
      * abonar (UD12E5), para que la antiguedad de saldos y los
      * extractos lean un registro por factura en vez de recorrer
      * entero COBROS.DAT. Tras una restauracion se reconstruye
      * desde FACTURAS.DAT y COBROS.DAT con la utilidad UD17E13,
      * al estilo de UD16E2.
      ******************************************************************
       01 REGPEN.
          02 PENFAC   PIC 9(6).
