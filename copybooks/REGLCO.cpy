             05 LCPAA PIC 9999.
             05 LCPMM PIC 99.
             05 LCPDD PIC 99.
      * Confirmacion del proveedor (carga UD20E8 de CONFPRV.TXT):
      * la cantidad y la fecha de entrega que el se compromete a
      * cumplir. Con LCO-CONFIRMADA son estas, y no las pedidas,
      * las que siguen las entradas previstas UD20E3 y la lista de
      * reclamacion UD20E4.
          02 LCOCNF   PIC X.
             88 LCO-CONFIRMADA VALUE 'S'.
          02 LCOCCF   PIC 99999.
          02 LCOFCF.
             05 LCFAA PIC 9999.
             05 LCFMM PIC 99.
             05 LCFDD PIC 99.
      * Unidades de stock por unidad de compra, congeladas al
      * grabar la linea (PPVFCO del proveedor o PROFCO). LCOCAN,
      * LCOREC y LCOCCF siguen en unidades de stock; la pantalla de
      * compra, la recepcion y el intercambio con el proveedor
      * (PEDPRV.TXT, CONFPRV.TXT) las pasan a cajas con este
      * factor. A cero (lineas anteriores) vale 1.
          02 LCOFCO   PIC 999.
      * Fecha de la ultima entrada de genero contra la linea (la
      * estampa la recepcion UD15E3). Con ella y LCOFPR la
      * evaluacion de proveedores UD20E11 mide la puntualidad. A
      * ceros mientras no entra nada, y en las lineas recibidas
      * antes de que existiera.
          02 LCOFRE.
             05 LCRAA PIC 9999.
             05 LCRMM PIC 99.
             05 LCRDD PIC 99.
