      * cliente en ENVASCLI.DAT y la devolucion lo resta; el
      * deposito de lo retenido lo factura UD21E9.
          02 PROENVC  PIC X(4).
      * Articulo de entrega directa (S/N): no se tiene en almacen.
      * La entrada de pedidos UD11E1 (rutina comun COMDIR) lo pide
      * al proveedor habitual con la direccion del cliente, la
      * expedicion UD11E4 no mueve su stock y deja la linea en
      * BACKORD.DAT hasta que la recepcion UD15E3 confirma que el
      * proveedor la entrego; las listas de reposicion lo saltan.
          02 PRODIR   PIC X.
             88 PRO-DIRECTO VALUE 'S'.
      * Articulo con control de numero de serie (S/N): la
      * recepcion UD15E3 captura la serie de cada unidad que
      * entra, la expedicion UD11E4 exige una por unidad servida y
      * la devolucion UD12E5 la recupera (rutina comun NSERIE,
      * NSERIE.DAT); la consulta UD19E14 ensena la vida entera de
      * cada serie, para garantias y denuncias de robo.
          02 PROSER   PIC X.
             88 PRO-SERIE VALUE 'S'.
      * Unidad de compra (CAJ, PAQ...) y unidades de stock que
      * trae cada una: se compra por cajas y se vende por unidades.
      * Los pedidos de compra UD15E2, la propuesta UD20E5, la
      * recepcion UD15E3 y la tarifa de proveedor UD13E16 trabajan
      * en unidades de compra; el stock, MOVIMIENT.DAT y las ventas
      * siguen en unidades. Unidad en blanco y factor 1 (o cero en
      * los articulos anteriores) = se compra por unidades. Donde
      * un proveedor sirve otra caja, manda el PPVFCO de su fuente
      * en PROPROV.DAT.
          02 PROUCO   PIC X(3).
          02 PROFCO   PIC 999.
      * Estado del articulo en su ciclo de vida: A activo (o en
      * blanco, los anteriores a existir la marca), D descatalogado
      * (se vende solo hasta agotar el stock, sin pendientes ni
      * reposicion, y la entrada de pedidos ofrece el sustituto
      * PROSUS) y B bloqueado por calidad (ni se vende ni se
      * expide). Lo cambia el mantenimiento UD09E1, que deja cada
      * cambio en AUDITPRO.DAT.
          02 PROEST   PIC X.
             88 PRO-ACTIVO        VALUE 'A' ' '.
             88 PRO-DESCATALOGADO VALUE 'D'.
             88 PRO-BLOQUEADO     VALUE 'B'.
