      * cliente y fecha. Usado por la entrada de pedidos y por los
      * programas que consultan, expiden o facturan pedidos, que
      * acceden al fichero FPED.
      * Cliente y fecha (PEDCLF) son la clave alternativa con
      * duplicados del fichero: los que buscan los pedidos de un
      * cliente (historial UD11E6, consulta UD10E7...) se colocan
      * con START en el primero del cliente y leen solo los suyos,
      * de mas antiguo a mas reciente, en vez de recorrerlo entero.
      ******************************************************************
       01 REGPED.
          02 PEDNUM   PIC 9(6).
          02 PEDCLF.
             03 PEDCLI   PIC X(4).
             03 PEDFEC.
                05 PEDAA PIC 9999.
                05 PEDMM PIC 99.
                05 PEDDD PIC 99.
      * Estado del pedido, al estilo de CLIEST en REGCLI: lo ponen
      * los programas que actuan sobre el pedido (entrada, expedicion
      * y facturacion), y permite saber en que punto del ciclo esta
      * cada uno: captado -> servido -> entregado -> facturado, o
      * bien anulado. Entregado lo pone la rutina ENTREGA con la
      * prueba de entrega (ALBARAN.DAT) de la hoja de ruta UD21E12
      * o del seguimiento del transportista UD21E13; un pedido no
      * entregado vuelve a captado para expedirse de nuevo.
          02 PEDEST   PIC X.
             88 PED-CAPTADO   VALUE 'C'.
             88 PED-SERVIDO   VALUE 'S'.
             88 PED-ENTREGADO VALUE 'E'.
             88 PED-FACTURADO VALUE 'F'.
             88 PED-ANULADO   VALUE 'A'.
      * Presupuesto: pedido tecleado pero no autorizado por superar
          02 PEDVEN   PIC XX.
      * Origen del pedido: W si entro por la carga de la tienda web
      * UD13E8 (la exportacion nocturna UD18E10 devuelve a la web
      * el estado de estos), E si lo mando una cadena por EDI y lo
      * cargo UD13E21 (sus datos de cadena estan en EDIPED.DAT),
      * espacio en los tecleados en casa. K si es el consumo de un
      * cliente en consigna (UD19E10): nace ya entregado, porque el
      * genero estaba en sus instalaciones.
          02 PEDORI   PIC X.
             88 PED-WEB VALUE 'W'.
             88 PED-EDI VALUE 'E'.
             88 PED-CONSIGNA VALUE 'K'.
      * Fecha de entrega prevista: la entrada de pedidos propone
      * el proximo dia de la ruta que sirve la poblacion del
      * cliente (RUTAS.DAT/RUTAPOB.DAT) y la hoja de ruta UD21E5
             05 PENAA PIC 9999.
             05 PENMM PIC 99.
             05 PENDD PIC 99.
      * Portes del pedido, que pone la facturacion con la rutina
      * comun PORTES: la base cargada al cliente, el tipo de IVA con
      * que se cargo (el de la linea de mayor importe del pedido,
      * porque el porte sigue a la entrega que acompana) y el
      * resultado: 'C' cargados, 'P' pagados por la empresa, 'F'
      * francos por importe, 'Z' sin zona o sin tramo en la tarifa
      * y 'X' sin envio en EXPEDIC.DAT. El libro de IVA y la
      * remision VERI*FACTU suman los portes a su tipo desde aqui, y
      * el informe de portes UD23E27 los compara con lo que factura
      * el transportista. A ceros y en blanco mientras el pedido no
      * se factura y en los anteriores a los portes.
          02 PEDPOR   PIC 9(5)V99.
          02 PEDPTI   PIC 99V99.
          02 PEDPCO   PIC X.
             88 POR-CARGADOS   VALUE 'C'.
             88 POR-PAGADOS    VALUE 'P'.
             88 POR-FRANCOS    VALUE 'F'.
             88 POR-SIN-TARIFA VALUE 'Z'.
             88 POR-SIN-ENVIO  VALUE 'X'.
