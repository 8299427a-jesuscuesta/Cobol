      * facturacion, las devoluciones y los informes fiscales y de
      * cobros que acceden al fichero FFAC. Un abono (nota de credito
      * de una devolucion) lleva FACTIP = 'A' y en FACORG el numero
      * de la factura a la que rebaja el pendiente. Un cargo de
      * gastos (FACTIP = 'G') repercute al cliente los gastos que
      * cobra el banco por un recibo devuelto (UD23E2): sin pedido
      * ni IVA, con FACORG apuntando a la factura del recibo; no es
      * una venta y no entra en los libros de IVA ni en las ventas.
      * Una factura de intereses de demora (FACTIP = 'I', UD23E18)
      * reclama al cliente los intereses por el retraso en el pago
      * de sus facturas: sin pedido, sin IVA (no es una venta, sino
      * una indemnizacion) y con FACORG a cero, porque reune varias
      * facturas; como el cargo, queda fuera de los libros de IVA y
      * de las ventas, pero se cobra y se reclama como cualquier
      * otra factura.
      * FACNUM es el numero interno del documento (contador unico
      * FACTURAS.CTR, clave del fichero y de los cobros); el numero
      * que se imprime y se remite es el de la serie (FACSER).
      * Cliente y fecha (FACCLF) son la segunda clave alternativa
      * con duplicados, detras de FACPED: el extracto UD12E4, la
      * antiguedad UD12E3 y la tirada de reclamaciones UD17E1 van
      * con START directamente a las facturas del cliente, por
      * orden de fecha.
      ******************************************************************
       01 REGFAC.
          02 FACNUM   PIC 9(6).
          02 FACPED   PIC 9(6).
          02 FACCLF.
             03 FACCLI   PIC X(4).
             03 FACFEC.
                05 FACAA PIC 9999.
                05 FACMM PIC 99.
                05 FACDD PIC 99.
          02 FACBAS   PIC 9(7)V99.
          02 FACIVA   PIC 9(7)V99.
          02 FACTOT   PIC 9(7)V99.
          02 FACTIP   PIC X.
             88 FAC-FACTURA VALUE 'F'.
             88 FAC-ABONO   VALUE 'A'.
             88 FAC-CARGO   VALUE 'G'.
             88 FAC-INTERES VALUE 'I'.
          02 FACORG   PIC 9(6).
      * Fecha de vencimiento: la fecha de emision mas el plazo de
      * pago del cliente (CLIPLA), calculada por UD12E1 con la
             05 VTOAA PIC 9999.
             05 VTOMM PIC 99.
             05 VTODD PIC 99.
      * Cuota del recargo de equivalencia de los clientes en ese
      * regimen (CLI-RECARGO), sumada ya en FACTOT junto con la
      * base y el IVA. Cero en el regimen general, en los cargos
      * de gastos y en las facturas antiguas.
          02 FACREC   PIC 9(7)V99.
      * Exencion de IVA del documento: 'E' en las entregas
      * intracomunitarias a clientes de otro estado de la UE
      * (CLI-INTRACOM, art. 25 LIVA), que van sin IVA ni recargo;
      * los abonos la heredan de la factura de origen. En blanco
      * en las ventas nacionales y en las facturas antiguas.
          02 FACEXE   PIC X.
             88 FAC-INTRACOM VALUE 'E'.
      * Serie, ano y numero dentro de la serie (rutina comun
      * SERIENUM, contador SERIES.CTR), que empieza en 1 cada ano:
      * F facturas, R rectificativas (abonos), T tickets o facturas
      * simplificadas, G cargos de gastos e I facturas de intereses
      * de demora. En blanco y ceros en
      * los documentos anteriores a las series, que se siguen
      * identificando por FACNUM.
          02 FACSER.
             05 FACSCD PIC X.
                88 SER-FACTURA  VALUE 'F'.
                88 SER-RECTIF   VALUE 'R'.
                88 SER-TICKET   VALUE 'T'.
                88 SER-CARGO    VALUE 'G'.
             05 FACSAA PIC 9999.
             05 FACSNU PIC 9(6).
      * Factura recapitulativa: 'R' en la factura mensual que la
      * facturacion masiva UD23E10 emite a los clientes con
      * facturacion mensual (CLI-FAC-MENSUAL) por todos sus pedidos
      * servidos del mes. FACPED lleva el primero de ellos y la
      * relacion completa de pedidos queda en FACPEDS.DAT (trazado
      * REGFPD). En blanco en las facturas de un solo pedido, en
      * los abonos y en los cargos.
      * En los abonos, 'P' marca el rappel anual por volumen que
      * emite UD23E16 (acuerdos de RAPPEL.DAT): un abono sin
      * pedido (FACPED a cero) ni factura de origen (FACORG a
      * cero), de un solo tipo de IVA, que no entra en la venta
      * neta sobre la que se calcula el propio rappel.
      * 'C' marca la rectificativa por credito incobrable que emite
      * UD23E19 al dar por perdida una factura de un cliente en
      * concurso (art. 80.Tres LIVA) o impagada (art. 80.Cuatro):
      * FACORG lleva la factura rectificada y FACPED va a cero. Es
      * de un solo tipo de IVA, como el rappel, y recupera la cuota
      * en el libro de IVA, pero no es una devolucion: no resta de
      * las ventas ni del modelo 347.
      * 'S' marca la factura completa que sustituye a un ticket a
      * peticion del comprador (UD18E14): lleva el pedido del
      * ticket, sus mismos importes y en FACORG el ticket. El
      * ticket sustituido queda con 'T' y en FACORG la factura que
      * lo sustituye; deja de contar en los libros de IVA, las
      * ventas y los pendientes, donde cuenta la sustitutiva.
          02 FACREP   PIC X.
             88 FAC-RECAPITULATIVA VALUE 'R'.
             88 FAC-RAPPEL         VALUE 'P'.
             88 FAC-INCOBRABLE     VALUE 'C'.
             88 FAC-SUSTITUTIVA    VALUE 'S'.
             88 FAC-SUSTITUIDA     VALUE 'T'.
      * Portes cargados en la factura (suma del PEDPOR de sus
      * pedidos), ya incluidos en FACBAS; el IVA de los portes va
      * en FACIVA. Cero en las facturas sin portes, en los abonos,
      * cargos y demas documentos sin pedido, y en las antiguas.
          02 FACPOR   PIC 9(7)V99.
