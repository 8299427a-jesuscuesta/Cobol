          02 CLIEST   PIC X.
             88 CLI-ACTIVO  VALUE 'A'.
             88 CLI-BAJA    VALUE 'B'.
      * 'I' cuando se ha dado por incobrable alguna de sus facturas
      * (UD23E19): la cuenta sigue viva para cobros y extractos,
      * pero la entrada de pedidos no admite pedidos nuevos.
             88 CLI-INSOLVENTE VALUE 'I'.
      * Limite de credito concedido al cliente y saldo pendiente de
      * cobro: el saldo lo suben las facturas emitidas y lo bajan
      * los cobros registrados, y la entrada de pedidos avisa cuando
      * con el la fecha de vencimiento de cada factura (FACVTO).
      * Cero en las cuentas antiguas: se trata como 30 dias.
          02 CLIPLA   PIC 99.
      * Regimen especial de recargo de equivalencia (comercio
      * minorista): con 'S' la facturacion UD12E1 y los abonos
      * UD12E5 anaden a cada tipo de IVA su recargo (rutina comun
      * RECEQ). En blanco en las cuentas antiguas: regimen general.
          02 CLIREC   PIC X.
             88 CLI-RECARGO VALUE 'S'.
      * Cliente de otro estado de la Union Europea (ventas
      * intracomunitarias): con 'S' lleva en CLIPAI el codigo ISO
      * del pais y en CLIVIE el NIF-IVA intracomunitario con su
      * prefijo, validado por la rutina comun NIFUE. Sus facturas
      * van exentas de IVA (art. 25 LIVA), fuera del modelo 347 y
      * se declaran en el modelo 349 (UD23E8). En blanco en las
      * cuentas antiguas: cliente nacional.
          02 CLIUE    PIC X.
             88 CLI-INTRACOM VALUE 'S'.
          02 CLIPAI   PIC X(2).
          02 CLIVIE   PIC X(14).
      * Facturacion mensual: con 'S' los pedidos servidos del cliente
      * no se facturan uno a uno sino que la facturacion masiva
      * UD23E10 los reune a fin de mes en una sola factura
      * recapitulativa, con un apartado por albaran. En blanco en
      * las cuentas antiguas: una factura por pedido.
          02 CLIFME   PIC X.
             88 CLI-FAC-MENSUAL VALUE 'S'.
      * Condicion de portes del cliente: 'P' (o en blanco, en las
      * cuentas antiguas) pagados, los paga la empresa; 'D'
      * debidos, se le cargan siempre; 'F' francos a partir de un
      * importe, se le cargan salvo que la base del pedido llegue a
      * CLIPUM (en euros, sin centimos). La facturacion UD12E1 y la
      * masiva UD23E10 anaden la linea de portes con la rutina
      * comun PORTES.
          02 CLIPOR   PIC X.
             88 CLI-PORTES-PAGADOS VALUE 'P' ' '.
             88 CLI-PORTES-DEBIDOS VALUE 'D'.
             88 CLI-PORTES-FRANCO  VALUE 'F'.
          02 CLIPUM   PIC 9(4).
