      * referencia que trae la factura del proveedor, el pedido de
      * compra contra el que se registra, las fechas de factura y de
      * vencimiento (la que marquen las condiciones PRVPAG, tecleada
      * y validada con DATEVAL), el importe facturado (total con
      * IVA, lo que se paga) y su desglose en base imponible y cuota
      * de IVA soportado, calculados de las lineas de LINFPROV.DAT
      * con su tipo (LPRIVA); a ceros en las facturas registradas
      * antes de existir el desglose. El estado lo
      * deja la casacion linea a linea de UD17E7: conforme si todo
      * lo facturado casa con lo recibido en LINCOM.DAT, o
      * discrepante si algo no casa (y entonces no se paga hasta
      * resolverlo); pagada la marca el mismo programa al ordenar el
      * pago de una factura conforme, o la propuesta de pagos UD23E1
      * cuando el banco acepta el lote de transferencias. La empresa
      * del grupo que recibe la factura es la de trabajo de quien
      * la registra (rutina comun EMPRESA); a cero en las facturas
      * registradas antes de haber varias empresas, que son de la
      * 01. Por ella separa sus libros de IVA soportado UD23E3.
      ******************************************************************
       01 REGFPR.
          02 FPRNUM   PIC 9(6).
             88 FPR-CONFORME    VALUE 'C'.
             88 FPR-DISCREPANTE VALUE 'D'.
             88 FPR-PAGADA      VALUE 'G'.
          02 FPRBAS   PIC 9(7)V99.
          02 FPRCUO   PIC 9(7)V99.
          02 FPREMP   PIC 99.
