      ******************************************************************
      * REGENT - Linea de entrada de genero en almacen (ENTRADAS.DAT),
      * bajo la clave numero de entrada + linea. La recepcion UD15E3
      * abre una entrada (numerada desde ENTRADAS.CTR) en cada pasada
      * sobre una compra y graba una linea por cada linea de compra
      * que mete genero en el almacen; las entregas directas no
      * entran. Sobre ellas reparte UD20E9 las facturas de gastos de
      * importacion (flete, aduana) y las lista UD20E10 con el coste
      * real de cada articulo.
      ******************************************************************
       01 REGENT.
          02 ENTCLAVE.
             05 ENTNUM PIC 9(6).
             05 ENTLIN PIC 9999.
      * Compra y linea de compra de origen, proveedor y almacen.
          02 ENTCOM   PIC 9(6).
          02 ENTLCO   PIC 9999.
          02 ENTPRV   PIC X(4).
          02 ENTPRO   PIC X(4).
          02 ENTUBI   PIC XX.
          02 ENTFEC.
             05 ENFAA PIC 9999.
             05 ENFMM PIC 99.
             05 ENFDD PIC 99.
      * Unidades de stock recibidas, precio del proveedor por unidad
      * y kilos de la linea (unidades por PROPES), bases del reparto
      * por cantidad, por valor y por peso.
          02 ENTCAN   PIC 9(5).
          02 ENTPRE   PIC 9(6)V99.
          02 ENTPES   PIC 9(7)V99.
      * Gastos de importacion ya repartidos sobre la linea.
          02 ENTGAS   PIC 9(7)V99.
