      * pedidos UD11E1, facturacion UD12E1, cobros UD12E2,
      * abonos UD12E5, remesas UD17E3, aplicacion de cobros
      * UD17E5, venta de mostrador UD18E8, carga del extracto
      * UD21E3, facturacion de envases UD21E9, facturacion
      * masiva UD23E10 lanzada desde el menu, conversion de
      * presupuestos en pedidos UD23E12, emision de rappels
      * UD23E16, de intereses de demora UD23E18 y de creditos
      * incobrables UD23E19) no admiten mas apuntes de esa
      * fecha, y la cadena nocturna UD13E18 deja
      * constancia en BATCHLOG.DAT de si arranca sobre un dia
      * cerrado o no.
      ******************************************************************
       01 REGCDI.
          02 CDFEC    PIC 9(8).
