      ******************************************************************
      * REGNSR - Numero de serie de un articulo con control de serie
      * (PRO-SERIE) y su situacion actual (NSERIE.DAT), bajo la
      * clave producto + numero de serie. Lo mantiene solo la
      * rutina comun NSERIE: nace en la recepcion UD15E3 (o en la
      * primera salida, si la unidad ya estaba en el almacen antes
      * de llevar series), pasa a vendido en la expedicion UD11E4 o
      * en la liberacion nocturna UD13E7 y vuelve al almacen con la
      * devolucion UD12E5. La vida completa de cada serie queda en
      * NSERIEH.DAT (REGNSH), que es lo que consulta UD19E14.
      ******************************************************************
       01 REGNSR.
          02 NSRCLAVE.
             05 NSRPRO PIC X(4).
             05 NSRNUM PIC X(20).
          02 NSREST   PIC X.
             88 NSR-ALMACEN VALUE 'A'.
             88 NSR-VENDIDO VALUE 'V'.
      * Almacen por el que entro (compra o devolucion), y proveedor
      * o cliente y compra o pedido del ultimo suceso.
          02 NSRUBI   PIC XX.
          02 NSRTER   PIC X(4).
          02 NSRDOC   PIC 9(6).
      * Ultimo numero de suceso grabado en NSERIEH.DAT.
          02 NSRSEQ   PIC 999.
