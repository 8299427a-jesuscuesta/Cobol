      ******************************************************************
      * REGTAD - Apunte fuera de plazo (TARDIOS.DAT, secuencial,
      * solo se anaden registros): un documento grabado con fecha
      * de un mes que ya se habia exportado a la gestoria y que,
      * por tanto, no va en el ASIENTOS.CSV que se le mando. Lo
      * anota la rutina comun PERIODO al consultarle el documento
      * y lo lista UD23E29 para mandarlo a la gestoria.
      ******************************************************************
       01 REGTAD.
      * Mes y fecha del documento.
          02 TADMES   PIC 9(6).
          02 TADFEC   PIC 9(8).
      * Cuando se grabo (aaaammdd y hhmmss) y desde que programa.
          02 TADSELLO.
             05 TADFGR PIC 9(8).
             05 TADHGR PIC 9(6).
          02 TADPRG   PIC X(8).
      * Clase de documento: F factura o cargo, A abono, C cobro,
      * P factura de proveedor, M movimiento de almacen.
          02 TADTIP   PIC X.
             88 TAD-FACTURA   VALUE 'F'.
             88 TAD-ABONO     VALUE 'A'.
             88 TAD-COBRO     VALUE 'C'.
             88 TAD-PROVEEDOR VALUE 'P'.
             88 TAD-MOVIMIENTO VALUE 'M'.
      * Numero o referencia del documento (la serie de la factura,
      * el cliente y la factura del cobro, el producto del
      * movimiento...) e importe o cantidad.
          02 TADDOC   PIC X(13).
          02 TADIMP   PIC S9(9)V99.
