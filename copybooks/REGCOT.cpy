      ******************************************************************
      * REGCOT - Cabecera de presupuesto de venta (COTIZA.DAT), con
      * su propia numeracion (COTIZA.CTR): cliente, vendedor, fecha
      * de emision y fecha hasta la que se mantienen los precios.
      * Lo emite UD23E11, que valora las lineas con las mismas
      * reglas que la entrada de pedidos UD11E1 (tarifa pactada y
      * promocion vigente) y congela el precio en LINCOTIZ.DAT.
      * UD23E12 lo resuelve: aceptado (se convierte en pedido de
      * PEDIDOS.DAT sin volver a teclearlo, y COTPED guarda cual)
      * o perdido. Un presupuesto emitido cuya validez ya paso
      * cuenta como caducado; no se acepta sin emitir otro. El
      * informe mensual UD23E13 mide la conversion por vendedor.
      ******************************************************************
       01 REGCOT.
          02 COTNUM   PIC 9(6).
          02 COTCLI   PIC X(4).
          02 COTFEC.
             05 COTAA PIC 9999.
             05 COTMM PIC 99.
             05 COTDD PIC 99.
      * Validez de los precios (AAAAMMDD).
          02 COTVAL   PIC 9(8).
          02 COTVEN   PIC XX.
          02 COTEST   PIC X.
             88 COT-EMITIDO  VALUE 'E'.
             88 COT-ACEPTADO VALUE 'A'.
             88 COT-PERDIDO  VALUE 'P'.
      * Pedido en que se convirtio y fecha en que se acepto o se
      * dio por perdido (a ceros mientras esta emitido).
          02 COTPED   PIC 9(6).
          02 COTFRE   PIC 9(8).
      * Base imponible total del presupuesto.
          02 COTTOT   PIC 9(9)V99.
