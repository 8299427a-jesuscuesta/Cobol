      ******************************************************************
      * REGLCT - Linea de presupuesto de venta (LINCOTIZ.DAT), bajo
      * la clave compuesta numero de presupuesto + numero de linea:
      * producto, cantidad y el precio y tipo de IVA congelados al
      * emitirlo, igual que LINPRE/LINIVA en LINPED.DAT. Al aceptar
      * el presupuesto cada linea pasa tal cual a LINPED.DAT.
      ******************************************************************
       01 REGLCT.
          02 LCTCLAVE.
             05 LCTCOT PIC 9(6).
             05 LCTNUM PIC 9999.
          02 LCTPRO   PIC X(4).
          02 LCTCAN   PIC 99999.
          02 LCTPRE   PIC 9(6)V99.
          02 LCTIVA   PIC 99V99.
