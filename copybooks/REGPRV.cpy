      * codigo, nombre, direccion, telefono y condiciones de pago.
      * Usado por el mantenimiento de proveedores, las compras y los
      * informes de reposicion que acceden al fichero FPRV.
      * PRVIBA es la cuenta del proveedor para las transferencias de
      * la propuesta de pagos UD23E1 (validada con IBANVAL en UD15E1;
      * en blanco, el proveedor se paga a mano y no entra en el
      * fichero de transferencias).
      * PRVEDI dice si el proveedor acepta los pedidos de compra
      * como fichero electronico (PEDPRV.TXT, rutina ENVCOMP) y
      * devuelve sus confirmaciones en CONFPRV.TXT (carga UD20E8);
      * si no, el pedido se le sigue pasando a mano.
      * PRVPUN y PRVCAL son la puntuacion (0-100) y la calificacion
      * (A-D) que le dio la ultima evaluacion trimestral UD20E11,
      * del trimestre PRVTRI (TAAAA); a ceros si nunca se evaluo.
      * La comparativa de fuentes UD20E2 las muestra junto al
      * precio y el plazo.
      ******************************************************************
       01 REGPRV.
          02 PRVCOD   PIC X(4).
          02 PRVPOB   PIC X(20).
          02 PRVTEL   PIC X(12).
          02 PRVPAG   PIC X(20).
          02 PRVIBA   PIC X(24).
          02 PRVEDI   PIC X.
             88 PRV-EDI       VALUE 'S'.
          02 PRVPUN   PIC 999.
          02 PRVCAL   PIC X.
          02 PRVTRI   PIC 9(5).
