      ******************************************************************
      * REGEFE - Efecto recibido en cartera (EFECTOS.DAT): pagare o
      * letra que entrega el cliente para pagar una o varias
      * facturas, bajo un numero interno correlativo (EFECTOS.CTR).
      * Las facturas que cubre y lo aplicado a cada una van en
      * EFEFACT.DAT (REGEFF). La gestion de la cartera UD23E21 lo
      * recibe en cartera y lo mueve de estado: depositado en un
      * banco para su cobro al vencimiento, descontado (el cobro se
      * graba en el momento, metodo F), pagado (el cobro se graba
      * al vencimiento si no estaba descontado) o impagado (si ya
      * estaba cobrado se anula el cobro y se reabren las
      * facturas). Mientras esta en cartera o depositado, la rutina
      * comun EFECART da sus facturas por cubiertas y las
      * reclamaciones UD17E1 y las remesas UD17E3 las dejan fuera.
      * La clave alternativa EFEAGE (banco + vencimiento) ordena el
      * calendario de vencimientos por banco UD23E22.
      ******************************************************************
       01 REGEFE.
          02 EFENUM   PIC 9(6).
          02 EFECLI   PIC X(4).
          02 EFETIP   PIC X.
             88 EFE-PAGARE VALUE 'P'.
             88 EFE-LETRA  VALUE 'L'.
      * Numero del propio documento (el del talonario del cliente).
          02 EFEREF   PIC X(12).
          02 EFEIMP   PIC 9(7)V99.
      * Fecha de recepcion del efecto.
          02 EFEREC.
             05 EFRAA PIC 9999.
             05 EFRMM PIC 99.
             05 EFRDD PIC 99.
      * Entidad (4 digitos del codigo de banco del IBAN) donde se
      * deposita o descuenta; en blanco mientras sigue en cartera.
          02 EFEAGE.
             05 EFEBCO   PIC X(4).
             05 EFEVTO.
                10 EFVAA PIC 9999.
                10 EFVMM PIC 99.
                10 EFVDD PIC 99.
      * Fecha del ultimo cambio de estado.
          02 EFEFCO.
             05 EFCAA PIC 9999.
             05 EFCMM PIC 99.
             05 EFCDD PIC 99.
          02 EFEEST   PIC X.
             88 EFE-CARTERA    VALUE 'C'.
             88 EFE-DEPOSITADO VALUE 'D'.
             88 EFE-DESCONTADO VALUE 'S'.
             88 EFE-PAGADO     VALUE 'P'.
             88 EFE-IMPAGADO   VALUE 'I'.
