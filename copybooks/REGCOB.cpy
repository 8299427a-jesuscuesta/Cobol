      ******************************************************************
      * REGCOB - Cobro registrado (COBROS.DAT): cliente, factura a la
      * que se aplica, fecha y importe. Cada cobro queda como un
      * registro mas, que no se modifica, y el saldo del cliente
      * (CLISAL) se actualiza al grabarlo.
      * El fichero es indexado por cliente, factura y numero de
      * orden del cobro dentro de la factura (COBCLAVE): los cobros
      * de un cliente, o de una factura, se leen con START sin
      * recorrer el fichero. Quien graba un cobro le da el primer
      * COBLIN libre de la factura, probando el siguiente mientras
      * la clave ya exista (estado '22'). Los cobros del antiguo
      * fichero secuencial, sin COBLIN, los convierte la
      * reorganizacion UD16E5.
      ******************************************************************
       01 REGCOB.
          02 COBCLAVE.
             03 COBCLI   PIC X(4).
             03 COBFAC   PIC 9(6).
             03 COBLIN   PIC 9(3).
          02 COBFEC.
             05 COBAA PIC 9999.
             05 COBMM PIC 99.
             05 COBDD PIC 99.
      * Importe con signo: un recibo domiciliado que el banco
      * devuelve impagado se anula con un cobro en negativo del
      * mismo importe (devoluciones de recibos UD23E2), de modo
      * que los que suman o restan COBIMP quedan cuadrados sin
      * tocar el cobro original.
          02 COBIMP   PIC S9(7)V99.
      * Metodo de pago del cobro, validado contra el maestro de
      * metodos METPAGO.DAT (REGMET): E efectivo, T transferencia,
      * C cheque, D domiciliacion, F efecto (los cobros de la
      * cartera de efectos UD23E21)... El arqueo diario UD17E10
      * totaliza el dia por este campo. En blanco en los cobros
      * anteriores a que existiera.
          02 COBMET   PIC X.
