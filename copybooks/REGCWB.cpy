      ******************************************************************
      * REGCWB - Cuenta de la tienda web asociada a un cliente
      * (CLIWEB.DAT). La graba la carga de altas web UD13E23 al
      * crear el cliente (o al encontrar uno que ya tenia el mismo
      * NIF), y la carga de pedidos web UD13E8 la consulta para
      * traducir la cuenta de la cabecera del pedido a CLICOD.
      ******************************************************************
       01 REGCWB.
          02 CWBCTA   PIC X(10).
          02 CWBCLI   PIC X(4).
      * Fecha (aaaammdd) en que se asocio la cuenta al cliente.
          02 CWBFEC   PIC 9(8).
