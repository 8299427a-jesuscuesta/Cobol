      ******************************************************************
      * ALTAWEB - Resumen que devuelve la carga de altas de la
      * tienda web UD13E23 a la carga de pedidos UD13E8, que la
      * llama antes de cargar los pedidos de la noche y lo muestra
      * en su propio resumen:
      *    AWA-ALT  clientes nuevos creados
      *    AWA-EXI  cuentas asociadas a un cliente que ya existia
      *             con el mismo NIF
      *    AWA-REC  registros rechazados (en CLIWEBR.CSV con su
      *             motivo)
      * Se copia en WORKING-STORAGE de quien llama y en LINKAGE de
      * UD13E23.
      ******************************************************************
       01 ALTAWEB-ARG.
          02 AWA-ALT   PIC 999.
          02 AWA-EXI   PIC 999.
          02 AWA-REC   PIC 999.
