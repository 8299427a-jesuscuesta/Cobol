      ******************************************************************
      * CTLTOT - Argumento de la rutina comun CTLTOT, que anade a
      * CTLTOT.DAT (trazado REGCTT) los totales de control de un
      * paso batch, con la fecha y la hora en que termina. Lo que
      * lleva cada campo en los pasos que la cadena UD13E18 cuadra:
      *    UD13E8  - LEI lineas del CSV, ESC lineas de pedido
      *              grabadas, REC rechazadas, IMP importe de las
      *              lineas, AUX pedidos creados, DSD y HST primer
      *              y ultimo numero de pedido asignado.
      *    UD13E23 - LEI lineas del CSV, ESC clientes creados, REC
      *              rechazadas, AUX cuentas asociadas a un cliente
      *              que ya existia, DSD y HST primer y ultimo
      *              codigo de cliente creado.
      *    UD18E10 - LEI productos leidos, ESC lineas de
      *              STOCKWEB.CSV, IMP unidades vendibles volcadas,
      *              AUX suma de PROQTY leida.
      *    UD13E15 - ESC movimientos pasados a MOVCIER.DAT, IMP
      *              suma de sus cantidades, AUX registros que
      *              quedan en MOVIMIENT.DAT, DSD mes cerrado
      *              (mmaaaa) o cero si en esta pasada no se
      *              reescribio el libro, HST 1 si MOVCIER.DAT se
      *              construyo en esta pasada (0 si se reanudo).
      * El resto de pasos informan solo leidos, escritos,
      * rechazados y, si lo tienen, un importe. CTA-RES vuelve 'S'
      * grabado o 'E' error de fichero (estado en CTA-FS), que no
      * detiene a quien llama. Se copia en WORKING-STORAGE de quien
      * llama y en LINKAGE de la rutina.
      ******************************************************************
       01 CTLTOT-ARG.
          02 CTA-PRG   PIC X(8).
          02 CTA-LEI   PIC 9(7).
          02 CTA-ESC   PIC 9(7).
          02 CTA-REC   PIC 9(7).
          02 CTA-IMP   PIC S9(11)V99.
          02 CTA-AUX   PIC S9(11)V99.
          02 CTA-DSD   PIC 9(10).
          02 CTA-HST   PIC 9(10).
          02 CTA-RES   PIC X.
             88 CTA-GRABADO VALUE 'S'.
             88 CTA-ERROR   VALUE 'E'.
          02 CTA-FS    PIC XX.
