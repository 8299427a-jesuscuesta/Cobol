      ******************************************************************
      * REGRIT - Ritmo de compra de un cliente (RITMOCLI.DAT,
      * indexado por cliente). Lo recalcula cada noche UD18E16 a
      * partir del historico de PEDIDOS.DAT: cada cuantos dias
      * suele pedir el cliente, que importe suele tener su pedido
      * y cuanto hace del ultimo. Con eso decide si entra en la
      * lista de llamadas del dia (LLAMADAS.PRN); el equipo de
      * televenta trabaja la lista con UD18E17, que deja el
      * resultado de cada llamada aqui y en CONTACLI.DAT, y el
      * informe mensual UD18E18 saca los clientes en riesgo de
      * cada vendedor.
      ******************************************************************
       01 REGRIT.
          02 RITCLI   PIC X(4).
      * Vendedor que capto el ultimo pedido del cliente (en blanco
      * si entro por la web o por EDI).
          02 RITVEN   PIC XX.
      * Pedidos que cuentan (ni anulados ni presupuestos), fecha
      * del ultimo, intervalo habitual en dias entre pedidos y
      * cesta habitual (importe medio del pedido, sin IVA).
          02 RITNPD   PIC 9(4).
          02 RITULT   PIC 9(8).
          02 RITINT   PIC 9(4).
          02 RITCES   PIC 9(7)V99.
      * Dias desde el ultimo pedido y situacion el dia del calculo:
      * espacio si aun no hay pedidos bastantes para tener ritmo,
      * O al dia, T le toca pedir, R en riesgo (muy pasado de su
      * ritmo habitual).
          02 RITDIA   PIC 9(5).
          02 RITEST   PIC X.
             88 RIT-SIN-RITMO VALUE ' '.
             88 RIT-AL-DIA    VALUE 'O'.
             88 RIT-TOCA      VALUE 'T'.
             88 RIT-RIESGO    VALUE 'R'.
          02 RITFEC   PIC 9(8).
      * Lista de llamadas del dia RITFEC: S pendiente de llamar,
      * H ya llamado, espacio fuera de la lista.
          02 RITLIS   PIC X.
             88 RIT-EN-LISTA  VALUE 'S'.
             88 RIT-LLAMADO   VALUE 'H'.
      * Ultima llamada de televenta y su resultado: P hizo pedido,
      * V volver a llamar, N no necesita nada, C no contesta,
      * B cliente perdido.
          02 RITFLL   PIC 9(8).
          02 RITRES   PIC X.
