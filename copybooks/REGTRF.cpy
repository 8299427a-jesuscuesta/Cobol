      ******************************************************************
      * REGTRF - Factura de proveedor incluida en un lote de pagos
      * (PAGOPROV.DAT): bajo la clave compuesta numero de lote +
      * factura (FPRNUM de FACPROV.DAT), el proveedor, el importe a
      * pagar, la fecha de la propuesta y el estado, al estilo de
      * REGREM para las remesas de cobro. La propuesta de pagos
      * UD23E1 graba las facturas conformes que vencen hasta la
      * fecha pedida (estado propuesta); el operador puede excluir
      * alguna antes de generar el fichero de transferencias, que
      * las deja enviadas. Al confirmar que el banco acepto el lote
      * pasan a pagadas (y la factura a FPR-PAGADA); si el banco lo
      * rechaza quedan rechazadas y la factura vuelve a entrar en la
      * siguiente propuesta.
      ******************************************************************
       01 REGTRF.
          02 TRFCLAVE.
             05 TRFNUM PIC 9(4).
             05 TRFFPR PIC 9(6).
          02 TRFPRV   PIC X(4).
          02 TRFIMP   PIC 9(7)V99.
          02 TRFFEC.
             05 TRFAA PIC 9999.
             05 TRFMM PIC 99.
             05 TRFDD PIC 99.
          02 TRFEST   PIC X.
             88 TRF-PROPUESTA VALUE 'P'.
             88 TRF-EXCLUIDA  VALUE 'X'.
             88 TRF-ENVIADA   VALUE 'E'.
             88 TRF-PAGADA    VALUE 'G'.
             88 TRF-RECHAZADA VALUE 'R'.
