      ******************************************************************
      * REGOMT - Orden de montaje o desmontaje de kits (ORDMONT.DAT),
      * numerada desde ORDMONT.CTR. Una orden de montaje saca del
      * almacen OMTUBI los componentes de KITCOMP.DAT para OMTCAN
      * kits y mete los kits ya montados como stock del propio
      * codigo del kit (las cestas que se preparan semanas antes de
      * la campana); una de desmontaje hace lo contrario con los
      * kits que no se vendieron. Se abre y se ejecuta (o se anula)
      * en UD19E12; UD19E13 lista las abiertas y lo que les falta.
      ******************************************************************
       01 REGOMT.
          02 OMTNUM   PIC 9(6).
          02 OMTTIP   PIC X.
             88 OMT-MONTAJE    VALUE 'M'.
             88 OMT-DESMONTAJE VALUE 'D'.
          02 OMTKIT   PIC X(4).
          02 OMTCAN   PIC 9(5).
          02 OMTUBI   PIC XX.
      * Fecha de apertura y fecha prevista de ejecucion.
          02 OMTFEC.
             05 OMFAA PIC 9999.
             05 OMFMM PIC 99.
             05 OMFDD PIC 99.
          02 OMTFPR.
             05 OMPAA PIC 9999.
             05 OMPMM PIC 99.
             05 OMPDD PIC 99.
          02 OMTEST   PIC X.
             88 OMT-ABIERTA VALUE 'A'.
             88 OMT-CERRADA VALUE 'C'.
             88 OMT-ANULADA VALUE 'X'.
      * Fecha de ejecucion o de anulacion.
          02 OMTFCI.
             05 OMCAA PIC 9999.
             05 OMCMM PIC 99.
             05 OMCDD PIC 99.
      * Coste unitario del kit en la ejecucion: en el montaje, la
      * suma de los componentes a su PROCOS (lo que se lleva al
      * coste medio del kit); en el desmontaje, el PROCOS del kit
      * que sale.
          02 OMTCOS   PIC 9(6)V99.
