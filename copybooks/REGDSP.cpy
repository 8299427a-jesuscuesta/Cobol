      ******************************************************************
      * REGDSP - Factura en disputa (DISPUTAS.DAT): la disconformidad
      * de un cliente con una factura de FACTURAS.DAT (precio mal
      * aplicado, mercancia no recibida o defectuosa...), bajo un
      * numero correlativo (DISPUTAS.CTR), con el importe
      * discutido, el responsable que la lleva (un operador de
      * OPERADOR.DAT) y la fecha del proximo seguimiento. La abre,
      * sigue y cierra el mantenimiento UD23E23; al cerrarla queda
      * la forma en que se resolvio (con el abono de UD12E5 que la
      * zanjo, si lo hubo), que es el historial que lista el
      * informe semanal UD23E24. Mientras esta abierta, la rutina
      * comun FACDISP da la factura por discutida y las
      * reclamaciones UD17E1, las remesas UD17E3 y la prevision de
      * cobros UD17E4 la dejan fuera; la antiguedad de saldos
      * UD12E3 la lista aparte. Una factura no tiene mas de una
      * disputa abierta a la vez.
      ******************************************************************
       01 REGDSP.
          02 DSPNUM   PIC 9(6).
          02 DSPFAC   PIC 9(6).
          02 DSPCLI   PIC X(4).
          02 DSPMOT   PIC X.
             88 DSP-PRECIO     VALUE 'P'.
             88 DSP-NO-RECIBIDA VALUE 'M'.
             88 DSP-DEFECTUOSA VALUE 'D'.
             88 DSP-OTRO       VALUE 'O'.
          02 DSPTXT   PIC X(40).
          02 DSPIMP   PIC 9(7)V99.
      * Responsable y fecha de apertura, contiguos: clave
      * alternativa por la que el informe semanal ordena las
      * disputas de cada responsable de la mas antigua a la mas
      * reciente.
          02 DSPORD.
             05 DSPRES   PIC X(8).
             05 DSPALT.
                10 DSAAA PIC 9999.
                10 DSAMM PIC 99.
                10 DSADD PIC 99.
          02 DSPSEG.
             05 DSSAA PIC 9999.
             05 DSSMM PIC 99.
             05 DSSDD PIC 99.
          02 DSPEST   PIC X.
             88 DSP-ABIERTA VALUE 'A'.
             88 DSP-CERRADA VALUE 'C'.
      * Resolucion, en blanco mientras esta abierta: A abono de todo
      * lo discutido, P acuerdo parcial, R desestimada (el cliente
      * paga la factura integra), O otra.
          02 DSPSOL   PIC X.
             88 DSP-ABONO-TOTAL VALUE 'A'.
             88 DSP-PARCIAL     VALUE 'P'.
             88 DSP-DESESTIMADA VALUE 'R'.
             88 DSP-OTRA-SOL    VALUE 'O'.
          02 DSPCIE.
             05 DSCAA PIC 9999.
             05 DSCMM PIC 99.
             05 DSCDD PIC 99.
      * Abono (FACNUM) con el que se zanjo y su importe.
          02 DSPABO   PIC 9(6).
          02 DSPIAB   PIC 9(7)V99.
          02 DSPTCI   PIC X(40).
