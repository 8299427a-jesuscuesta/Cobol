      ******************************************************************
      * REGPLG - Cambio de estado de un periodo contable
      * (PERIOLOG.DAT, secuencial, solo se anaden registros): cada
      * exportacion, cierre y reapertura de un mes de PERIODOS.DAT,
      * con cuando, quien, de que estado a cual y, en las
      * reaperturas, el motivo que da el supervisor en UD23E28.
      ******************************************************************
       01 REGPLG.
          02 PLGFEC   PIC 9(8).
          02 PLGHOR   PIC 9(6).
          02 PLGMES   PIC 9(6).
          02 PLGANT   PIC X.
          02 PLGNUE   PIC X.
      * Operador; en las exportaciones, el programa UD17E11.
          02 PLGUSU   PIC X(8).
          02 PLGMOT   PIC X(60).
