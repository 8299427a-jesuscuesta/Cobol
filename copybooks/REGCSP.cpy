      ******************************************************************
      * REGCSP - Cambio sensible pendiente de aprobar (CAMBPEND.DAT):
      * el limite de credito de un cliente (CLILIM), su IBAN de
      * BANCOCLI.DAT o el precio de un producto (PROPRE) que un
      * operador ha cambiado en su mantenimiento (UD10E1, UD17E2,
      * UD09E1, los precios con fecha de UD21E10) o que trae la
      * carga de tarifas UD13E16 y que, por estar protegido en
      * PARAMS.DAT, no se ha grabado en el maestro: lo deja aqui la
      * rutina comun CAMBSEN con el valor anterior, el nuevo y
      * quien lo pidio. Un
      * supervisor distinto lo aprueba o lo rechaza en UD16E11, y
      * solo entonces el cambio llega al maestro, a DIARIO.DAT y a
      * la auditoria. Numerado desde CAMBPEND.CTR; los registros
      * decididos se conservan como rastro.
      ******************************************************************
       01 REGCSP.
          02 CSPNUM   PIC 9(6).
          02 CSPTIP   PIC X(6).
             88 CSP-LIMITE   VALUE 'CLILIM'.
             88 CSP-IBAN     VALUE 'BANIBA'.
             88 CSP-PRECIO   VALUE 'PROPRE'.
      * Cliente (CLILIM, BANIBA) o producto (PROPRE).
          02 CSPCLA   PIC X(4).
      * Valores anterior y nuevo: el IBAN tal cual y los importes en
      * las primeras posiciones. Un IBAN anterior en blanco es el
      * alta de la cuenta, que lleva ademas la domiciliacion CSPDOM.
          02 CSPANT   PIC X(24).
          02 CSPANT-IMP REDEFINES CSPANT.
             05 CSPAIM PIC 9(7)V99.
             05 FILLER PIC X(15).
          02 CSPNUE   PIC X(24).
          02 CSPNUE-IMP REDEFINES CSPNUE.
             05 CSPNIM PIC 9(7)V99.
             05 FILLER PIC X(15).
      * En un precio, CSPDOM 'F' es un precio con fecha de vigor de
      * UD21E10: aprobarlo no toca el maestro, lo aplica UD21E11 la
      * noche anterior a su fecha.
          02 CSPDOM   PIC X.
             88 CSP-PRECIO-FECHA VALUE 'F'.
          02 CSPEST   PIC X.
             88 CSP-PENDIENTE VALUE 'P'.
             88 CSP-APROBADO  VALUE 'A'.
             88 CSP-RECHAZADO VALUE 'R'.
      * Quien lo pidio y cuando.
          02 CSPUSU   PIC X(8).
          02 CSPFEC.
             05 CSPAA PIC 9999.
             05 CSPMM PIC 99.
             05 CSPDD PIC 99.
          02 CSPHRA.
             05 CSPHH PIC 99.
             05 CSPNN PIC 99.
             05 CSPSS PIC 99.
      * Quien lo decidio, cuando y, si se rechazo, por que.
          02 CSPSUP   PIC X(8).
          02 CSPFRE.
             05 CSRAA PIC 9999.
             05 CSRMM PIC 99.
             05 CSRDD PIC 99.
          02 CSPHRE.
             05 CSRHH PIC 99.
             05 CSRNN PIC 99.
             05 CSRSS PIC 99.
          02 CSPMOT   PIC X(30).
