      ******************************************************************
      * REGINT - Intereses de demora ya liquidados de una factura
      * (INTERES.DAT): fecha hasta la que se han calculado, ultimo
      * documento de intereses emitido (FAC-INTERES) y total
      * facturado por ese concepto. Lo graba la emision UD23E18
      * tanto si factura los intereses como si se renuncia a
      * ellos, y la propuesta UD23E17 solo cuenta los dias
      * posteriores a INTHAS, de modo que un mismo retraso no se
      * reclama dos veces.
      ******************************************************************
       01 REGINT.
          02 INTFAC   PIC 9(6).
          02 INTHAS   PIC 9(8).
          02 INTDOC   PIC 9(6).
          02 INTIMP   PIC 9(7)V99.
          02 INTEST   PIC X.
             88 INT-FACTURADO  VALUE 'F'.
             88 INT-RENUNCIADO VALUE 'R'.
