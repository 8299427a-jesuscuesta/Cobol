      * (estado presentada) y, al marcarla como liquidada por el
      * banco, el mismo programa graba los cobros en COBROS.DAT y
      * rebaja CLISAL, dejando cada recibo en estado liquidado.
      * Un recibo liquidado que el banco devuelve impagado pasa a
      * devuelto con las devoluciones de recibos UD23E2, que anulan
      * su cobro y reabren la factura.
      ******************************************************************
       01 REGREM.
          02 REMCLAVE.
          02 REMEST   PIC X.
             88 REM-PRESENTADA VALUE 'P'.
             88 REM-LIQUIDADA  VALUE 'L'.
             88 REM-DEVUELTA   VALUE 'D'.
