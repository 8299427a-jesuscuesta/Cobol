      ******************************************************************
      * REGTPO - Tramo de la tarifa de portes (TARPORTE.DAT): bajo la
      * clave compuesta zona + peso hasta (kilos), el importe que se
      * carga al cliente por un envio de esa zona que pese hasta ese
      * peso y mas que el tramo anterior. El envio que pasa del
      * ultimo tramo de su zona no tiene tarifa y no se le cargan
      * portes (la factura lo avisa). Se mantiene en UD23E25 y la
      * aplica la rutina comun PORTES con el EXPPES del envio.
      ******************************************************************
       01 REGTPO.
          02 TPOCLAVE.
             05 TPOZON PIC XX.
             05 TPOHAS PIC 9(5)V99.
          02 TPOIMP   PIC 9(5)V99.
