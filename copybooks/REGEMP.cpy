      ******************************************************************
      * REGEMP - Empresa del grupo (EMPRESAS.DAT): cada sociedad que
      * factura desde esta instalacion, con su razon social, su CIF
      * y su domicilio fiscal, que son los que salen en el membrete
      * de facturas, albaranes, extractos y modelos 347 y 349. La
      * empresa 01 es la de siempre: mientras no tenga registro se
      * toman los datos fijos de DATEMP. El operador elige la
      * empresa al entrar en el menu general UD05E1 (rutina comun
      * EMPRESA) y la mantiene el supervisor con UD23E30. Una
      * empresa dada de baja ya no se puede elegir, pero sigue
      * identificando los clientes y documentos que tenga.
      ******************************************************************
       01 REGEMP.
          02 EMPCOD   PIC 99.
          02 EMPRSO   PIC X(40).
          02 EMPCIF   PIC X(9).
          02 EMPDIR   PIC X(30).
          02 EMPPOB   PIC X(30).
          02 EMPTEL   PIC X(9).
          02 EMPEST   PIC X.
             88 EMP-ACTIVA VALUE 'A'.
             88 EMP-BAJA   VALUE 'B'.
