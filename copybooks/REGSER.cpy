      ******************************************************************
      * REGSER - Contador de una serie de facturacion
      * (SERIES.CTR): uno por serie y ano, con el ultimo numero
      * asignado dentro de la serie. La numeracion vuelve a
      * empezar en 1 cada ano. Lo mantiene solo la rutina comun
      * SERIENUM y lo lee el control de series UD23E9 para saber
      * hasta donde debe llegar cada una. Series: F facturas
      * (UD12E1, UD21E9 y UD23E10), R rectificativas (abonos de
      * UD12E5, rappels de UD23E16 y creditos incobrables de
      * UD23E19), T tickets o facturas simplificadas (UD18E8), G
      * cargos de gastos (UD23E2) e I facturas de intereses de
      * demora (UD23E18).
      ******************************************************************
       01 REGSER.
          02 SERCLA.
             05 SERCOD PIC X.
             05 SERAA  PIC 9999.
          02 SERVAL    PIC 9(6).
