      ******************************************************************
      * REGSEM - Contador de una serie de facturacion de las
      * empresas del grupo distintas de la 01 (SERIEMP.CTR): el
      * mismo contador que REGSER, uno por empresa, serie y ano.
      * Cada empresa numera sus facturas por su cuenta, porque cada
      * una es un obligado distinto ante la AEAT; la 01 sigue en
      * SERIES.CTR. Lo mantiene solo la rutina comun SERIENUM y lo
      * lee el control de series UD23E9.
      ******************************************************************
       01 REGSEM.
          02 SEMCLA.
             05 SEMEMP PIC 99.
             05 SEMCOD PIC X.
             05 SEMAA  PIC 9999.
          02 SEMVAL    PIC 9(6).
