      ******************************************************************
      * NUMSER - Numero de una factura tal como se imprime y se remite
      * a la AEAT: serie, ano y numero dentro de la serie, por ejemplo
      * F2026-000123. Se monta desde FACSCD, FACSAA y FACSNU.
      ******************************************************************
       01 NUM-SERIE.
          02 NSE-COD PIC X.
          02 NSE-AA  PIC 9999.
          02 FILLER  PIC X VALUE '-'.
          02 NSE-NUM PIC 9(6).
