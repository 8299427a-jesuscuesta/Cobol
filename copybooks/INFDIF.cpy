      ******************************************************************
      * INFDIF - Argumento de los informes que pueden correr en
      * diferido (UD13E9, UD17E12): INF-MODO 'P' cuando los lanza
      * el menu general UD05E1 (piden su parametro por pantalla y
      * esperan una tecla al acabar) o 'D' cuando los lanza el
      * ejecutor de la cola UD13E22 (toman el parametro de
      * INF-PARAM, no paran en la pantalla y devuelven el resultado
      * en RETURN-CODE). Se copia en WORKING-STORAGE de quien llama
      * y en LINKAGE del informe.
      ******************************************************************
       01 INF-ARG.
          02 INF-MODO  PIC X.
             88 INF-PANTALLA VALUE 'P'.
             88 INF-DIFERIDO VALUE 'D'.
          02 INF-PARAM PIC X(20).
