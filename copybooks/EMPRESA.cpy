      ******************************************************************
      * EMPRESA - Argumento de la rutina comun EMPRESA, que guarda la
      * empresa con la que trabaja el operador (la elige al entrar
      * en el menu general) y responde por ella a los programas:
      *    EMA-OPE 'F' fija la empresa EMA-COD, si existe y no esta
      *                de baja (EMA-OK 'S'; 'N' si no se admite).
      *    EMA-OPE 'D' devuelve en EMA-COD y los datos EMA-NOM a
      *                EMA-TEL la empresa con la que se trabaja.
      *    EMA-OPE 'C' devuelve en EMA-COD la empresa del cliente
      *                EMA-CLI y EMA-OK 'S' si es la de trabajo o
      *                'N' si es de otra empresa.
      *    EMA-OPE 'A' anota el cliente EMA-CLI (un alta) en la
      *                empresa de trabajo (EMA-OK 'N' si falla).
      * Sin elegir empresa (programas lanzados fuera del menu o
      * desde la cadena nocturna) se trabaja con la 01. Se copia en
      * WORKING-STORAGE de quien llama y en LINKAGE de la rutina.
      ******************************************************************
       01 EMPRESA-ARG.
          02 EMA-OPE   PIC X.
          02 EMA-COD   PIC 99.
          02 EMA-CLI   PIC X(4).
          02 EMA-NOM   PIC X(40).
          02 EMA-CIF   PIC X(9).
          02 EMA-DIR   PIC X(30).
          02 EMA-POB   PIC X(30).
          02 EMA-TEL   PIC X(9).
          02 EMA-OK    PIC X.
