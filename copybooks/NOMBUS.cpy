      ******************************************************************
      * NOMBUS - Argumento de la rutina comun NOMBUS, que compone la
      * clave de busqueda de una persona (PSNBUS en REGPSN): recibe
      * nombre y apellidos tal como se escriben y devuelve en
      * NBS-CLAVE los apellidos y el nombre en mayusculas y sin
      * acentos ni dieresis (en ISO-8859-1 o en UTF-8). Se copia
      * en WORKING-STORAGE de quien llama y en LINKAGE de la
      * rutina.
      ******************************************************************
       01 NOMBUS-ARG.
          02 NBS-NOM    PIC X(15).
          02 NBS-APE1   PIC X(15).
          02 NBS-APE2   PIC X(15).
          02 NBS-CLAVE.
             03 NBS-CAPE1 PIC X(15).
             03 NBS-CAPE2 PIC X(15).
             03 NBS-CNOM  PIC X(15).
