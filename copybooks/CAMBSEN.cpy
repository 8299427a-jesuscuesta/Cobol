      ******************************************************************
      * CAMBSEN - Argumento de la rutina comun CAMBSEN: un cambio de
      * un campo sensible (CSN-TIPO, con el trazado de valores de
      * REGCSP) que quien lo llama quiere grabar. CAMBSEN mira en
      * PARAMS.DAT si el campo esta protegido y si el cambio pasa
      * del umbral; devuelve en CSN-RES 'L' si puede grabarse ya,
      * 'P' si ha quedado como solicitud pendiente (numero en
      * CSN-NUM) o 'E' si no pudo dejarla (estado en CSN-FS): en
      * los dos ultimos casos el maestro conserva el valor anterior.
      * Se copia en WORKING-STORAGE de quien llama y en LINKAGE de
      * la rutina.
      ******************************************************************
       01 CAMBIO-SEN.
          02 CSN-TIPO  PIC X(6).
          02 CSN-CLAVE PIC X(4).
          02 CSN-ANT   PIC X(24).
          02 CSN-ANT-IMP REDEFINES CSN-ANT.
             05 CSN-ANT-VAL PIC 9(7)V99.
             05 FILLER      PIC X(15).
          02 CSN-NUE   PIC X(24).
          02 CSN-NUE-IMP REDEFINES CSN-NUE.
             05 CSN-NUE-VAL PIC 9(7)V99.
             05 FILLER      PIC X(15).
          02 CSN-DOM   PIC X.
          02 CSN-USU   PIC X(8).
          02 CSN-RES   PIC X.
             88 CSN-LIBRE     VALUE 'L'.
             88 CSN-PENDIENTE VALUE 'P'.
             88 CSN-ERROR     VALUE 'E'.
          02 CSN-NUM   PIC 9(6).
          02 CSN-FS    PIC XX.
