      * pasado (con la descripcion del producto resuelta contra
      * PRODUCTO.DAT), para que alguien las de de baja o las
      * renueve en UD18E4 a la manana siguiente. Anota el
      * resultado en BATCHLOG.DAT, igual que UD13E5, y deja sus
      * totales de control (promociones leidas y caducadas
      * listadas) en CTLTOT.DAT con la rutina comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * caducadas.
       77 HAS-N       PIC 9(8).
       77 NUMCAD      PIC 9(5).
      *
      * Totales de control para la rutina comun CTLTOT:
      * promociones leidas.
       77 NUMLEI      PIC 9(7).
           COPY CTLTOT.
      *
       77 FS-FPRM     PIC XX.
       77 FS-FPROD    PIC XX.
      * ************************************************
        INICIO.
           MOVE 0 TO NUMCAD.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO RETURN-CODE.
      *
      * PROMOS.DAT puede no existir todavia (estado '35'): sin
           IF FS-FPRM = '00' THEN
              PERFORM RECORRER-PROMOS.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
           MOVE PRMHAS TO HAS-N.
           IF HAS-N < FECHA THEN
              PERFORM LISTAR-CADUCADA.
           ADD 1 TO NUMLEI.
           READ FPRM NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       LISTAR-CADUCADA.
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD18E5  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMCAD     TO CTA-ESC.
           MOVE 0          TO CTA-REC.
           MOVE 0          TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPRM.
