      * 2 reescribe MOVIMIENT.DAT (tambien repetible desde los
      * ficheros de trabajo). Un cierre a medias se reanuda
      * relanzando el programa.
      * Al acabar deja sus totales de control en CTLTOT.DAT (rutina
      * comun CTLTOT): movimientos pasados a MOVCIER.DAT y la suma
      * de sus cantidades, registros que quedan en el libro nuevo y
      * el mes cerrado. La cadena nocturna UD13E18 los cuadra con
      * los dos ficheros.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 NUMAPE      PIC 9(5) VALUE 0.
       77 NUMRES      PIC 9(7) VALUE 0.
       77 ZNUM        PIC ZZZZZZ9.
      *
      * Totales de control para la rutina comun CTLTOT: suma de
      * las cantidades pasadas a la historia y que fase se ha
      * completado en esta pasada (MOVCIER.DAT construido, libro
      * reescrito).
       77 SUMHIS      PIC S9(11)V99 VALUE 0.
       77 CONSTRUIDO  PIC X.
       77 REESCRITO   PIC X.
           COPY CTLTOT.
      *
       77 CONFIRMA    PIC X.
      *
      * VALUE: el programa puede entrar varias veces por CALL
      * desde el menu general.
           MOVE 0 TO NUMPRO-T.
           MOVE 0 TO NUMHIS.
           MOVE 0 TO NUMAPE.
           MOVE 0 TO NUMRES.
           MOVE 0 TO SUMHIS.
           MOVE 'N' TO CONSTRUIDO.
           MOVE 'N' TO REESCRITO.
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO
              PERFORM FASE-PREPARACION
              IF CUADRA = 'S' THEN
                 PERFORM FASE-REESCRITURA.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      *
           IF CUADRA = 'S' THEN
              PERFORM CONSTRUIR-FICHEROS
              PERFORM GRABAR-CHECKPOINT
              MOVE 'S' TO CONSTRUIDO.
      *
      * ************************************************
      * Si queda un MOVCIER.DAT sin archivar del cierre anterior,
                 PERFORM ERROR-FICHERO-FCIER
               ELSE
                 ADD 1 TO NUMHIS
                 ADD MOVCANT TO SUMHIS
            ELSE
              MOVE REGMOV TO REGNUEVO
              WRITE REGNUEVO
      * hace UD09E2 con CATALOGO.CKP.
           OPEN OUTPUT FCKP.
           CLOSE FCKP.
           MOVE 'S' TO REESCRITO.
      *
           MOVE NUMRES TO ZNUM.
           DISPLAY 'CIERRE APLICADO. Registros en el libro nuevo:'
           MOVE REGNUEVO TO REGMOV.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV
            ELSE
              ADD 1 TO NUMRES.
           READ FNUEVO AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT. El mes solo
      * va informado si el libro se reescribio en esta pasada, y
      * la marca de historia (CTA-HST a 1) si MOVCIER.DAT tambien
      * se construyo en ella: reanudado, no hay cuentas de la
      * historia con que cuadrarlo
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD13E15 ' TO CTA-PRG.
           MOVE NUMHIS     TO CTA-LEI.
           MOVE NUMHIS     TO CTA-ESC.
           MOVE 0          TO CTA-REC.
           MOVE SUMHIS     TO CTA-IMP.
           MOVE NUMRES     TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           IF REESCRITO = 'S' THEN
              MOVE MES-SEL TO CTA-DSD
              IF CONSTRUIDO = 'S' THEN
                 MOVE 1 TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO.
