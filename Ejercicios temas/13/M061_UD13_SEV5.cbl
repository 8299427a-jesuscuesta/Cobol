      * copia identica linea a linea en el fichero de spool de
      * impresora (CATALOGO.SPL), dejando el catalogo ya encolado para
      * imprimir sin intervencion del operador. Al terminar, anota el
      * resultado de la ejecucion en BATCHLOG.DAT, y sus totales de
      * control (productos leidos, volcados y excluidos y valor del
      * stock listado) en CTLTOT.DAT con la rutina comun CTLTOT.
      * Del catalogo se excluyen los articulos bloqueados y los
      * descatalogados que ya no tienen stock disponible.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ZNUMREG     PIC ZZZZ9.
       77 ZNUMPAG     PIC ZZ9.
      *
      * Totales de control para la rutina comun CTLTOT: productos
      * leidos del maestro.
       77 NUMLEI      PIC 9(7) VALUE 0.
           COPY CTLTOT.
      *
      * Rotura y acumuladores del subtotal por familia (PROFAM).
       77 FAMANT      PIC XXX.
       77 PRIMERA-VEZ PIC X VALUE 'S'.
           MOVE 0  TO TOTQTY.
           MOVE 0  TO TOTVAL.
           MOVE 0  TO NUMREG.
           MOVE 0  TO NUMLEI.
           MOVE SPACES TO FAMANT.
           MOVE 'S'    TO PRIMERA-VEZ.
           MOVE 0  TO SUBQTY.
           PERFORM TOTAL-GENERAL.
      *
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
       MOSTRAR.
      *
      * Los bloqueados no se ofrecen, y los descatalogados solo
      * mientras quede stock libre de reservas.
           IF NOT PRO-BLOQUEADO AND
              NOT (PRO-DESCATALOGADO AND PROQTY NOT > PRORES) THEN
              PERFORM MOSTRAR-PRODUCTO.
           ADD 1 TO NUMLEI.
      *
      * Lee siguiente registro.
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Imprime la linea de un producto del catalogo
      * ************************************************
       MOSTRAR-PRODUCTO.
      *
      * Rotura de familia: se emite el subtotal pendiente antes de
      * empezar a mostrar los productos de la nueva familia.
           IF PRIMERA-VEZ = 'N' AND PROFAM NOT = FAMANT THEN
           COMPUTE TOTVAL = TOTVAL + (PROQTY * PROPRE).
           COMPUTE SUBVAL = SUBVAL + (PROQTY * PROPRE).
      *
      * ************************************************
      * Escribe la linea de rotura de familia
      * ************************************************
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT: los excluidos
      * del catalogo cuentan como rechazados
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD13E5  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMREG     TO CTA-ESC.
           COMPUTE CTA-REC = NUMLEI - NUMREG.
           MOVE TOTVAL     TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Busca la descripcion de la familia FAMANT en el maestro;
      * si no esta (o el maestro no existe), queda en blanco
      * ************************************************
