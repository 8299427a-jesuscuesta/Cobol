      * numeracion (PEDIDOS.CTR), el mismo control de credito y la
      * misma congelacion de precios (tarifa del cliente y
      * promocion vigente incluidas) que la entrada manual UD11E1.
      * Una plantilla cuyo cliente esta de baja o insolvente, o
      * cuyo pedido empujaria al cliente por encima de su limite
      * de credito, se salta y queda en el informe con su motivo.
      * Genera GENFIJOS.PRN con lo creado y lo saltado y anota el
      * resultado en BATCHLOG.DAT, igual que UD13E5. El dia de la
      * semana se calcula con FECHACAL contra un lunes conocido.
      * Las lineas de articulos bloqueados se saltan, y las de
      * descatalogados se recortan a su disponible (o se saltan si
      * no les queda), como en la entrada manual.
      * Deja sus totales de control (plantillas leidas, pedidos
      * creados y saltados y valor de lo creado) en CTLTOT.DAT con
      * la rutina comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
       77 PRECIO-PRM  PIC 9(6)V99.
       77 CANT-LIN    PIC 9(5).
      *
      * Disponible del descatalogado y linea admitida.
       77 DISPO-W     PIC S9(6).
       77 LINEA-OK    PIC X.
      *
      * Numero de pedido asignado y recuentos del pase.
       77 NEXTPED     PIC 9(6).
       77 NUMCREA     PIC 9(5).
       77 NUMSALT     PIC 9(5).
      *
      * Totales de control para la rutina comun CTLTOT: plantillas
      * leidas y valor de los pedidos creados.
       77 NUMLEI      PIC 9(7).
       77 IMPCREA     PIC S9(11)V99.
           COPY CTLTOT.
      *
       77 FS-FPFJ     PIC XX.
       77 FS-FLFJ     PIC XX.
        INICIO.
           MOVE 0 TO NUMCREA.
           MOVE 0 TO NUMSALT.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO IMPCREA.
           MOVE 0 TO RETURN-CODE.
      *
      * PEDFIJO.DAT puede no existir todavia (estado '35'): sin
           PERFORM IMPRIMIR-CABECERA.
           PERFORM RECORRER-PLANTILLAS.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
       TRATAR-PLANTILLA.
           IF PFJDIA = 0 OR PFJDIA = DIA-HOY THEN
              PERFORM GENERAR-PEDIDO.
           ADD 1 TO NUMLEI.
           READ FPFJ NEXT RECORD AT END MOVE 'S' TO FINPFJ.
      *
      * ************************************************
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' OR CLI-BAJA OR CLI-INSOLVENTE THEN
              MOVE 'SALTADA: cliente de baja    ' TO DET-TXT
              IF EXISTE NOT = 'N' AND CLI-INSOLVENTE THEN
                 MOVE 'SALTADA: cliente insolvente ' TO DET-TXT
               ELSE
                 CONTINUE
              ADD 1 TO NUMSALT
              PERFORM ESCRIBIR-DETALLE
            ELSE
                 MOVE 'CREADO el pedido            ' TO DET-TXT
                 MOVE NEXTPED TO DET-PED
                 ADD 1 TO NUMCREA
                 ADD TOTAL-PED TO IMPCREA
                 PERFORM ESCRIBIR-DETALLE.
      *
       ESCRIBIR-DETALLE.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
      * Una linea cuyo producto ya no existe o esta bloqueado se
      * salta; el resto de la plantilla se genera igual.
           MOVE LFJCAN TO CANT-LIN.
           MOVE 'N' TO LINEA-OK.
           IF EXISTE = SPACES AND NOT PRO-BLOQUEADO THEN
              PERFORM LIMITAR-DESCATALOGADO.
           IF LINEA-OK = 'S' AND NUMLIN-T < 50 THEN
              PERFORM CALCULAR-PRECIO-LINEA
              ADD 1 TO NUMLIN-T
              MOVE LFJPRO TO TL-PRO(NUMLIN-T)
              MOVE CANT-LIN TO TL-CAN(NUMLIN-T)
              MOVE PRECIO-LIN TO TL-PRE(NUMLIN-T)
              MOVE PROIVA TO TL-IVA(NUMLIN-T)
              COMPUTE TOTAL-PED =
              MOVE 'S' TO FINLIN.
      *
      * ************************************************
      * Un articulo descatalogado solo se vende hasta su
      * disponible, como en UD11E1. Los kits no se recortan
      * ************************************************
       LIMITAR-DESCATALOGADO.
           MOVE 'S' TO LINEA-OK.
           IF PRO-DESCATALOGADO THEN
              MOVE LFJPRO TO LINPRO
              PERFORM COMPROBAR-KIT
              IF ES-KIT NOT = 'S' THEN
                 PERFORM AJUSTAR-A-DISPONIBLE.
      *
       AJUSTAR-A-DISPONIBLE.
           COMPUTE DISPO-W = PROQTY - PRORES.
           IF DISPO-W NOT > 0 THEN
              MOVE 'N' TO LINEA-OK
            ELSE
              IF CANT-LIN > DISPO-W THEN
                 MOVE DISPO-W TO CANT-LIN.
      *
      * ************************************************
      * Precio de la linea: el PROPRE vigente, la tarifa pactada
      * del cliente si la hay, y la promocion si mejora
      * ************************************************
           MOVE SPACES  TO PEDVEN.
           MOVE SPACE   TO PEDORI.
           MOVE ZEROS   TO PEDFEN.
           MOVE ZEROS   TO PEDPOR PEDPTI.
           MOVE SPACE   TO PEDPCO.
           WRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT: las plantillas
      * saltadas cuentan como rechazadas
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD18E7  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMCREA    TO CTA-ESC.
           MOVE NUMSALT    TO CTA-REC.
           MOVE IMPCREA    TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPFJ.
