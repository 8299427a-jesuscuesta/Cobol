      * cargar el catalogo en una hoja de calculo. El punto y coma se
      * usa como separador (en vez de la coma) porque PROPRE se
      * escribe con coma decimal.
      * Al acabar deja sus totales de control (productos leidos,
      * lineas escritas y con error y unidades volcadas) en
      * CTLTOT.DAT con la rutina comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 PRE-ED     PIC 9(6),99.
      * IVA con coma decimal visible, para el volcado a texto.
       77 IVA-ED     PIC 99,99.
      *
      * Totales de control para la rutina comun CTLTOT.
       77 NUMLEI     PIC 9(7) VALUE 0.
       77 NUMESC     PIC 9(7) VALUE 0.
       77 NUMREC     PIC 9(7) VALUE 0.
       77 SUMQTY     PIC S9(11)V99 VALUE 0.
           COPY CTLTOT.
      *
       77 FS-FPROD   PIC XX.
       77 FS-FCSV    PIC XX.
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO NUMESC.
           MOVE 0 TO NUMREC.
           MOVE 0 TO SUMQTY.
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO
        FIN.
           CLOSE FPROD.
           CLOSE FCSV.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Calcula la longitud util de un campo alfanumerico
             INTO LIN-CSV.
           WRITE LIN-CSV.
           IF FS-FCSV NOT = '00' THEN
              PERFORM ERROR-FICHERO-CSV
              ADD 1 TO NUMREC
            ELSE
              ADD 1 TO NUMESC
              ADD PROQTY TO SUMQTY.
           ADD 1 TO NUMLEI.
      *
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD13E1  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMESC     TO CTA-ESC.
           MOVE NUMREC     TO CTA-REC.
           MOVE SUMQTY     TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantalla amigable de error de fichero (PRODUCTO.DAT)
      * ************************************************
       ERROR-FICHERO.
