      * cargar el listado de clientes en una hoja de calculo (mismo
      * separador que PRODUCTO.CSV, para mantener el mismo formato
      * en ambas exportaciones).
      * Al acabar deja sus totales de control (clientes leidos y
      * lineas escritas y con error) en CTLTOT.DAT con la rutina
      * comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 LONNOM     PIC 99.
       77 LONDIR     PIC 99.
       77 LONPOB     PIC 99.
      *
      * Totales de control para la rutina comun CTLTOT.
       77 NUMLEI     PIC 9(7) VALUE 0.
       77 NUMESC     PIC 9(7) VALUE 0.
       77 NUMREC     PIC 9(7) VALUE 0.
           COPY CTLTOT.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FCSV    PIC XX.
        FIN.
           CLOSE FCLI.
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
              ADD 1 TO NUMESC.
           ADD 1 TO NUMLEI.
      *
           READ FCLI NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD13E2  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMESC     TO CTA-ESC.
           MOVE NUMREC     TO CTA-REC.
           MOVE 0          TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantalla amigable de error de fichero (CLIENTES.DAT)
      * ************************************************
       ERROR-FICHERO.
