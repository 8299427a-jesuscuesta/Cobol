      * mecanica de dos fases que el cierre de movimientos
      * UD13E15, y el resumen de lo recortado queda en
      * BATCHLOG.DAT: que un diario no vuelva a llenar el disco
      * en plena noche. Los totales de control de la pasada
      * (registros leidos y reescritos entre los vivos y los
      * archivos, y cuantos fueron al archivo) quedan en CTLTOT.DAT
      * con la rutina comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Recuento del fichero en curso para el diario.
       77 NUMARC      PIC 9(7).
       77 NUMVIV      PIC 9(7).
      *
      * Totales de control para la rutina comun CTLTOT: la suma de
      * todos los ficheros recortados.
       77 TOTARC      PIC 9(7).
       77 TOTVIV      PIC 9(7).
           COPY CTLTOT.
      *
       77 FS-DJRN     PIC XX.
       77 FS-AJRN     PIC XX.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
           MOVE 0 TO TOTARC.
           MOVE 0 TO TOTVIV.
      *
      * ************************************************
      * Proceso del programa: un recorte por fichero, cada uno
           PERFORM LEER-RETENCION.
           IF RETENCION > 0 THEN
              PERFORM RECORTAR-PHI.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
           ADD NUMARC TO TOTARC.
           ADD NUMVIV TO TOTVIV.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD22E2  ' TO CTA-PRG.
           COMPUTE CTA-LEI = TOTARC + TOTVIV.
           COMPUTE CTA-ESC = TOTARC + TOTVIV.
           MOVE 0          TO CTA-REC.
           MOVE 0          TO CTA-IMP.
           MOVE TOTARC     TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantalla amigable de error de fichero (BATCHLOG.DAT)
