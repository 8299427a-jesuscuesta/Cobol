      * umbral, se anota un AVISO CAPACIDAD en BATCHLOG.DAT que
      * la consola de operacion UD16E1 resalta: que el fichero
      * que revienta sea una reorganizacion planificada y no una
      * averia a las tres de la manana. Los totales de control de
      * la pasada (ficheros medidos, avisos y registros contados
      * entre todos) quedan en CTLTOT.DAT con la rutina comun
      * CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
            SELECT FCPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-CPED.
      *
            SELECT FCFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-CFAC.
            FILE STATUS IS FS-CEXP.
      *
            SELECT FCCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS CCOBCLV
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-CCOB.
      *
           COPY REGEXP.
      *
       FD FCCOB LABEL RECORD IS STANDARD.
       01 REGCCOB.
           02 CCOBCLV PIC X(13).
           02 FILLER  PIC X(18).
      *
       FD FCMOV LABEL RECORD IS STANDARD.
       01 REGCMOV    PIC X(49).
      *
       77 NUMAVI      PIC 9(3).
       77 ZHOR        PIC ZZZZZZ9-.
      *
      * Totales de control para la rutina comun CTLTOT: ficheros
      * medidos y registros contados entre todos.
       77 NUMFIC      PIC 9(7).
       77 SUMACT      PIC S9(11)V99.
           COPY CTLTOT.
      *
       77 FS-CPROD     PIC XX.
       77 FS-CCLI     PIC XX.
        INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO NUMAVI.
           MOVE 0 TO NUMFIC.
           MOVE 0 TO SUMACT.
           OPEN EXTEND FLOG.
           IF FS-FLOG = '35' THEN
              OPEN OUTPUT FLOG.
           PERFORM CONTAR-AUC.
           PERFORM CONTAR-AUP.
           PERFORM CONTAR-PHI.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * proyecta el horizonte y avisa si se supero el umbral
      * ************************************************
       EVALUAR-FICHERO.
           ADD 1 TO NUMFIC.
           ADD NUMACT TO SUMACT.
           PERFORM GRABAR-HISTORICO.
           PERFORM LEER-UMBRAL.
           PERFORM MEDIR-CRECIMIENTO.
           READ FCPHI AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD22E3  ' TO CTA-PRG.
           MOVE NUMFIC     TO CTA-LEI.
           MOVE NUMFIC     TO CTA-ESC.
           MOVE NUMAVI     TO CTA-REC.
           MOVE SUMACT     TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantalla amigable de error de fichero (BATCHLOG.DAT)
      * ************************************************
       ERROR-FICHERO-FLOG.
