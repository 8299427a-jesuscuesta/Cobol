      * mas la asignacion y baja de poblaciones con su orden de
      * reparto dentro de la ruta. La entrada de pedidos propone
      * la entrega por estas rutas y la hoja de ruta es UD21E5.
      * Cada ruta lleva el vehiculo que la hace (VEHICULO.DAT, que
      * se mantiene en UD21E14), contra cuya carga util y volumen
      * la hoja de ruta comprueba la carga del dia; en blanco, la
      * ruta va sin vehiculo y sin comprobacion.
      * Cada ruta lleva tambien su zona de portes (RUTZON), la que
      * toma la rutina PORTES para las poblaciones de la ruta que
      * no tienen zona propia en ZONAPOB.DAT (UD23E25).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FRPO.
      *
            SELECT FVEH ASSIGN TO DISK 'VEHICULO.DAT'
            RECORD KEY IS VEHCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVEH.
123456*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FRPO LABEL RECORD IS STANDARD.
           COPY REGRPO.
      *
       FD FVEH LABEL RECORD IS STANDARD.
           COPY REGVEH.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
           'ERROR! La poblacion YA esta asignada.'.
       77 ERROR-PB   PIC X(50) VALUE
           'ERROR! La poblacion NO esta asignada.'.
       77 ERROR-V    PIC X(50) VALUE 'ERROR! El vehiculo NO existe.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 VEH-OK     PIC X.
      *
       77 FS-FRUT    PIC XX.
       77 FS-FRPO    PIC XX.
       77 FS-FVEH    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
           IF FS-FRPO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRPO
              GOBACK.
      *
      * Sin VEHICULO.DAT (estado '35') solo se admite la ruta sin
      * vehiculo.
           OPEN INPUT FVEH.
           IF FS-FVEH NOT = '00' AND FS-FVEH NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVEH
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FVEH NOT = '35' THEN
              CLOSE FVEH.
           CLOSE FRUT FRPO.
      *
      * ************************************************
           DISPLAY 'Ruta........:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Descripcion.:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Dias LMXJVSD:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Vehiculo....:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Zona portes.:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Poblacion...:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Orden repar.:' LINE 15 POSITION 10 HIGH.
      *
              ACCEPT RUTDES   LINE  8 POSITION 24 NO BEEP
              MOVE ALL 'N' TO RUTDIA
              ACCEPT RUTDIA   LINE 10 POSITION 24 NO BEEP
              MOVE SPACES TO RUTVEH
              ACCEPT RUTVEH   LINE 11 POSITION 24 NO BEEP
              MOVE SPACES TO RUTZON
              ACCEPT RUTZON   LINE 12 POSITION 24 NO BEEP
              PERFORM COMPROBAR-VEHICULO
              IF VEH-OK = 'N' THEN
                 DISPLAY ERROR-V LINE 23 POSITION 14 REVERSE
               ELSE
                 WRITE REGRUT
                 IF FS-FRUT = '00' THEN
                    DISPLAY 'REGISTRO CREADO!   '
                                       LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FRUT
            ELSE
              DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE.
      *
           IF EXISTE = SPACES THEN
              DISPLAY RUTDES   LINE  8 POSITION 24
              DISPLAY RUTDIA   LINE 10 POSITION 24
              DISPLAY RUTVEH   LINE 11 POSITION 24
              DISPLAY RUTZON   LINE 12 POSITION 24
              DELETE FRUT
              IF FS-FRUT = '00' THEN
                 DISPLAY 'REGISTRO BORRADO!   '
           IF EXISTE = SPACES THEN
              DISPLAY RUTDES   LINE  8 POSITION 24
              DISPLAY RUTDIA   LINE 10 POSITION 24
              DISPLAY RUTZON   LINE 12 POSITION 24
              PERFORM COMPROBAR-VEHICULO
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion de la descripcion, los dias, el vehiculo y la
      * zona de portes
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
           IF EXISTE = SPACES THEN
              DISPLAY RUTDES   LINE  8 POSITION 24
              DISPLAY RUTDIA   LINE 10 POSITION 24
              DISPLAY RUTVEH   LINE 11 POSITION 24
              DISPLAY RUTZON   LINE 12 POSITION 24
              ACCEPT RUTDES    LINE  8 POSITION 24 NO BEEP UPDATE
              ACCEPT RUTDIA    LINE 10 POSITION 24 NO BEEP UPDATE
              ACCEPT RUTVEH    LINE 11 POSITION 24 NO BEEP UPDATE
              ACCEPT RUTZON    LINE 12 POSITION 24 NO BEEP UPDATE
              PERFORM COMPROBAR-VEHICULO
              IF VEH-OK = 'N' THEN
                 DISPLAY ERROR-V LINE 23 POSITION 14 REVERSE
               ELSE
                 REWRITE REGRUT
                 IF FS-FRUT = '00' THEN
                    DISPLAY 'REGISTRO MODIFICADO!'
                                       LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FRUT
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Comprueba el vehiculo de la ruta contra VEHICULO.DAT y
      * muestra su matricula y descripcion. En blanco es valido.
      * ************************************************
       COMPROBAR-VEHICULO.
           MOVE 'S' TO VEH-OK.
           DISPLAY SPACES LINE 11 POSITION 30 ERASE EOL.
           IF RUTVEH NOT = SPACES THEN
              PERFORM LEER-VEHICULO.
      *
       LEER-VEHICULO.
           MOVE 'N' TO VEH-OK.
           IF FS-FVEH NOT = '35' THEN
              MOVE RUTVEH TO VEHCOD
              MOVE 'S' TO VEH-OK
              READ FVEH RECORD KEY IS VEHCOD INVALID KEY
                                    MOVE 'N' TO VEH-OK.
           DISPLAY RUTVEH LINE 11 POSITION 24.
           IF VEH-OK = 'S' THEN
              DISPLAY VEHMAT LINE 11 POSITION 30
              DISPLAY VEHDES LINE 11 POSITION 42.
      *
      * ************************************************
      * Asigna una poblacion a la ruta tecleada, con su orden
      * de reparto dentro de ella
      * ************************************************
           DISPLAY SPACES LINE  6 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  8 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 24 ERASE EOL.
      *
       ERROR-FICHERO-FRPO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRPO   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FVEH.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVEH   LINE 23 POSITION 40 REVERSE.
