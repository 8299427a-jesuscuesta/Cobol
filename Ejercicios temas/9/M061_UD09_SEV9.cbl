      * UD09E1. El codigo de familia lo elige el operador (tres
      * letras con significado, como BEB o LIM); los productos lo
      * validan contra este maestro.
      * FAMALI (S/N) marca las familias de alimentacion, cuyos
      * articulos deben llevar la ficha de alergenos (UD09E11).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       77 ERROR-A    PIC X(50) VALUE 'ERROR! El registro YA existe.'.
       77 ERROR-B    PIC X(50) VALUE 'ERROR! El registro NO existe.'.
       77 ERROR-C    PIC X(50) VALUE 'ERROR! Alimentacion: S o N.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 ALI-OK     PIC X.
      *
       77 FS-FFAM    PIC XX.
       77 MSGFS      PIC X(60) VALUE
      *
           DISPLAY 'Codigo......:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Descripcion.:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Alimentacion:' LINE 13 POSITION 10 HIGH.
           DISPLAY '(S/N)'         LINE 13 POSITION 30.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
      *
           IF EXISTE = 'N' THEN
              ACCEPT FAMDES   LINE 11 POSITION 24 NO BEEP
              MOVE 'N' TO FAMALI
              PERFORM CAPTURAR-ALIMENTACION
              IF ALI-OK = 'S' THEN
                 WRITE REGFAM
                 IF FS-FFAM = '00' THEN
                    DISPLAY 'REGISTRO CREADO!   '
                                       LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO
               ELSE
                 DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE.
      *
      *
           IF EXISTE = SPACES THEN
              DISPLAY FAMDES   LINE 11 POSITION 24
              DISPLAY FAMALI   LINE 13 POSITION 24
              DELETE FFAM
              IF FS-FFAM = '00' THEN
                 DISPLAY 'REGISTRO BORRADO!   '
      *
           IF EXISTE = SPACES THEN
              DISPLAY FAMDES   LINE 11 POSITION 24
              DISPLAY FAMALI   LINE 13 POSITION 24
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
      *
           IF EXISTE = SPACES THEN
              DISPLAY FAMDES   LINE 11 POSITION 24
              DISPLAY FAMALI   LINE 13 POSITION 24
              ACCEPT FAMDES   LINE 11 POSITION 24 NO BEEP UPDATE
              PERFORM CAPTURAR-ALIMENTACION
              IF ALI-OK = 'S' THEN
                 REWRITE REGFAM
                 IF FS-FFAM = '00' THEN
                    DISPLAY 'REGISTRO MODIFICADO!'
                                       LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO
               ELSE
                 DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Familia de alimentacion S o N (en blanco en las antiguas,
      * que no lo son)
      * ************************************************
       CAPTURAR-ALIMENTACION.
           IF FAMALI NOT = 'S' THEN
              MOVE 'N' TO FAMALI.
           ACCEPT FAMALI   LINE 13 POSITION 24 NO BEEP UPDATE.
           IF FAMALI = 's' THEN MOVE 'S' TO FAMALI.
           IF FAMALI = 'n' THEN MOVE 'N' TO FAMALI.
           IF FAMALI = 'S' OR FAMALI = 'N' THEN
              MOVE 'S' TO ALI-OK
            ELSE
              MOVE 'N' TO ALI-OK.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  9 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
      *
           MOVE SPACES TO FAMCOD.
           MOVE SPACES TO FAMDES.
           MOVE SPACES TO FAMALI.
      *
      * ************************************************
      * Pulsar tecla para continuar
