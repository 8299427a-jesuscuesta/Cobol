       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FHIS ASSIGN TO DISK 'CLIHIST.DAT'
            RECORD KEY IS HISCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FHIS.
123456*
       DATA DIVISION.
       FILE SECTION.
      * El archivo guarda la primera parte del trazado REGCLI del
      * maestro vivo, con sus propios nombres (REGHIS).
       FD FHIS LABEL RECORD IS STANDARD.
           COPY REGHIS.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
           ACCEPT CLICOD-E LINE  7 POSITION 24 NO BEEP.
      *
           IF CLICOD-E NOT = SPACES THEN
              PERFORM LEER-ARCHIVADO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY HISNOM   LINE  9 POSITION 24
                 DISPLAY HISDIR   LINE 11 POSITION 24
                 DISPLAY HISPOB   LINE 13 POSITION 24
                 DISPLAY HISNIF   LINE 15 POSITION 24
                 MOVE HISLIM TO ZLIM
                 DISPLAY ZLIM     LINE 17 POSITION 24
                 MOVE HISSAL TO ZSAL
                 DISPLAY ZSAL     LINE 19 POSITION 24
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       LEER-ARCHIVADO.
           MOVE CLICOD-E TO HISCOD.
           MOVE SPACES TO EXISTE.
           READ FHIS RECORD KEY IS HISCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Borra la informacion de la pantalla
