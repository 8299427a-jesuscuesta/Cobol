      * Este programa pide por pantalla el nombre y apellidos, peso y altura para posteriormente, 
      * y tras calcular el indice de masa corporal, escibir apellido1 apellido2, nombre y el 
      * indice de masa corporal.
      * La persona ya no se teclea por su nombre: se pide su numero
      * del maestro de personas MAESPER.DAT (con cero se busca por
      * apellidos con UD05E5), tiene que existir y no estar de
      * baja, y la visita se graba con ese numero (HISTID) y el
      * nombre de la ficha, para que UD4E3 la siga aunque el nombre
      * se escriba de otra forma otro dia.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FHIST.
      *
            SELECT FPSN ASSIGN TO DISK 'MAESPER.DAT'
            RECORD KEY IS PSNID
            ALTERNATE RECORD KEY IS PSNBUS WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPSN.
      *
       DATA DIVISION.
       FILE SECTION.
       FD FHIST LABEL RECORD IS STANDARD.
           COPY REGIMC.
      *
       FD FPSN LABEL RECORD IS STANDARD.
           COPY REGPSN.
      *
       WORKING-STORAGE SECTION.
      *
       77 IMCDISPL    PIC  Z9,99.
       77 IMCCAT      PIC  X(11).
       77 FECHA       PIC 9(8).
      *
      * Persona de la visita: numero tecleado o elegido en la
      * busqueda, y si se ha encontrado (S), no se ha elegido
      * ninguna (F) o hay que volver a pedirla.
       77 PERSONA     PIC 9(6).
       77 PER-OK      PIC X.
       77 ERROR-P     PIC X(50) VALUE
           'ERROR! La persona no existe o esta de baja.'.
      *
       77 FS-FHIST    PIC XX.
       77 FS-FPSN     PIC XX.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
              PERFORM ERROR-FICHERO
              STOP RUN.
      *
           OPEN INPUT FPSN.
           IF FS-FPSN NOT = '00' THEN
              DISPLAY MSGFS   LINE 23 POSITION 3 REVERSE
              DISPLAY FS-FPSN LINE 23 POSITION 40 REVERSE
              CLOSE FHIST
              STOP RUN.
      *
      * Se solicita la informacion.
           PERFORM PANTALLA.
           MOVE SPACE TO PER-OK.
           PERFORM PEDIR-PERSONA UNTIL PER-OK = 'S' OR PER-OK = 'F'.
           IF PER-OK = 'F' THEN
              CLOSE FHIST FPSN
              STOP RUN.
      *
           ACCEPT PESO      LINE 11 COLUMN 30 NO BEEP.
           ACCEPT ALTURA    LINE 13 COLUMN 30 NO BEEP.
      *
           DISPLAY ')'                  NO ADVANCING.

      *
           CLOSE FHIST FPSN.
           STOP RUN.
      *
      * ************************************************
      * Pantalla de captura
      * ************************************************
       PANTALLA.
      * Se limpia la pantalla.
           DISPLAY ' ' LINE 1 COLUMN 1 ERASE EOS.
           DISPLAY 'Numero de persona......: ' LINE 3  COLUMN 5.
           DISPLAY '(0 = buscar)'              LINE 3  COLUMN 38.
           DISPLAY 'Nombre.................: ' LINE 5  COLUMN 5.
           DISPLAY 'Apellido 1.............: ' LINE 7  COLUMN 5.
           DISPLAY 'Apellido 2.............: ' LINE 9  COLUMN 5.
           DISPLAY 'Introduce tu peso (kg) : ' LINE 11 COLUMN 5.
           DISPLAY 'Introduce tu altura (m): ' LINE 13 COLUMN 5.
      *
      * ************************************************
      * Numero de la persona en el maestro; con cero se busca por
      * apellidos y, si no se elige ninguna, no se graba nada
      * ************************************************
       PEDIR-PERSONA.
           MOVE ZEROS TO PERSONA.
           ACCEPT PERSONA   LINE  3 COLUMN 30.
           IF PERSONA = ZEROS THEN
              CALL 'UD05E5' USING PERSONA
              PERFORM PANTALLA.
      *
           IF PERSONA = ZEROS THEN
              MOVE 'F' TO PER-OK
            ELSE
              MOVE PERSONA TO PSNID
              MOVE 'S' TO PER-OK
              PERFORM LEER-PERSONA.
      *
       LEER-PERSONA.
           READ FPSN RECORD KEY IS PSNID INVALID KEY
                                 MOVE 'N' TO PER-OK.
           IF PER-OK = 'S' AND PSN-BAJA THEN
              MOVE 'N' TO PER-OK.
      *
           IF PER-OK = 'N' THEN
              DISPLAY ERROR-P   LINE 23 POSITION 3 REVERSE.
           IF PER-OK = 'S' THEN
              DISPLAY SPACES    LINE 23 POSITION 3 ERASE EOL
              DISPLAY PERSONA   LINE  3 COLUMN 30
              DISPLAY PSNNOM    LINE  5 COLUMN 30
              DISPLAY PSNAPE1   LINE  7 COLUMN 30
              DISPLAY PSNAPE2   LINE  9 COLUMN 30
              MOVE PSNNOM  TO NOMBRE
              MOVE PSNAPE1 TO APELLIDO1
              MOVE PSNAPE2 TO APELLIDO2.
      *
      * ************************************************
      * Clasifica el IMC segun los rangos estandar
      * ************************************************
       CLASIFICAR-IMC.
           MOVE PESO      TO HISTPESO.
           MOVE ALTURA    TO HISTALT.
           MOVE IMC       TO HISTIMC.
           MOVE PERSONA   TO HISTID.
           WRITE REGHIST.
           IF FS-FHIST NOT = '00' THEN
              PERFORM ERROR-FICHERO.
