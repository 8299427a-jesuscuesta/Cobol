       REMARKS. UNIDAD 4 EJERCICIO 3.
      *
      * Seguimiento del historico de IMC (IMCHIST.DAT) que va
      * grabando UD4E2: dada una persona (su numero del maestro
      * MAESPER.DAT, o cero para buscarla por apellidos con
      * UD05E5), lista sus visitas en orden cronologico con fecha,
      * peso e IMC, la variacion de peso respecto de la visita
      * anterior y la categoria en cada punto, marcando cuando la
      * categoria ha empeorado entre visitas. La opcion de imprimir
      * genera en SEGUIMIE.PRN una hoja por persona con todo su
      * seguimiento, para la ronda anual de reconocimientos.
      * Las visitas se reconocen por el numero de persona (HISTID),
      * no por el nombre escrito en cada una. Las que la conversion
      * UD05E4 dejo sin persona (HISTID cero) no salen en el
      * seguimiento ni en la tirada hasta que se vinculan con la
      * opcion <V>: se ensenan de una en una y el operador teclea
      * el numero de la persona, la busca o la deja para otro dia.
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
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora o visualizar con
       DATA DIVISION.
       FILE SECTION.
       FD FHIST LABEL RECORD IS STANDARD.
           COPY REGIMC.
      *
       FD FPSN LABEL RECORD IS STANDARD.
           COPY REGPSN.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(70) VALUE ' MENSAJES:'.
       77 MSGOPC     PIC X(60) VALUE
           '<S>eguimiento <I>mprimir todos <V>incular <X> salir'.
      *
       77 OPCION     PIC X.
       77 CONTINUA   PIC X.
       77 LIN        PIC 99.
      *
      * Persona buscada en la consulta de pantalla.
       77 ID-E       PIC 9(6).
       77 PER-OK     PIC X.
      *
      * Vinculacion de visitas sin persona: que hacer con la visita
      * en pantalla y cuantas se han vinculado.
       77 ACCION     PIC X.
       77 NUMVIN     PIC 9(5).
       77 ZVIN       PIC ZZZZ9.
       77 TXT-SUPR   PIC X(20) VALUE '*** SUPRIMIDO ***'.
       77 ERROR-P    PIC X(45) VALUE
           'ERROR! No hay ninguna persona con ese numero.'.
      *
      * Visita anterior de la persona en curso, para la variacion
      * y el aviso de empeoramiento.
       77 PERIDX     PIC 999.
       01 TABLA-PERSONAS.
           02 PERSONA OCCURS 100 TIMES.
              03 TP-ID   PIC 9(6).
              03 TP-NOM  PIC X(10).
              03 TP-APE1 PIC X(10).
              03 TP-APE2 PIC X(10).
      *
       77 FS-FHIST   PIC XX.
       77 FS-FLISTA  PIC XX.
       77 FS-FPSN    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
       01 CABECERA-6.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'Persona: '.
           02 CAB-ID  PIC ZZZZZ9.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 CAB-NOM PIC X(10).
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 CAB-APE1 PIC X(10).
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 CAB-APE2 PIC X(10).
           02 FILLER  PIC X(29) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
                               LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP
              GOBACK.
      *
           OPEN INPUT FPSN.
           IF FS-FPSN NOT = '00' THEN
              DISPLAY 'No hay maestro de personas MAESPER.DAT.'
                               LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP
              CLOSE FHIST
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FHIST FPSN.
      *
      * ************************************************
      * Pantalla principal y opcion elegida
              PERFORM SEGUIMIENTO-PANTALLA.
           IF OPCION = 'I' OR OPCION = 'i' THEN
              PERFORM IMPRIMIR-TODOS.
           IF OPCION = 'V' OR OPCION = 'v' THEN
              PERFORM VINCULAR-VISITAS.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
           DISPLAY 'SEGUIMIENTO DEL PROGRAMA IMC'
                                   LINE  3 POSITION 26 REVERSE HIGH.
      *
           DISPLAY 'Persona....:' LINE  5 POSITION  3 HIGH.
      *
           DISPLAY GUION          LINE  6 POSITION 3 HIGH.
           DISPLAY GUION          LINE 22 POSITION 3 HIGH.
      * Seguimiento de una persona en pantalla
      * ************************************************
       SEGUIMIENTO-PANTALLA.
           DISPLAY '(0 = buscar)' LINE  5 POSITION 24.
           PERFORM PEDIR-PERSONA.
           IF PER-OK = 'S' THEN
              PERFORM SEGUIMIENTO-PERSONA
            ELSE
              IF ID-E NOT = ZEROS THEN
                 DISPLAY ERROR-P LINE 23 POSITION 15 REVERSE
                 ACCEPT CONTINUA LINE 23 POSITION 79.
      *
      * Numero de la persona (con cero se busca por apellidos) y
      * su nombre del maestro. PER-OK 'S' si existe.
       PEDIR-PERSONA.
           MOVE ZEROS TO ID-E.
           ACCEPT ID-E   LINE  5 POSITION 16 NO BEEP.
           IF ID-E = ZEROS THEN
              CALL 'UD05E5' USING ID-E
              PERFORM PANTALLA.
      *
           MOVE 'N' TO PER-OK.
           IF ID-E NOT = ZEROS THEN
              MOVE ID-E TO PSNID
              MOVE 'S' TO PER-OK
              READ FPSN RECORD KEY IS PSNID INVALID KEY
                                 MOVE 'N' TO PER-OK.
           IF PER-OK = 'S' THEN
              DISPLAY ID-E    LINE  5 POSITION 16
              DISPLAY PSNNOM  LINE  5 POSITION 24
              DISPLAY PSNAPE1 LINE  5 POSITION 40
              DISPLAY PSNAPE2 LINE  5 POSITION 56.
      *
       SEGUIMIENTO-PERSONA.
           DISPLAY 'Fecha'      LINE  7 POSITION  3 HIGH.
           DISPLAY 'Peso'       LINE  7 POSITION 16 HIGH.
           DISPLAY 'Var.'       LINE  7 POSITION 23 HIGH.
           READ FHIST AT END MOVE 'S' TO FINLEC.
      *
       REVISAR-PANTALLA.
           IF HISTID = ID-E THEN
              PERFORM MOSTRAR-VISITA.
      *
           READ FHIST AT END MOVE 'S' TO FINLEC.
              ACCEPT CONTINUA  LINE 23 POSITION 79.
      *
      * Una pasada por el fichero apuntando las personas
      * distintas (misma tecnica de tabla que UD09E2); las visitas
      * sin vincular no se imprimen.
       RECOGER-PERSONAS.
           MOVE 0 TO NUMPER-T.
           PERFORM REBOBINAR.
       ANOTAR-PERSONA.
           PERFORM VARYING PERIDX FROM 1 BY 1
              UNTIL PERIDX > NUMPER-T
                 OR TP-ID(PERIDX) = HISTID.
           IF PERIDX > NUMPER-T AND HISTID NOT = ZEROS THEN
              IF NUMPER-T < 100 THEN
                 ADD 1 TO NUMPER-T
                 MOVE HISTID   TO TP-ID(NUMPER-T)
                 MOVE HISTNOM  TO TP-NOM(NUMPER-T)
                 MOVE HISTAPE1 TO TP-APE1(NUMPER-T)
                 MOVE HISTAPE2 TO TP-APE2(NUMPER-T).
           PERFORM REVISAR-IMPRESION UNTIL FINLEC = 'S'.
      *
       REVISAR-IMPRESION.
           IF HISTID = TP-ID(PERIDX) THEN
              PERFORM IMPRIMIR-VISITA.
      *
           READ FHIST AT END MOVE 'S' TO FINLEC.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG TO CAB-PAG.
           MOVE FF2    TO CAB-FEC.
      * El nombre, el de la ficha de la persona; si no se
      * encuentra, el de su primera visita.
           MOVE TP-ID(PERIDX)   TO CAB-ID PSNID.
           READ FPSN RECORD KEY IS PSNID INVALID KEY
                                 CONTINUE.
           IF FS-FPSN = '00' THEN
              MOVE PSNNOM  TO CAB-NOM
              MOVE PSNAPE1 TO CAB-APE1
              MOVE PSNAPE2 TO CAB-APE2
            ELSE
              MOVE TP-NOM(PERIDX)  TO CAB-NOM
              MOVE TP-APE1(PERIDX) TO CAB-APE1
              MOVE TP-APE2(PERIDX) TO CAB-APE2.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-2 AFTER ADVANCING 1 LINE.
           MOVE 9 TO LINPAG.
      *
      * ************************************************
      * Vinculacion de las visitas sin persona (HISTID cero): se
      * ensenan una a una con el nombre que llevan y el operador
      * la vincula a un numero, busca la persona, la deja o
      * termina. El fichero se abre en I-O solo para esto
      * ************************************************
       VINCULAR-VISITAS.
           MOVE 0 TO NUMVIN.
           CLOSE FHIST.
           OPEN I-O FHIST.
           IF FS-FHIST NOT = '00' THEN
              DISPLAY MSGFS    LINE 23 POSITION 3 REVERSE
              DISPLAY FS-FHIST LINE 23 POSITION 40 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79
            ELSE
              PERFORM RECORRER-VINCULOS
              MOVE NUMVIN TO ZVIN
              DISPLAY SPACES   LINE 23 POSITION 14 ERASE EOL
              DISPLAY 'Visitas vinculadas:' LINE 23 POSITION 15 REVERSE
              DISPLAY ZVIN     LINE 23 POSITION 35 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79.
      *
           CLOSE FHIST.
           OPEN INPUT FHIST.
      *
       RECORRER-VINCULOS.
           MOVE SPACE TO FINLEC.
           MOVE SPACE TO ACCION.
           READ FHIST AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-VINCULO
              UNTIL FINLEC = 'S' OR ACCION = 'X'.
      *
      * Las visitas anonimizadas por una supresion RGPD se quedan
      * sin persona.
       REVISAR-VINCULO.
           IF HISTID = ZEROS AND HISTNOM NOT = TXT-SUPR(1:10) THEN
              MOVE SPACE TO ACCION
              PERFORM VINCULAR-UNA
                 UNTIL ACCION = 'V' OR ACCION = 'D' OR ACCION = 'X'.
      *
           IF ACCION NOT = 'X' THEN
              READ FHIST AT END MOVE 'S' TO FINLEC.
      *
       VINCULAR-UNA.
           PERFORM PANTALLA.
           MOVE HISTFEC(7:2) TO DM2.
           MOVE HISTFEC(5:2) TO MM2B.
           MOVE HISTFEC(1:4) TO AM2.
           MOVE HISTIMC TO ZIMC.
           DISPLAY 'Visita sin persona:' LINE  8 POSITION  3 HIGH.
           DISPLAY HISTNOM  LINE  8 POSITION 24.
           DISPLAY HISTAPE1 LINE  8 POSITION 35.
           DISPLAY HISTAPE2 LINE  8 POSITION 46.
           DISPLAY 'Fecha:' LINE 10 POSITION  3 HIGH.
           DISPLAY FM2      LINE 10 POSITION 10.
           DISPLAY 'Peso:'  LINE 10 POSITION 23 HIGH.
           DISPLAY HISTPESO LINE 10 POSITION 29.
           DISPLAY 'IMC:'   LINE 10 POSITION 35 HIGH.
           DISPLAY ZIMC     LINE 10 POSITION 40.
           DISPLAY SPACES   LINE 23 POSITION 14 ERASE EOL.
           DISPLAY '<V>incular <B>uscar <D>ejar <X> terminar'
                            LINE 23 POSITION 14 REVERSE.
           MOVE SPACE TO ACCION.
           ACCEPT ACCION    LINE 23 POSITION 76 OFF NO BEEP.
           INSPECT ACCION CONVERTING 'vbdx' TO 'VBDX'.
      *
           IF ACCION = 'V' THEN
              PERFORM PEDIR-PERSONA
            ELSE
              IF ACCION = 'B' THEN
                 MOVE ZEROS TO ID-E
                 CALL 'UD05E5' USING ID-E
                 MOVE 'N' TO PER-OK
                 IF ID-E NOT = ZEROS THEN
                    MOVE ID-E TO PSNID
                    MOVE 'S' TO PER-OK
                    READ FPSN RECORD KEY IS PSNID INVALID KEY
                                       MOVE 'N' TO PER-OK.
      *
           IF ACCION = 'V' OR ACCION = 'B' THEN
              IF PER-OK = 'S' THEN
                 MOVE ID-E TO HISTID
                 REWRITE REGHIST
                 IF FS-FHIST = '00' THEN
                    ADD 1 TO NUMVIN
                    MOVE 'V' TO ACCION
                  ELSE
                    DISPLAY MSGFS    LINE 23 POSITION 3 REVERSE
                    DISPLAY FS-FHIST LINE 23 POSITION 40 REVERSE
                    ACCEPT CONTINUA  LINE 23 POSITION 79
                    MOVE 'X' TO ACCION
               ELSE
                 IF ID-E NOT = ZEROS THEN
                    DISPLAY ERROR-P  LINE 23 POSITION 15 REVERSE
                    ACCEPT CONTINUA  LINE 23 POSITION 79
                    MOVE SPACE TO ACCION
                  ELSE
                    MOVE SPACE TO ACCION.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
