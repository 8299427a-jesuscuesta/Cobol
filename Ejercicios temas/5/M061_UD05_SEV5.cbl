123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD05E5.
       REMARKS. UNIDAD 5. EJERCICIO 5.
      *
      * Busqueda de personas del maestro MAESPER.DAT por apellidos:
      * la llaman el mantenimiento de personas UD05E3, el registro
      * de visitas UD4E2, el seguimiento UD4E3 y las peticiones
      * RGPD de UD10E10 cuando el operador no sabe el numero de la
      * persona. Se teclea el primer apellido y, si se quiere
      * afinar, el segundo y el nombre, enteros o solo el
      * principio; no cuentan las mayusculas ni los acentos,
      * porque se compara la clave de la rutina comun NOMBUS.
      * Salen de doce en doce con su numero, fecha de nacimiento
      * y una B las que estan de baja, y el operador devuelve el
      * numero de la elegida (cero si no es ninguna).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPSN ASSIGN TO DISK 'MAESPER.DAT'
            RECORD KEY IS PSNID
            ALTERNATE RECORD KEY IS PSNBUS WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPSN.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPSN LABEL RECORD IS STANDARD.
           COPY REGPSN.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGBUSC    PIC X(60) VALUE
           'Teclee al menos el principio del primer apellido'.
       77 MSGMAS     PIC X(60) VALUE
           'Hay mas personas. Ver la pagina siguiente (S/N)?'.
       77 MSGELEG    PIC X(60) VALUE
           'Numero de la persona elegida (0 = ninguna):'.
       77 ERROR-B    PIC X(50) VALUE
           'No hay ninguna persona con esos apellidos.'.
      *
       77 EXISTE     PIC X.
       77 SEGUIR     PIC X.
       77 CONTINUA   PIC X.
      *
      * Apellidos y nombre tecleados, su clave y la parte de cada
      * uno que hay que comparar.
       77 BUS-APE1   PIC X(15).
       77 BUS-APE2   PIC X(15).
       77 BUS-NOM    PIC X(15).
       77 LON-APE1   PIC 99.
       77 LON-APE2   PIC 99.
       77 LON-NOM    PIC 99.
       77 LON-TXT    PIC X(15).
       77 LON-N      PIC 99.
       77 LON-FIN    PIC X.
      *
      * Personas listadas, fila de pantalla y la que casa con la
      * busqueda.
       77 NUM-LIS    PIC 9(4).
       77 FILA       PIC 99.
       77 CASA       PIC X.
       77 ID-E       PIC 9(6).
      *
       01 LINEA-LIS.
           02 LL-ID    PIC ZZZZZ9.
           02 FILLER   PIC XX.
           02 LL-APE1  PIC X(15).
           02 FILLER   PIC X.
           02 LL-APE2  PIC X(15).
           02 FILLER   PIC X.
           02 LL-NOM   PIC X(15).
           02 FILLER   PIC X.
           02 LL-FNA   PIC X(10).
           02 FILLER   PIC X.
           02 LL-BAJA  PIC X.
      *
       01 FNA-G.
           02 FNG-AA  PIC 9999.
           02 FNG-MM  PIC 99.
           02 FNG-DD  PIC 99.
       01 FNA-GN REDEFINES FNA-G PIC 9(8).
       01 FNA-D.
           02 FND-DD  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FND-MM  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FND-AA  PIC 9999.
      *
      * Argumento de la rutina comun NOMBUS.
           COPY NOMBUS.
      *
       77 FS-FPSN    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
       01 FF1.
           02 AA1     PIC 9999.
           02 MM1     PIC 99.
           02 DD1     PIC 99.
       01 FF2.
           02 DD2     PIC 99.
           02 GT1     PIC X   VALUE '/'.
           02 MM2     PIC 99.
           02 GT2     PIC X   VALUE '/'.
           02 AA2     PIC 9999.
      *
       LINKAGE SECTION.
       01 BUS-PERSONA  PIC 9(6).
123456*
       PROCEDURE DIVISION USING BUS-PERSONA.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE ZEROS TO BUS-PERSONA.
           OPEN INPUT FPSN.
           IF FS-FPSN NOT = '00' THEN
              PERFORM ERROR-FICHERO
              PERFORM CONTINUAR
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM PEDIR-APELLIDOS.
           IF LON-APE1 > 0 THEN
              PERFORM LISTAR
              PERFORM ELEGIR.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FPSN.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
      * ************************************************
       PANTALLA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'Fecha:'       NO ADVANCING LINE  1 POSITION 60 HIGH.
           DISPLAY FF2.
           DISPLAY 'BUSQUEDA DE PERSONAS'
                                   LINE  3 POSITION 30 REVERSE HIGH.
      *
           DISPLAY 'Apellido 1..:' LINE  4 POSITION  3 HIGH.
           DISPLAY 'Nombre..:'     LINE  4 POSITION 40 HIGH.
           DISPLAY 'Apellido 2..:' LINE  5 POSITION  3 HIGH.
           DISPLAY 'Numero  Apellido 1      Apellido 2      Nombre'
                                   LINE  7 POSITION  3 HIGH.
           DISPLAY 'Nacimiento B'  LINE  7 POSITION 59 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
      * ************************************************
      * Apellidos y nombre a buscar, pasados a su clave
      * ************************************************
       PEDIR-APELLIDOS.
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGBUSC         LINE 23 POSITION 14 REVERSE.
           MOVE SPACES TO BUS-APE1 BUS-APE2 BUS-NOM.
           ACCEPT BUS-APE1         LINE  4 POSITION 17 NO BEEP.
           ACCEPT BUS-NOM          LINE  4 POSITION 50 NO BEEP.
           ACCEPT BUS-APE2         LINE  5 POSITION 17 NO BEEP.
      *
           MOVE BUS-NOM  TO NBS-NOM.
           MOVE BUS-APE1 TO NBS-APE1.
           MOVE BUS-APE2 TO NBS-APE2.
           CALL 'NOMBUS' USING NOMBUS-ARG.
      *
           MOVE NBS-CAPE1 TO LON-TXT.
           PERFORM LONGITUD.
           MOVE LON-N TO LON-APE1.
           MOVE NBS-CAPE2 TO LON-TXT.
           PERFORM LONGITUD.
           MOVE LON-N TO LON-APE2.
           MOVE NBS-CNOM TO LON-TXT.
           PERFORM LONGITUD.
           MOVE LON-N TO LON-NOM.
      *
      * Largo de LON-TXT sin los blancos del final, para poder
      * buscar apellidos compuestos ("DE LA FUENTE").
       LONGITUD.
           MOVE 15 TO LON-N.
           MOVE 'N' TO LON-FIN.
           PERFORM RESTAR-LONGITUD UNTIL LON-N = 0 OR LON-FIN = 'S'.
      *
       RESTAR-LONGITUD.
           IF LON-TXT(LON-N:1) = SPACE THEN
              SUBTRACT 1 FROM LON-N
            ELSE
              MOVE 'S' TO LON-FIN.
      *
      * ************************************************
      * Lista las personas cuyo primer apellido empieza por el
      * tecleado (y el segundo y el nombre, si se han dado),
      * en orden de la clave de busqueda
      * ************************************************
       LISTAR.
           MOVE 0 TO NUM-LIS.
           MOVE 8 TO FILA.
           MOVE 'S' TO SEGUIR.
           MOVE SPACES TO PSNBUS.
           MOVE NBS-CAPE1(1:LON-APE1) TO PSNBAP1(1:LON-APE1).
           MOVE 'S' TO EXISTE.
           START FPSN KEY IS NOT LESS PSNBUS INVALID KEY
                                 MOVE 'N' TO EXISTE.
           PERFORM LISTAR-LEE UNTIL EXISTE = 'N' OR SEGUIR = 'N'.
      *
           IF NUM-LIS = 0 THEN
              DISPLAY ERROR-B      LINE 23 POSITION 14 REVERSE.
      *
       LISTAR-LEE.
           READ FPSN NEXT RECORD AT END MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              IF PSNBAP1(1:LON-APE1) NOT = NBS-CAPE1(1:LON-APE1) THEN
                 MOVE 'N' TO EXISTE
               ELSE
                 PERFORM COMPROBAR-RESTO
                 IF CASA = 'S' THEN
                    PERFORM MOSTRAR-LINEA.
      *
       COMPROBAR-RESTO.
           MOVE 'S' TO CASA.
           IF LON-APE2 > 0 THEN
              IF PSNBAP2(1:LON-APE2) NOT = NBS-CAPE2(1:LON-APE2) THEN
                 MOVE 'N' TO CASA.
           IF LON-NOM > 0 THEN
              IF PSNBNOM(1:LON-NOM) NOT = NBS-CNOM(1:LON-NOM) THEN
                 MOVE 'N' TO CASA.
      *
      * Una linea por persona; con la pantalla llena se pregunta si
      * se quiere ver la siguiente.
       MOSTRAR-LINEA.
           IF FILA > 19 THEN
              DISPLAY MSGMAS       LINE 23 POSITION 14 REVERSE
              MOVE SPACE TO SEGUIR
              ACCEPT SEGUIR        LINE 23 POSITION 64 NO BEEP
              IF SEGUIR = 'S' OR SEGUIR = 's' THEN
                 MOVE 'S' TO SEGUIR
                 PERFORM BORRAR-LISTA
                 MOVE 8 TO FILA
               ELSE
                 MOVE 'N' TO SEGUIR.
      *
           IF SEGUIR = 'S' THEN
              MOVE SPACES  TO LINEA-LIS
              MOVE PSNID   TO LL-ID
              MOVE PSNAPE1 TO LL-APE1
              MOVE PSNAPE2 TO LL-APE2
              MOVE PSNNOM  TO LL-NOM
              IF PSNFNA = ZEROS THEN
                 MOVE SPACES TO LL-FNA
               ELSE
                 MOVE PSNFNA TO FNA-GN
                 MOVE FNG-DD TO FND-DD
                 MOVE FNG-MM TO FND-MM
                 MOVE FNG-AA TO FND-AA
                 MOVE FNA-D  TO LL-FNA
              IF PSN-BAJA THEN
                 MOVE 'B' TO LL-BAJA
               ELSE
                 MOVE SPACE TO LL-BAJA
              DISPLAY LINEA-LIS    LINE FILA POSITION 3
              ADD 1 TO FILA
              ADD 1 TO NUM-LIS.
      *
       BORRAR-LISTA.
           MOVE 8 TO FILA.
           PERFORM BORRAR-FILA UNTIL FILA > 19.
      *
       BORRAR-FILA.
           DISPLAY SPACES LINE FILA POSITION 3 ERASE EOL.
           ADD 1 TO FILA.
      *
      * ************************************************
      * Numero de la persona elegida, que se devuelve al programa
      * que llama
      * ************************************************
       ELEGIR.
           IF NUM-LIS > 0 THEN
              DISPLAY SPACES       LINE 23 POSITION 14 ERASE EOL
              DISPLAY MSGELEG      LINE 23 POSITION 14 REVERSE
              MOVE ZEROS TO ID-E
              ACCEPT ID-E          LINE 23 POSITION 58 NO BEEP
              MOVE ID-E TO BUS-PERSONA
            ELSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Pulsar tecla para continuar
      * ************************************************
        CONTINUAR.
           DISPLAY 'Pulse una tecla para continuar'
                            LINE 23 POSITION 45 REVERSE BEEP.
           ACCEPT CONTINUA  LINE 23 POSITION 75 REVERSE OFF NO BEEP.
      *
      * ************************************************
      * Pantalla amigable de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPSN   LINE 23 POSITION 40 REVERSE.
