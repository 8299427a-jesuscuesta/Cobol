123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD05E3.
       REMARKS. UNIDAD 5. EJERCICIO 3.
      *
      * Mantenimiento del maestro de personas (MAESPER.DAT), con
      * altas, bajas, consultas y modificaciones al estilo de
      * UD23E30: numero de persona, nombre, apellidos, sexo y fecha
      * de nacimiento (validada con la rutina comun DATEVAL). Antes
      * las personas se anadian sin clave a PERSONAS.DAT; la
      * conversion UD05E4 las paso a este maestro y el historico
      * de IMC (UD4E2, UD4E3) cuelga ahora de su numero.
      * El alta con numero cero da a la persona el siguiente numero
      * de SECUPER.DAT; con el numero de una persona de baja, la
      * vuelve a activar. Si ya hay otra persona con el mismo
      * nombre y apellidos (sin contar mayusculas ni acentos, clave
      * de la rutina comun NOMBUS) pide confirmacion antes de
      * crearla, para no partir en dos el historico de nadie.
      * La baja no borra la ficha: la marca de baja (PSNEST 'B') y
      * sus visitas siguen colgando de ella.
      * En bajas, consultas y modificaciones, un numero cero abre
      * la busqueda por apellidos UD05E5.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPSN ASSIGN TO DISK 'MAESPER.DAT'
            RECORD KEY IS PSNID
            ALTERNATE RECORD KEY IS PSNBUS WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPSN.
      *
      * Ultimo numero de persona dado, como SECUCLI.DAT para los
      * clientes; en exclusiva durante el leer-sumar-reescribir.
            SELECT FSEC ASSIGN TO DISK 'SECUPER.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS FS-FSEC.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPSN LABEL RECORD IS STANDARD.
           COPY REGPSN.
      *
       FD FSEC LABEL RECORD IS STANDARD.
       01 REGSEC      PIC 9(6).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <A>lt <B>aj <C>on <M>od <F>in'.
       77 MSGALTA    PIC X(60) VALUE
           'ALTAS (numero 0 = persona nueva)'.
       77 MSGBAJA    PIC X(60) VALUE 'BAJAS (numero 0 = buscar)'.
       77 MSGCONS    PIC X(60) VALUE 'CONSULTAS (numero 0 = buscar)'.
       77 MSGMODI    PIC X(60) VALUE
           'MODIFICACION (numero 0 = buscar)'.
      *
       77 ERROR-A    PIC X(50) VALUE 'ERROR! El registro YA existe.'.
       77 ERROR-B    PIC X(50) VALUE 'ERROR! El registro NO existe.'.
       77 ERROR-D    PIC X(50) VALUE
           'ERROR! Falta el nombre o el primer apellido.'.
       77 ERROR-S    PIC X(55) VALUE
           'ERROR! El sexo debe ser M (masculino) o F (femenino).'.
       77 ERROR-N    PIC X(50) VALUE
           'ERROR! La fecha de nacimiento es posterior a hoy.'.
       77 MSGDUP     PIC X(46) VALUE
           'Ya hay una persona con ese nombre. Alta (S/N)?'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
       77 DATOS-OK   PIC X.
      *
      * Numero de la persona elegida en la busqueda UD05E5 y de la
      * que ya tiene el mismo nombre.
       77 ID-SEL     PIC 9(6).
       77 ID-DUP     PIC 9(6).
       77 ZID        PIC ZZZZZ9.
      *
      * Ficha en captura, guardada mientras se busca un duplicado.
       77 PSN-COPIA  PIC X(106).
      *
      * Fecha de nacimiento tecleada (DDMMAAAA, como la pide
      * DATEVAL), la misma guardada (aaaammdd) y con separadores.
       01 FNA-E.
           02 FNE-DD  PIC 99.
           02 FNE-MM  PIC 99.
           02 FNE-AA  PIC 9999.
       01 FNA-EN REDEFINES FNA-E PIC 9(8).
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
      * Respuesta de la rutina comun de validacion de fechas.
       77 FECHA-OK   PIC X.
       77 FECHA-MSG  PIC X(40).
      *
      * Ultimo numero de persona dado (SECUPER.DAT).
       77 SEC-VALOR   PIC 9(6) VALUE 0.
       77 SEC-ABIERTO PIC X    VALUE 'N'.
      *
      * Argumento de la rutina comun NOMBUS.
           COPY NOMBUS.
      *
       77 FS-FPSN    PIC XX.
       77 FS-FSEC    PIC XX.
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
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
      * MAESPER.DAT todavia no existe si no se ha hecho la
      * conversion ni ninguna alta (estado '35'); se crea vacio.
           OPEN I-O FPSN.
           IF FS-FPSN = '35' THEN
              OPEN OUTPUT FPSN
              CLOSE FPSN
              OPEN I-O FPSN.
           IF FS-FPSN NOT = '00' THEN
              PERFORM ERROR-FICHERO
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE SPACES TO OPCION.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM PEDIR UNTIL OPCION = 'F' OR OPCION = 'f'.
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
           DISPLAY 'MAESTRO DE PERSONAS'
                                   LINE  3 POSITION 31 REVERSE HIGH.
      *
           DISPLAY 'Numero......:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Nombre......:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Apellido 1..:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Apellido 2..:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Sexo (M/F)..:' LINE 15 POSITION 10 HIGH.
           DISPLAY 'Nacimiento..:' LINE 17 POSITION 10 HIGH.
           DISPLAY '(ddmmaaaa)'    LINE 17 POSITION 36.
           DISPLAY 'Situacion...:' LINE 19 POSITION 10 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
      * **********************************************************
      * Pedir opcion a realizar
      * **********************************************************
       PEDIR.
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGOPC          LINE 23 POSITION 14 REVERSE.
           PERFORM BORRAR-PANTALLA.
           MOVE SPACES TO OPCION.
           ACCEPT OPCION    LINE 23 POSITION 76 OFF NO BEEP.
           IF OPCION = 'A' OR OPCION = 'a' THEN PERFORM ALTAS
             ELSE
              IF OPCION = 'B' OR OPCION = 'b' THEN PERFORM BAJAS
                ELSE
                 IF OPCION = 'C' OR OPCION = 'c' THEN PERFORM CONSULTAS
                   ELSE
                    IF OPCION = 'M' OR OPCION = 'm' THEN
                       PERFORM MODIFICA.
      *
      * ************************************************
      * Altas: numero cero, persona nueva; numero de una persona
      * de baja, se reactiva
      * ************************************************
       ALTAS.
           DISPLAY MSGALTA    LINE 23 POSITION 14 REVERSE.
      *
           MOVE ZEROS TO PSNID.
           ACCEPT PSNID       LINE  7 POSITION 24 NO BEEP.
      *
           IF PSNID = ZEROS THEN
              PERFORM ALTA-NUEVA
            ELSE
              PERFORM REACTIVAR.
      *
           PERFORM CONTINUAR.
      *
       REACTIVAR.
           MOVE SPACES TO EXISTE.
           READ FPSN RECORD KEY IS PSNID INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND PSN-BAJA THEN
              PERFORM MOSTRAR-DATOS
              MOVE 'A' TO PSNEST
              REWRITE REGPSN
              IF FS-FPSN = '00' THEN
                 DISPLAY 'PERSONA REACTIVADA!'
                                 LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO
            ELSE
              IF EXISTE = SPACES THEN
                 DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
       ALTA-NUEVA.
           MOVE SPACES TO PSNNOM PSNAPE1 PSNAPE2 PSNSEX.
           MOVE ZEROS  TO PSNFNA.
           MOVE 'A'    TO PSNEST.
           MOVE ZEROS  TO FNA-EN.
           PERFORM PEDIR-DATOS.
           PERFORM VALIDAR-DATOS.
           IF DATOS-OK = 'S' THEN
              PERFORM BUSCAR-DUPLICADO
              IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                 PERFORM GRABAR-NUEVA.
      *
      * Otra persona con la misma clave de busqueda: se ensena su
      * numero y el alta necesita confirmacion.
       BUSCAR-DUPLICADO.
           MOVE 'S' TO CONFIRMA.
           MOVE REGPSN TO PSN-COPIA.
           MOVE 'S' TO EXISTE.
           START FPSN KEY IS EQUAL TO PSNBUS INVALID KEY
                                    MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              READ FPSN NEXT RECORD AT END MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              MOVE PSNID TO ID-DUP
              MOVE PSN-COPIA TO REGPSN
              MOVE ID-DUP TO ZID
              DISPLAY 'Numero:' LINE 21 POSITION 10 HIGH
              DISPLAY ZID       LINE 21 POSITION 18
              DISPLAY MSGDUP    LINE 23 POSITION 14 REVERSE
              MOVE SPACE TO CONFIRMA
              ACCEPT CONFIRMA   LINE 23 POSITION 61 NO BEEP
              DISPLAY SPACES    LINE 21 POSITION 10 ERASE EOL
            ELSE
              MOVE PSN-COPIA TO REGPSN.
      *
       GRABAR-NUEVA.
           PERFORM SIGUIENTE-NUMERO.
           IF SEC-ABIERTO = 'S' THEN
              WRITE REGPSN
              IF FS-FPSN = '00' THEN
                 MOVE PSNID TO ZID
                 DISPLAY ZID      LINE  7 POSITION 24
                 DISPLAY 'ACTIVA '  LINE 19 POSITION 24
                 DISPLAY 'REGISTRO CREADO!   '
                                  LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Bajas de persona: se marca, no se borra
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-NUMERO.
      *
           IF EXISTE = SPACES AND PSN-ACTIVA THEN
              PERFORM MOSTRAR-DATOS
              MOVE 'B' TO PSNEST
              REWRITE REGPSN
              IF FS-FPSN = '00' THEN
                 DISPLAY 'PERSONA DADA DE BAJA!'
                                 LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Muestra la informacion en pantalla
      * ************************************************
       CONSULTAS.
           DISPLAY MSGCONS    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-NUMERO.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-DATOS
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion de los datos de la persona
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-NUMERO.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-DATOS
              PERFORM MODIFICAR-DATOS
              PERFORM VALIDAR-DATOS
              IF DATOS-OK = 'S' THEN
                 REWRITE REGPSN
                 IF FS-FPSN = '00' THEN
                    DISPLAY 'REGISTRO MODIFICADO!'
                                    LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Numero de la persona a tratar; con cero se busca por
      * apellidos (UD05E5). EXISTE queda en blanco si se ha leido
      * ************************************************
       PEDIR-NUMERO.
           MOVE ZEROS TO PSNID.
           ACCEPT PSNID       LINE  7 POSITION 24 NO BEEP.
           IF PSNID = ZEROS THEN
              MOVE ZEROS TO ID-SEL
              CALL 'UD05E5' USING ID-SEL
              PERFORM PANTALLA
              MOVE ID-SEL TO PSNID
              MOVE PSNID TO ZID
              DISPLAY ZID     LINE  7 POSITION 24.
      *
           MOVE SPACES TO EXISTE.
           READ FPSN RECORD KEY IS PSNID INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Captura de los datos de una persona nueva
      * ************************************************
       PEDIR-DATOS.
           ACCEPT PSNNOM      LINE  9 POSITION 24 NO BEEP.
           ACCEPT PSNAPE1     LINE 11 POSITION 24 NO BEEP.
           ACCEPT PSNAPE2     LINE 13 POSITION 24 NO BEEP.
           ACCEPT PSNSEX      LINE 15 POSITION 24 NO BEEP.
           ACCEPT FNA-EN      LINE 17 POSITION 24 NO BEEP.
      *
       MODIFICAR-DATOS.
           MOVE PSNFNA TO FNA-GN.
           MOVE FNG-DD TO FNE-DD.
           MOVE FNG-MM TO FNE-MM.
           MOVE FNG-AA TO FNE-AA.
           ACCEPT PSNNOM      LINE  9 POSITION 24 NO BEEP UPDATE.
           ACCEPT PSNAPE1     LINE 11 POSITION 24 NO BEEP UPDATE.
           ACCEPT PSNAPE2     LINE 13 POSITION 24 NO BEEP UPDATE.
           ACCEPT PSNSEX      LINE 15 POSITION 24 NO BEEP UPDATE.
           ACCEPT FNA-EN      LINE 17 POSITION 24 NO BEEP UPDATE.
      *
      * ************************************************
      * Nombre y primer apellido obligatorios, sexo M o F y fecha
      * de nacimiento correcta y no futura (en una modificacion
      * puede quedar en cero si la ficha no la tenia). Si todo
      * esta bien, pasa la fecha a la ficha y compone la clave de
      * busqueda
      * ************************************************
       VALIDAR-DATOS.
           MOVE 'S' TO DATOS-OK.
           INSPECT PSNSEX CONVERTING 'mf' TO 'MF'.
           IF PSNNOM = SPACES OR PSNAPE1 = SPACES THEN
              MOVE 'N' TO DATOS-OK
              DISPLAY ERROR-D LINE 23 POSITION 14 REVERSE
            ELSE
              IF NOT PSN-HOMBRE AND NOT PSN-MUJER THEN
                 MOVE 'N' TO DATOS-OK
                 DISPLAY ERROR-S LINE 23 POSITION 14 REVERSE.
      *
           IF DATOS-OK = 'S' THEN
              IF FNA-EN = ZEROS AND PSNFNA = ZEROS
                                AND OPCION NOT = 'A'
                                AND OPCION NOT = 'a' THEN
                 CONTINUE
               ELSE
                 PERFORM VALIDAR-NACIMIENTO.
      *
           IF DATOS-OK = 'S' THEN
              MOVE PSNNOM  TO NBS-NOM
              MOVE PSNAPE1 TO NBS-APE1
              MOVE PSNAPE2 TO NBS-APE2
              CALL 'NOMBUS' USING NOMBUS-ARG
              MOVE NBS-CLAVE TO PSNBUS.
      *
       VALIDAR-NACIMIENTO.
           CALL 'DATEVAL' USING FNA-EN, FECHA-OK, FECHA-MSG.
           IF FECHA-OK NOT = 'S' THEN
              MOVE 'N' TO DATOS-OK
              DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE FNE-DD TO FNG-DD
              MOVE FNE-MM TO FNG-MM
              MOVE FNE-AA TO FNG-AA
              IF FNA-GN > FECHA THEN
                 MOVE 'N' TO DATOS-OK
                 DISPLAY ERROR-N LINE 23 POSITION 14 REVERSE
               ELSE
                 MOVE FNA-GN TO PSNFNA.
      *
       MOSTRAR-DATOS.
           DISPLAY PSNNOM     LINE  9 POSITION 24.
           DISPLAY PSNAPE1    LINE 11 POSITION 24.
           DISPLAY PSNAPE2    LINE 13 POSITION 24.
           DISPLAY PSNSEX     LINE 15 POSITION 24.
           IF PSNFNA = ZEROS THEN
              DISPLAY 'sin fecha ' LINE 17 POSITION 24
            ELSE
              MOVE PSNFNA TO FNA-GN
              MOVE FNG-DD TO FND-DD
              MOVE FNG-MM TO FND-MM
              MOVE FNG-AA TO FND-AA
              DISPLAY FNA-D   LINE 17 POSITION 24.
           IF PSN-BAJA THEN
              DISPLAY 'DE BAJA'  LINE 19 POSITION 24
            ELSE
              DISPLAY 'ACTIVA '  LINE 19 POSITION 24.
      *
      * ************************************************
      * Calcula el siguiente numero de persona a partir del ultimo
      * guardado en SECUPER.DAT (0 la primera vez que se usa) y lo
      * deja en PSNID, como SIGUIENTE-CODIGO en UD10E1
      * ************************************************
       SIGUIENTE-NUMERO.
           MOVE 0   TO SEC-VALOR.
           MOVE 'N' TO SEC-ABIERTO.
           OPEN I-O FSEC.
      *
      * La primera vez el fichero no existe (estado '35'): se crea
      * con un unico registro a cero y se reabre en exclusiva.
           IF FS-FSEC = '35' THEN
              OPEN OUTPUT FSEC
              MOVE ZEROS TO REGSEC
              WRITE REGSEC
              CLOSE FSEC
              OPEN I-O FSEC.
      *
           IF FS-FSEC = '00' THEN
              MOVE 'S' TO SEC-ABIERTO
              PERFORM LEER-SECUENCIA.
      *
           ADD 1 TO SEC-VALOR.
           MOVE SEC-VALOR TO PSNID.
      *
           IF SEC-ABIERTO = 'S' THEN
              MOVE SEC-VALOR TO REGSEC
              REWRITE REGSEC
              IF FS-FSEC NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FSEC
                 MOVE 'N' TO SEC-ABIERTO
                 CLOSE FSEC
               ELSE
                 CLOSE FSEC
            ELSE
              PERFORM ERROR-FICHERO-FSEC.
      *
       LEER-SECUENCIA.
           READ FSEC NEXT RECORD AT END CONTINUE.
           IF FS-FSEC = '00' THEN
              MOVE REGSEC TO SEC-VALOR.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  7 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 17 POSITION 24 ERASE EOL.
           DISPLAY '(ddmmaaaa)'    LINE 17 POSITION 36.
           DISPLAY SPACES LINE 19 POSITION 24 ERASE EOL.
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
      *
       ERROR-FICHERO-FSEC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSEC   LINE 23 POSITION 40 REVERSE.
