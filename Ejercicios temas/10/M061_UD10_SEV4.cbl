123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD10E4.
       REMARKS. UNIDAD 10 EJERCICIO 4.
      *
      * Mantenimiento de la forma de envio de documentos de los
      * clientes (DOCUCLI.DAT), con altas, bajas, consultas y
      * modificaciones al estilo de UD17E2: un registro por cliente
      * con la forma de envio (P papel, E correo electronico, A
      * ambas) y la direccion de correo, obligatoria para E y A.
      * El cliente debe existir en CLIENTES.DAT y no estar de baja.
      * Un cliente sin registro sigue recibiendo papel; el reparto
      * nocturno de la cola de documentos UD22E9 es quien lo aplica.
      * Tambien se anota si el cliente pide la ficha de alergenos
      * en sus albaranes (DCLALE, S/N), que aplica UD11E3.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FDCL ASSIGN TO DISK 'DOCUCLI.DAT'
            RECORD KEY IS DCLCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FDCL.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FDCL LABEL RECORD IS STANDARD.
           COPY REGDCL.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <A>lt <B>aj <C>on <M>od <F>in'.
       77 MSGALTA    PIC X(60) VALUE 'ALTAS'.
       77 MSGBAJA    PIC X(60) VALUE 'BAJAS'.
       77 MSGCONS    PIC X(60) VALUE 'CONSULTAS'.
       77 MSGMODI    PIC X(60) VALUE 'MODIFICACION'.
      *
       77 ERROR-A    PIC X(50) VALUE
           'ERROR! El cliente YA tiene forma de envio.'.
       77 ERROR-B    PIC X(50) VALUE
           'ERROR! El cliente NO tiene forma de envio.'.
       77 ERROR-C    PIC X(50) VALUE 'ERROR! El cliente NO existe.'.
       77 ERROR-D    PIC X(50) VALUE
           'ERROR! El cliente esta dado de baja.'.
       77 ERROR-E    PIC X(50) VALUE
           'ERROR! Forma de envio: P, E o A.'.
       77 ERROR-F    PIC X(50) VALUE
           'ERROR! Direccion de correo no valida.'.
       77 ERROR-G    PIC X(50) VALUE
           'ERROR! Ficha de alergenos: S o N.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Forma de envio y direccion tecleadas, y resultado de su
      * validacion.
       77 CANAL-E    PIC X.
       77 EMAIL-E    PIC X(50).
       77 FICHA-E    PIC X.
       77 FORMA-OK   PIC X.
       77 NUMARR     PIC 99.
       77 NUMPTO     PIC 99.
       77 NUMBLA     PIC 99.
       77 NUMCAR     PIC 99.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FDCL    PIC XX.
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
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
      * DOCUCLI.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio, igual que BANCOCLI.DAT en UD17E2.
           OPEN I-O FDCL.
           IF FS-FDCL = '35' THEN
              OPEN OUTPUT FDCL
              CLOSE FDCL
              OPEN I-O FDCL.
           IF FS-FDCL NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDCL
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
           CLOSE FCLI FDCL.
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
           DISPLAY 'ENVIO DE DOCUMENTOS A CLIENTES'
                                   LINE  3 POSITION 25 REVERSE HIGH.
      *
           DISPLAY 'Cod. cliente:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Envio P/E/A.:' LINE 10 POSITION 10 HIGH.
           DISPLAY '(P papel, E correo, A ambos)'
                                   LINE 10 POSITION 30.
           DISPLAY 'Correo......:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Alergenos...:' LINE 14 POSITION 10 HIGH.
           DISPLAY '(S ficha de alergenos en los albaranes)'
                                   LINE 14 POSITION 30.
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
      * Altas de formas de envio
      * ************************************************
       ALTAS.
           DISPLAY MSGALTA    LINE 23 POSITION 14 REVERSE.
      *
           ACCEPT DCLCLI      LINE  7 POSITION 24 NO BEEP.
           PERFORM COMPROBAR-CLIENTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
            ELSE
             IF CLI-BAJA THEN
                DISPLAY ERROR-D LINE 23 POSITION 14 REVERSE
              ELSE
                PERFORM LEER-DOCUMENTO
                IF EXISTE = SPACES THEN
                   DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE
                 ELSE
                   PERFORM CAPTURAR-FORMA
                   IF FORMA-OK = 'S' THEN
                      MOVE CANAL-E TO DCLCAN
                      MOVE EMAIL-E TO DCLEML
                      MOVE FICHA-E TO DCLALE
                      WRITE REGDCL
                      IF FS-FDCL = '00' THEN
                         DISPLAY 'REGISTRO CREADO!   '
                                       LINE 23 POSITION 14 REVERSE
                       ELSE
                         PERFORM ERROR-FICHERO-FDCL.
      *
           PERFORM CONTINUAR.
      *
       LEER-DOCUMENTO.
           MOVE SPACES TO EXISTE.
           READ FDCL RECORD KEY IS DCLCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Bajas de formas de envio: el cliente vuelve a papel
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           ACCEPT DCLCLI      LINE  7 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FDCL RECORD KEY IS DCLCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-REGISTRO
              DELETE FDCL
              IF FS-FDCL = '00' THEN
                 DISPLAY 'REGISTRO BORRADO!   '
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO-FDCL
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
           ACCEPT DCLCLI      LINE  7 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FDCL RECORD KEY IS DCLCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-REGISTRO
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion de la forma de envio y de la direccion
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           ACCEPT DCLCLI      LINE  7 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FDCL RECORD KEY IS DCLCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-REGISTRO
              PERFORM CAPTURAR-FORMA
              IF FORMA-OK = 'S' THEN
                 MOVE CANAL-E TO DCLCAN
                 MOVE EMAIL-E TO DCLEML
                 MOVE FICHA-E TO DCLALE
                 REWRITE REGDCL
                 IF FS-FDCL = '00' THEN
                    DISPLAY 'REGISTRO MODIFICADO!'
                                       LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FDCL
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Comprueba el cliente contra CLIENTES.DAT y muestra su
      * nombre
      * ************************************************
       COMPROBAR-CLIENTE.
           MOVE DCLCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              DISPLAY CLINOM LINE  8 POSITION 24.
      *
      * ************************************************
      * Pide la forma de envio y, salvo para papel, la direccion
      * de correo; despues, si quiere la ficha de alergenos
      * ************************************************
       CAPTURAR-FORMA.
           PERFORM CAPTURAR-CANAL.
           IF FORMA-OK = 'S' THEN
              PERFORM CAPTURAR-FICHA.
      *
       CAPTURAR-CANAL.
           MOVE 'N' TO FORMA-OK.
           MOVE SPACES TO CANAL-E.
           MOVE SPACES TO EMAIL-E.
           ACCEPT CANAL-E LINE 10 POSITION 24 NO BEEP.
           IF CANAL-E = 'p' THEN MOVE 'P' TO CANAL-E.
           IF CANAL-E = 'e' THEN MOVE 'E' TO CANAL-E.
           IF CANAL-E = 'a' THEN MOVE 'A' TO CANAL-E.
           IF CANAL-E NOT = 'P' AND CANAL-E NOT = 'E'
                                AND CANAL-E NOT = 'A' THEN
              DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
            ELSE
              IF CANAL-E = 'P' THEN
                 MOVE 'S' TO FORMA-OK
               ELSE
                 ACCEPT EMAIL-E LINE 12 POSITION 24 NO BEEP
                 PERFORM VALIDAR-CORREO.
      *
      * ************************************************
      * Ficha de alergenos en los albaranes: S o N; en blanco, N
      * ************************************************
       CAPTURAR-FICHA.
           MOVE 'N' TO FORMA-OK.
           MOVE SPACE TO FICHA-E.
           ACCEPT FICHA-E LINE 14 POSITION 24 NO BEEP.
           IF FICHA-E = 's' THEN MOVE 'S' TO FICHA-E.
           IF FICHA-E = 'n' OR FICHA-E = SPACE THEN
              MOVE 'N' TO FICHA-E.
           IF FICHA-E NOT = 'S' AND FICHA-E NOT = 'N' THEN
              DISPLAY ERROR-G LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE 'S' TO FORMA-OK.
      *
      * ************************************************
      * Una direccion de correo lleva una sola arroba, algun
      * punto y ningun blanco por en medio
      * ************************************************
       VALIDAR-CORREO.
           MOVE 0 TO NUMARR.
           MOVE 0 TO NUMPTO.
           MOVE 0 TO NUMBLA.
           MOVE 0 TO NUMCAR.
           INSPECT EMAIL-E TALLYING NUMARR FOR ALL '@'.
           INSPECT EMAIL-E TALLYING NUMPTO FOR ALL '.'.
           INSPECT EMAIL-E TALLYING NUMBLA FOR ALL SPACE.
           INSPECT EMAIL-E TALLYING NUMCAR
                   FOR CHARACTERS BEFORE INITIAL SPACE.
      * Sin blancos por en medio, lo escrito mas los blancos del
      * final ocupan todo el campo.
           IF EMAIL-E(1:1) = SPACE OR EMAIL-E(1:1) = '@'
              OR NUMARR NOT = 1 OR NUMPTO = 0
              OR NUMCAR + NUMBLA NOT = 50 THEN
              DISPLAY ERROR-F LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE 'S' TO FORMA-OK.
      *
      * ************************************************
      * Muestra el registro leido, con el nombre del cliente
      * ************************************************
       MOSTRAR-REGISTRO.
           PERFORM COMPROBAR-CLIENTE.
           DISPLAY DCLCAN LINE 10 POSITION 24.
           DISPLAY DCLEML LINE 12 POSITION 24.
           DISPLAY DCLALE LINE 14 POSITION 24.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  7 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  8 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 14 POSITION 24 ERASE EOL.
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
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FDCL.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDCL   LINE 23 POSITION 40 REVERSE.
