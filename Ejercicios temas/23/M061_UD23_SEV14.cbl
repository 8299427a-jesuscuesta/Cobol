123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E14.
       REMARKS. UNIDAD 23 EJERCICIO 14.
      *
      * Mantenimiento de acuerdos de rappel anual por volumen
      * (RAPPEL.DAT), con altas, bajas, consultas y modificaciones
      * al estilo de UD18E3: por cliente, hasta cinco tramos con
      * el volumen de ventas netas del ano desde el que rige cada
      * uno y el porcentaje que se devuelve. El cliente se valida
      * contra CLIENTES.DAT. Los tramos en uso (con porcentaje) van
      * seguidos desde el primero y con el volumen creciente; un
      * tramo sin porcentaje queda libre. El ultimo ano liquidado
      * lo anota la emision de rappels UD23E16 y aqui solo se
      * consulta.
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
            SELECT FRAP ASSIGN TO DISK 'RAPPEL.DAT'
            RECORD KEY IS RAPCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FRAP.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FRAP LABEL RECORD IS STANDARD.
           COPY REGRAP.

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
       77 ERROR-A    PIC X(50) VALUE 'ERROR! El acuerdo YA existe.'.
       77 ERROR-B    PIC X(50) VALUE 'ERROR! El acuerdo NO existe.'.
       77 ERROR-C    PIC X(50) VALUE 'ERROR! El cliente NO existe.'.
       77 ERROR-TR   PIC X(50) VALUE
           'ERROR! Tramos no seguidos o volumen no creciente.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CLAVE-OK   PIC X.
       77 TRAMOS-OK  PIC X.
       77 CONTINUA   PIC X.
      *
      * Tramo en curso y su linea de pantalla.
       77 TRIDX      PIC 9.
       77 TRANT      PIC 9.
       77 LIN-P      PIC 99.
      *
      * Edicion de volumen y porcentaje en pantalla.
       77 ZDES       PIC ZZZ.ZZZ.ZZ9,99.
       77 ZPOR       PIC Z9,99.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FRAP    PIC XX.
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
      * RAPPEL.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio.
           OPEN I-O FRAP.
           IF FS-FRAP = '35' THEN
              OPEN OUTPUT FRAP
              CLOSE FRAP
              OPEN I-O FRAP.
           IF FS-FRAP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRAP
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
           CLOSE FCLI FRAP.
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
           DISPLAY 'ACUERDOS DE RAPPEL'
                                   LINE  3 POSITION 31 REVERSE HIGH.
      *
           DISPLAY 'Cod. cliente:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Tramo     Ventas netas desde  Rappel %'
                                   LINE  9 POSITION 10 HIGH.
           DISPLAY '1'             LINE 10 POSITION 12 HIGH.
           DISPLAY '2'             LINE 11 POSITION 12 HIGH.
           DISPLAY '3'             LINE 12 POSITION 12 HIGH.
           DISPLAY '4'             LINE 13 POSITION 12 HIGH.
           DISPLAY '5'             LINE 14 POSITION 12 HIGH.
           DISPLAY 'Ult. liquid.:' LINE 16 POSITION 10 HIGH.
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
      * Pide y valida el cliente del acuerdo
      * ************************************************
       PEDIR-CLAVE.
           MOVE 'N' TO CLAVE-OK.
           MOVE SPACES TO RAPCLI.
           ACCEPT RAPCLI      LINE  7 POSITION 24 NO BEEP.
           MOVE RAPCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY CLINOM LINE 7 POSITION 30
              MOVE 'S' TO CLAVE-OK.
      *
      * ************************************************
      * Altas de acuerdo de rappel
      * ************************************************
       ALTAS.
           DISPLAY MSGALTA    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-RAPPEL
              IF EXISTE = SPACES THEN
                 DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM LIMPIAR-TRAMO
                    VARYING TRIDX FROM 1 BY 1 UNTIL TRIDX > 5
                 MOVE ZEROS TO RAPULT
                 PERFORM ALTA-TRAMO
                    VARYING TRIDX FROM 1 BY 1 UNTIL TRIDX > 5
                 PERFORM VALIDAR-TRAMOS
                 IF TRAMOS-OK = 'N' THEN
                    DISPLAY ERROR-TR LINE 23 POSITION 14 REVERSE
                  ELSE
                    WRITE REGRAP
                    IF FS-FRAP = '00' THEN
                       DISPLAY 'REGISTRO CREADO!   '
                                       LINE 23 POSITION 14 REVERSE
                     ELSE
                       PERFORM ERROR-FICHERO-FRAP.
      *
           PERFORM CONTINUAR.
      *
       LIMPIAR-TRAMO.
           MOVE ZEROS TO RAPDES(TRIDX).
           MOVE ZEROS TO RAPPOR(TRIDX).
      *
       ALTA-TRAMO.
           COMPUTE LIN-P = TRIDX + 9.
           ACCEPT RAPDES(TRIDX) LINE LIN-P POSITION 24 NO BEEP.
           ACCEPT RAPPOR(TRIDX) LINE LIN-P POSITION 42 NO BEEP.
      *
      * ************************************************
      * Bajas de acuerdo de rappel
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-RAPPEL
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM MOSTRAR-ACUERDO
                 DELETE FRAP
                 IF FS-FRAP = '00' THEN
                    DISPLAY 'REGISTRO BORRADO!   '
                                       LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FRAP.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Muestra la informacion en pantalla
      * ************************************************
       CONSULTAS.
           DISPLAY MSGCONS    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-RAPPEL
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM MOSTRAR-ACUERDO.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion de los tramos del acuerdo
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-RAPPEL
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM MOSTRAR-ACUERDO
                 PERFORM MODIFICAR-TRAMO
                    VARYING TRIDX FROM 1 BY 1 UNTIL TRIDX > 5
                 PERFORM VALIDAR-TRAMOS
                 IF TRAMOS-OK = 'N' THEN
                    DISPLAY ERROR-TR LINE 23 POSITION 14 REVERSE
                  ELSE
                    REWRITE REGRAP
                    IF FS-FRAP = '00' THEN
                       DISPLAY 'REGISTRO MODIFICADO!'
                                       LINE 23 POSITION 14 REVERSE
                     ELSE
                       PERFORM ERROR-FICHERO-FRAP.
      *
           PERFORM CONTINUAR.
      *
       LEER-RAPPEL.
           MOVE SPACES TO EXISTE.
           READ FRAP RECORD KEY IS RAPCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       MODIFICAR-TRAMO.
           COMPUTE LIN-P = TRIDX + 9.
           ACCEPT RAPDES(TRIDX) LINE LIN-P POSITION 24 NO BEEP UPDATE.
           ACCEPT RAPPOR(TRIDX) LINE LIN-P POSITION 42 NO BEEP UPDATE.
      *
      * ************************************************
      * Los tramos en uso (con porcentaje) empiezan en el
      * primero, van seguidos y con el volumen creciente; un
      * tramo sin porcentaje queda a ceros
      * ************************************************
       VALIDAR-TRAMOS.
           MOVE 'S' TO TRAMOS-OK.
           IF RAPPOR(1) = 0 THEN
              MOVE 'N' TO TRAMOS-OK.
           PERFORM PROBAR-TRAMO
              VARYING TRIDX FROM 2 BY 1 UNTIL TRIDX > 5.
      *
       PROBAR-TRAMO.
           COMPUTE TRANT = TRIDX - 1.
           IF RAPPOR(TRIDX) = 0 THEN
              MOVE ZEROS TO RAPDES(TRIDX)
            ELSE
              IF RAPPOR(TRANT) = 0
                 OR RAPDES(TRIDX) NOT > RAPDES(TRANT) THEN
                 MOVE 'N' TO TRAMOS-OK.
      *
       MOSTRAR-ACUERDO.
           PERFORM MOSTRAR-TRAMO
              VARYING TRIDX FROM 1 BY 1 UNTIL TRIDX > 5.
           DISPLAY RAPULT LINE 16 POSITION 24.
      *
       MOSTRAR-TRAMO.
           COMPUTE LIN-P = TRIDX + 9.
           MOVE RAPDES(TRIDX) TO ZDES.
           DISPLAY ZDES LINE LIN-P POSITION 24.
           MOVE RAPPOR(TRIDX) TO ZPOR.
           DISPLAY ZPOR LINE LIN-P POSITION 42.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  7 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 14 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 16 POSITION 24 ERASE EOL.
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
       ERROR-FICHERO-FRAP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRAP   LINE 23 POSITION 40 REVERSE.
