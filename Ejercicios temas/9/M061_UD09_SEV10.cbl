      *
      * Mantenimiento del maestro de almacenes (UBICA.DAT) y
      * traspasos de stock entre almacenes. El traspaso mueve una
      * cantidad de un almacen a otro como pares de movimientos
      * enlazados en MOVIMIENT.DAT, dejando PROQTY intacto (el
      * total de la empresa no cambia por mover genero de un
      * almacen a otro). Ya no es instantaneo: la opcion <T> llama
      * a UD09E12, que lo lleva como documento numerado (borrador,
      * envio al almacen en transito 'TR' y recepcion en destino
      * con las mermas del camino).
      * Un almacen puede ser la consigna de un cliente (UBICLI): el
      * genero que se traspasa a el sigue siendo nuestro y no es
      * venta hasta que el cliente lo consume (UD19E10). El cliente
      * se valida contra CLIENTES.DAT; el principal '01', la
      * cuarentena 'CU' y el transito 'TR' no pueden ser consigna.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FUBI.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FUBI LABEL RECORD IS STANDARD.
           COPY REGUBI.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
123456*
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 MSGBAJA    PIC X(60) VALUE 'BAJAS'.
       77 MSGCONS    PIC X(60) VALUE 'CONSULTAS'.
       77 MSGMODI    PIC X(60) VALUE 'MODIFICACION'.
      *
       77 ERROR-A    PIC X(50) VALUE 'ERROR! El registro YA existe.'.
       77 ERROR-B    PIC X(50) VALUE 'ERROR! El registro NO existe.'.
       77 ERROR-CLI  PIC X(50) VALUE 'ERROR! El cliente NO existe.'.
       77 ERROR-CSG  PIC X(50) VALUE
           'ERROR! El 01, la CU y el TR no pueden ser consigna'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 CLI-OK     PIC X.
      *
       77 FS-FUBI    PIC XX.
       77 FS-FCLI    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
              PERFORM ERROR-FICHERO
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FUBI FCLI.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
      *
           DISPLAY 'Almacen.....:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Descripcion.:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Consigna en.:' LINE 10 POSITION 10 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
                       PERFORM MODIFICA
                     ELSE
                      IF OPCION = 'T' OR OPCION = 't' THEN
                         CALL 'UD09E12'
                         PERFORM PANTALLA.
      *
      * ************************************************
      * Altas de almacen
      *
           IF EXISTE = 'N' THEN
              ACCEPT UBIDES   LINE  9 POSITION 24 NO BEEP
              MOVE SPACES TO UBICLI
              MOVE 'N' TO CLI-OK
              PERFORM PEDIR-CONSIGNA UNTIL CLI-OK = 'S'
              WRITE REGUBI
              IF FS-FUBI = '00' THEN
                 DISPLAY 'REGISTRO CREADO!   '
      *
           IF EXISTE = SPACES THEN
              DISPLAY UBIDES   LINE  9 POSITION 24
              DISPLAY UBICLI   LINE 10 POSITION 24
              DELETE FUBI
              IF FS-FUBI = '00' THEN
                 DISPLAY 'REGISTRO BORRADO!   '
      *
           IF EXISTE = SPACES THEN
              DISPLAY UBIDES   LINE  9 POSITION 24
              DISPLAY UBICLI   LINE 10 POSITION 24
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           IF EXISTE = SPACES THEN
              DISPLAY UBIDES   LINE  9 POSITION 24
              ACCEPT UBIDES   LINE  9 POSITION 24 NO BEEP UPDATE
              DISPLAY UBICLI   LINE 10 POSITION 24
              MOVE 'N' TO CLI-OK
              PERFORM PEDIR-CONSIGNA UNTIL CLI-OK = 'S'
              REWRITE REGUBI
              IF FS-FUBI = '00' THEN
                 DISPLAY 'REGISTRO MODIFICADO!'
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Cliente de la consigna: en blanco, almacen propio; si no,
      * el cliente tiene que existir y el almacen no puede ser el
      * principal ni la cuarentena
      * ************************************************
       PEDIR-CONSIGNA.
           MOVE 'S' TO CLI-OK.
           ACCEPT UBICLI      LINE 10 POSITION 24 NO BEEP UPDATE.
           IF UBICLI NOT = SPACES THEN
              PERFORM VALIDAR-CONSIGNA.
      *
       VALIDAR-CONSIGNA.
           IF UBICOD = '01' OR UBICOD = 'CU' OR UBICOD = 'TR' THEN
              MOVE 'N' TO CLI-OK
              DISPLAY ERROR-CSG LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM LEER-CLIENTE
              IF EXISTE = 'N' THEN
                 MOVE 'N' TO CLI-OK
                 DISPLAY ERROR-CLI LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 DISPLAY CLINOM LINE 10 POSITION 30.
      *
       LEER-CLIENTE.
           MOVE UBICLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Borra la informacion de la pantalla
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  7 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
      *
           MOVE SPACES TO UBICOD.
           MOVE SPACES TO UBIDES.
           MOVE SPACES TO UBICLI.
      *
      * ************************************************
      * Pulsar tecla para continuar
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FUBI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
