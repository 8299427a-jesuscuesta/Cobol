123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD10E5.
       REMARKS. UNIDAD 10 EJERCICIO 5.
      *
      * Mantenimiento de la referencia cruzada EDI de los clientes
      * que son cadenas de supermercados (EDIREF.DAT), con altas,
      * bajas, consultas y modificaciones al estilo de UD10E4. Por
      * cliente se dan de alta su codigo de comprador (tipo C, el
      * que manda en la cabecera de sus pedidos, que no puede ser
      * de dos clientes), sus articulos (tipo A, con nuestro
      * producto, que debe existir en PRODUCTO.DAT) y sus tiendas
      * (tipo T, con el numero de direccion de entrega en
      * DIRECCLI.DAT, o cero para la de la ficha). El cliente debe
      * existir en CLIENTES.DAT y no estar de baja. Lo usa el
      * intercambio EDI UD13E21 para traducir sus pedidos.
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
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FDIR ASSIGN TO DISK 'DIRECCLI.DAT'
            RECORD KEY IS DIRCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FDIR.
      *
            SELECT FXRF ASSIGN TO DISK 'EDIREF.DAT'
            RECORD KEY IS XRFCLAVE
            ALTERNATE RECORD KEY IS XRFALT WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FXRF.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FDIR LABEL RECORD IS STANDARD.
           COPY REGDIR.
      *
       FD FXRF LABEL RECORD IS STANDARD.
           COPY REGXRF.

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
           'ERROR! La referencia YA existe.'.
       77 ERROR-B    PIC X(50) VALUE
           'ERROR! La referencia NO existe.'.
       77 ERROR-C    PIC X(50) VALUE 'ERROR! El cliente NO existe.'.
       77 ERROR-D    PIC X(50) VALUE
           'ERROR! El cliente esta dado de baja.'.
       77 ERROR-E    PIC X(50) VALUE
           'ERROR! Tipo de referencia: C, A o T.'.
       77 ERROR-F    PIC X(50) VALUE
           'ERROR! El comprador ya es de otro cliente.'.
       77 ERROR-G    PIC X(50) VALUE 'ERROR! El producto NO existe.'.
       77 ERROR-H    PIC X(50) VALUE
           'ERROR! La direccion de entrega NO existe.'.
       77 ERROR-I    PIC X(50) VALUE
           'ERROR! Un comprador no tiene datos que cambiar.'.
       77 ERROR-J    PIC X(50) VALUE
           'ERROR! Falta el codigo de la cadena.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Clave tecleada y dato nuestro al que se traduce, con el
      * resultado de su validacion.
       77 CLI-E      PIC X(4).
       77 TIPO-E     PIC X.
       77 EXT-E      PIC X(14).
       77 PRO-E      PIC X(4).
       77 DIR-E      PIC 99.
       77 CLAVE-OK   PIC X.
       77 DATO-OK    PIC X.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FDIR    PIC XX.
       77 FS-FXRF    PIC XX.
       77 HAY-DIR    PIC X.
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
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
      * Sin DIRECCLI.DAT (estado '35') solo vale la direccion de la
      * ficha.
           MOVE 'N' TO HAY-DIR.
           OPEN INPUT FDIR.
           IF FS-FDIR = '00' THEN
              MOVE 'S' TO HAY-DIR.
      *
      * EDIREF.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio, igual que DOCUCLI.DAT en UD10E4.
           OPEN I-O FXRF.
           IF FS-FXRF = '35' THEN
              OPEN OUTPUT FXRF
              CLOSE FXRF
              OPEN I-O FXRF.
           IF FS-FXRF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FXRF
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
           IF HAY-DIR = 'S' THEN
              CLOSE FDIR.
           CLOSE FCLI FPROD FXRF.
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
           DISPLAY 'REFERENCIAS EDI DE CADENAS'
                                   LINE  3 POSITION 27 REVERSE HIGH.
      *
           DISPLAY 'Cod. cliente:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Tipo C/A/T..:' LINE 10 POSITION 10 HIGH.
           DISPLAY '(C comprador, A articulo, T tienda)'
                                   LINE 10 POSITION 30.
           DISPLAY 'Cod. cadena.:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Producto....:' LINE 14 POSITION 10 HIGH.
           DISPLAY 'Dir. entrega:' LINE 16 POSITION 10 HIGH.
           DISPLAY '(0 = la de la ficha)'
                                   LINE 17 POSITION 24.
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
      * Altas de referencias
      * ************************************************
       ALTAS.
           DISPLAY MSGALTA    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CAPTURAR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM COMPROBAR-CLIENTE
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
               ELSE
                IF CLI-BAJA THEN
                   DISPLAY ERROR-D LINE 23 POSITION 14 REVERSE
                 ELSE
                   PERFORM ALTA-REFERENCIA.
      *
           PERFORM CONTINUAR.
      *
       ALTA-REFERENCIA.
           PERFORM LEER-REFERENCIA.
           IF EXISTE = SPACES THEN
              DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM CAPTURAR-DATO
              IF DATO-OK = 'S' THEN
                 PERFORM MOVER-CLAVE
                 PERFORM MOVER-DATO
                 WRITE REGXRF
                 IF FS-FXRF = '00' THEN
                    DISPLAY 'REGISTRO CREADO!   '
                                  LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FXRF.
      *
      * ************************************************
      * Bajas de referencias
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CAPTURAR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-REFERENCIA
              IF EXISTE = SPACES THEN
                 PERFORM MOSTRAR-REGISTRO
                 DELETE FXRF
                 IF FS-FXRF = '00' THEN
                    DISPLAY 'REGISTRO BORRADO!   '
                                    LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FXRF
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
           PERFORM CAPTURAR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-REFERENCIA
              IF EXISTE = SPACES THEN
                 PERFORM MOSTRAR-REGISTRO
               ELSE
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion del producto o de la direccion de entrega
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CAPTURAR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-REFERENCIA
              IF EXISTE = SPACES THEN
                 PERFORM MOSTRAR-REGISTRO
                 PERFORM MODIFICAR-REFERENCIA
               ELSE
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       MODIFICAR-REFERENCIA.
           IF TIPO-E = 'C' THEN
              DISPLAY ERROR-I LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM CAPTURAR-DATO
              IF DATO-OK = 'S' THEN
                 PERFORM MOVER-DATO
                 REWRITE REGXRF
                 IF FS-FXRF = '00' THEN
                    DISPLAY 'REGISTRO MODIFICADO!'
                                  LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FXRF.
      *
      * ************************************************
      * Pide la clave: cliente, tipo y codigo de la cadena
      * ************************************************
       CAPTURAR-CLAVE.
           MOVE 'N' TO CLAVE-OK.
           MOVE SPACES TO CLI-E.
           MOVE SPACES TO TIPO-E.
           MOVE SPACES TO EXT-E.
           ACCEPT CLI-E  LINE  7 POSITION 24 NO BEEP.
           ACCEPT TIPO-E LINE 10 POSITION 24 NO BEEP.
           IF TIPO-E = 'c' THEN MOVE 'C' TO TIPO-E.
           IF TIPO-E = 'a' THEN MOVE 'A' TO TIPO-E.
           IF TIPO-E = 't' THEN MOVE 'T' TO TIPO-E.
           IF TIPO-E NOT = 'C' AND TIPO-E NOT = 'A'
                               AND TIPO-E NOT = 'T' THEN
              DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
            ELSE
              ACCEPT EXT-E LINE 12 POSITION 24 NO BEEP
              IF EXT-E = SPACES THEN
                 DISPLAY ERROR-J LINE 23 POSITION 14 REVERSE
               ELSE
                 MOVE 'S' TO CLAVE-OK.
      *
       MOVER-CLAVE.
           MOVE CLI-E  TO XRFCLI.
           MOVE TIPO-E TO XRFTIP.
           MOVE EXT-E  TO XRFEXT.
      *
       LEER-REFERENCIA.
           PERFORM MOVER-CLAVE.
           MOVE SPACES TO EXISTE.
           READ FXRF RECORD KEY IS XRFCLAVE INVALID KEY
                                         MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Pide y valida el dato nuestro segun el tipo: el comprador
      * no se puede repetir en otro cliente, el articulo lleva un
      * producto y la tienda una direccion de entrega
      * ************************************************
       CAPTURAR-DATO.
           MOVE 'N' TO DATO-OK.
           MOVE SPACES TO PRO-E.
           MOVE 0 TO DIR-E.
           IF TIPO-E = 'C' THEN
              PERFORM COMPROBAR-COMPRADOR.
           IF TIPO-E = 'A' THEN
              ACCEPT PRO-E LINE 14 POSITION 24 NO BEEP
              PERFORM COMPROBAR-PRODUCTO.
           IF TIPO-E = 'T' THEN
              ACCEPT DIR-E LINE 16 POSITION 24 NO BEEP
              PERFORM COMPROBAR-DIRECCION.
      *
       COMPROBAR-COMPRADOR.
           MOVE 'C'   TO XRFTIP.
           MOVE EXT-E TO XRFEXT.
           MOVE SPACES TO EXISTE.
           READ FXRF KEY IS XRFALT INVALID KEY
                                   MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              DISPLAY ERROR-F LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE 'S' TO DATO-OK.
      *
       COMPROBAR-PRODUCTO.
           MOVE PRO-E TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-G LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY PRODES LINE 14 POSITION 30
              MOVE 'S' TO DATO-OK.
      *
       COMPROBAR-DIRECCION.
           IF DIR-E = 0 THEN
              MOVE 'S' TO DATO-OK
            ELSE
              PERFORM LEER-DIRECCION
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-H LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY DIRDIR LINE 16 POSITION 30
                 MOVE 'S' TO DATO-OK.
      *
       LEER-DIRECCION.
           MOVE 'N' TO EXISTE.
           IF HAY-DIR = 'S' THEN
              MOVE CLI-E TO DIRCLI
              MOVE DIR-E TO DIRNUM
              MOVE SPACES TO EXISTE
              READ FDIR RECORD KEY IS DIRCLAVE INVALID KEY
                                            MOVE 'N' TO EXISTE.
      *
       MOVER-DATO.
           MOVE PRO-E TO XRFPRO.
           MOVE DIR-E TO XRFDIR.
      *
      * ************************************************
      * Comprueba el cliente contra CLIENTES.DAT y muestra su
      * nombre
      * ************************************************
       COMPROBAR-CLIENTE.
           MOVE CLI-E TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              DISPLAY CLINOM LINE  8 POSITION 24.
      *
      * ************************************************
      * Muestra el registro leido, con el nombre del cliente
      * ************************************************
       MOSTRAR-REGISTRO.
           PERFORM COMPROBAR-CLIENTE.
           IF XRF-ARTICULO THEN
              DISPLAY XRFPRO LINE 14 POSITION 24.
           IF XRF-TIENDA THEN
              DISPLAY XRFDIR LINE 16 POSITION 24.
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
           DISPLAY SPACES LINE 16 POSITION 24 ERASE EOL.
           DISPLAY '(C comprador, A articulo, T tienda)'
                                   LINE 10 POSITION 30.
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
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FXRF.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FXRF   LINE 23 POSITION 40 REVERSE.
