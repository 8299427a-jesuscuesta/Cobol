123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E26.
       REMARKS. UNIDAD 23 EJERCICIO 26.
      *
      * Registro de las facturas del transportista (FACTRANS.DAT),
      * al estilo de UD21E4: de la relacion de envios que acompana
      * a cada factura suya se teclea, envio por envio, el pedido
      * expedido y el importe que nos cobra por el. La referencia y
      * la fecha de la factura se conservan de un envio al
      * siguiente, para teclear la relacion entera sin repetirlas.
      * Solo se admiten pedidos que tengan envio en EXPEDIC.DAT y
      * un pedido solo puede estar una vez. Bajas, consultas y
      * modificaciones por pedido. El informe mensual de portes
      * UD23E27 compara estos importes con los portes cargados al
      * cliente.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FFTR ASSIGN TO DISK 'FACTRANS.DAT'
            RECORD KEY IS FTRPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFTR.
      *
            SELECT FEXP ASSIGN TO DISK 'EXPEDIC.DAT'
            RECORD KEY IS EXPPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FEXP.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FFTR LABEL RECORD IS STANDARD.
           COPY REGFTR.
      *
       FD FEXP LABEL RECORD IS STANDARD.
           COPY REGEXP.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opcion: <A>ltas <B>ajas <C>onsultas <M>odificar <F>in'.
       77 MSGALTA    PIC X(60) VALUE 'ALTAS'.
       77 MSGBAJA    PIC X(60) VALUE 'BAJAS'.
       77 MSGCONS    PIC X(60) VALUE 'CONSULTAS'.
       77 MSGMODI    PIC X(60) VALUE 'MODIFICACION'.
      *
       77 ERROR-A    PIC X(50) VALUE
           'ERROR! El envio YA esta facturado.'.
       77 ERROR-B    PIC X(50) VALUE
           'ERROR! El envio NO esta facturado.'.
       77 ERROR-E    PIC X(50) VALUE
           'ERROR! El pedido NO tiene envio.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 ENV-OK     PIC X.
      *
      * Referencia y fecha de la factura del transportista en curso,
      * que se proponen en el alta siguiente.
       77 REF-ACT    PIC X(12) VALUE SPACES.
       77 FEC-ACT    PIC 9(8)  VALUE ZEROS.
       77 FEC-E      PIC 9(8).
      *
      * Edicion del peso del envio y del importe en pantalla.
       77 ZPES       PIC ZZ.ZZ9,99.
       77 ZIMP       PIC ZZ.ZZ9,99.
      *
       77 FS-FFTR    PIC XX.
       77 FS-FEXP    PIC XX.
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
      * FACTRANS.DAT no existe la primera vez (estado '35'); se
      * crea vacio. Sin EXPEDIC.DAT no hay envios que facturar.
           OPEN I-O FFTR.
           IF FS-FFTR = '35' THEN
              OPEN OUTPUT FFTR
              CLOSE FFTR
              OPEN I-O FFTR.
           IF FS-FFTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFTR
              GOBACK.
      *
           OPEN INPUT FEXP.
           IF FS-FEXP NOT = '00' AND FS-FEXP NOT = '35' THEN
              PERFORM ERROR-FICHERO-FEXP
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
           MOVE FECHA TO FEC-ACT.
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
           IF FS-FEXP NOT = '35' THEN
              CLOSE FEXP.
           CLOSE FFTR.
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
           DISPLAY 'FACTURAS DEL TRANSPORTISTA'
                                   LINE  3 POSITION 27 REVERSE HIGH.
      *
           DISPLAY 'Pedido......:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Kilos.......:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Ref. factura:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Fecha AAAAMMDD:'
                                   LINE 13 POSITION 10 HIGH.
           DISPLAY 'Importe.....:' LINE 15 POSITION 10 HIGH.
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
      * Altas: el pedido tiene que tener envio y no estar ya
      * facturado por el transportista
      * ************************************************
       ALTAS.
           DISPLAY MSGALTA    LINE 23 POSITION 14 REVERSE.
      *
           MOVE ZEROS TO FTRPED.
           ACCEPT FTRPED      LINE  6 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FFTR RECORD KEY IS FTRPED INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = 'N' THEN
              PERFORM LEER-ENVIO
              IF ENV-OK = 'N' THEN
                 DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM GRABAR-FACTURA
            ELSE
              DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       GRABAR-FACTURA.
           MOVE REF-ACT TO FTRREF.
           MOVE FEC-ACT TO FEC-E.
           MOVE ZEROS TO FTRIMP.
           DISPLAY FTRREF     LINE 12 POSITION 26.
           DISPLAY FEC-E      LINE 13 POSITION 26.
           ACCEPT FTRREF      LINE 12 POSITION 26 NO BEEP UPDATE.
           ACCEPT FEC-E       LINE 13 POSITION 26 NO BEEP UPDATE.
           IF FEC-E = ZEROS THEN
              MOVE FECHA TO FEC-E.
           MOVE FEC-E TO FTRFEC.
           ACCEPT FTRIMP      LINE 15 POSITION 26 NO BEEP.
           PERFORM MOSTRAR-FACTURA.
      *
           WRITE REGFTR.
           IF FS-FFTR = '00' THEN
              MOVE FTRREF TO REF-ACT
              MOVE FEC-E  TO FEC-ACT
              DISPLAY 'REGISTRO CREADO!   '
                                 LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM ERROR-FICHERO-FFTR.
      *
      * ************************************************
      * Bajas
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           MOVE ZEROS TO FTRPED.
           ACCEPT FTRPED      LINE  6 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FFTR RECORD KEY IS FTRPED INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM LEER-ENVIO
              PERFORM MOSTRAR-FACTURA
              DELETE FFTR
              IF FS-FFTR = '00' THEN
                 DISPLAY 'REGISTRO BORRADO!   '
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO-FFTR
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
           MOVE ZEROS TO FTRPED.
           ACCEPT FTRPED      LINE  6 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FFTR RECORD KEY IS FTRPED INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM LEER-ENVIO
              PERFORM MOSTRAR-FACTURA
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion de la referencia, la fecha y el importe
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           MOVE ZEROS TO FTRPED.
           ACCEPT FTRPED      LINE  6 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FFTR RECORD KEY IS FTRPED INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM LEER-ENVIO
              PERFORM MOSTRAR-FACTURA
              PERFORM MODIFICAR-FACTURA
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       MODIFICAR-FACTURA.
           ACCEPT FTRREF    LINE 12 POSITION 26 NO BEEP UPDATE.
           MOVE FTRFEC TO FEC-E.
           ACCEPT FEC-E     LINE 13 POSITION 26 NO BEEP UPDATE.
           IF FEC-E NOT = ZEROS THEN
              MOVE FEC-E TO FTRFEC.
           ACCEPT FTRIMP    LINE 15 POSITION 26 NO BEEP UPDATE.
           PERFORM MOSTRAR-FACTURA.
      *
           REWRITE REGFTR.
           IF FS-FFTR = '00' THEN
              DISPLAY 'REGISTRO MODIFICADO!'
                                 LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM ERROR-FICHERO-FFTR.
      *
      * ************************************************
      * Lee el envio del pedido en EXPEDIC.DAT y muestra su
      * cliente y su peso; ENV-OK queda en 'N' si no lo hay
      * ************************************************
       LEER-ENVIO.
           MOVE 'N' TO ENV-OK.
           IF FS-FEXP NOT = '35' THEN
              MOVE FTRPED TO EXPPED
              MOVE 'S' TO ENV-OK
              READ FEXP RECORD KEY IS EXPPED INVALID KEY
                                    MOVE 'N' TO ENV-OK.
           IF ENV-OK = 'S' THEN
              DISPLAY EXPCLI   LINE  8 POSITION 24
              MOVE EXPPES TO ZPES
              DISPLAY ZPES     LINE  9 POSITION 24.
      *
       MOSTRAR-FACTURA.
           DISPLAY FTRREF   LINE 12 POSITION 26.
           DISPLAY FTRFEC   LINE 13 POSITION 26.
           MOVE FTRIMP TO ZIMP.
           DISPLAY ZIMP     LINE 15 POSITION 26.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  6 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  8 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 26 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 26 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 26 ERASE EOL.
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
       ERROR-FICHERO-FFTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FEXP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEXP   LINE 23 POSITION 40 REVERSE.
