123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E25.
       REMARKS. UNIDAD 23 EJERCICIO 25.
      *
      * Mantenimiento de la tarifa de portes (TARPORTE.DAT) y de la
      * zona de portes de cada poblacion (ZONAPOB.DAT), al estilo
      * de UD21E4. Cada tramo de la tarifa es una zona y un peso
      * hasta (en kilos) con el importe que se carga al cliente por
      * un envio de esa zona que pese hasta ese peso y mas que el
      * tramo anterior: altas, bajas, consultas y modificaciones del
      * importe. A cada poblacion (el CLIPOB de la ficha del
      * cliente) se le asigna o se le quita su zona; la poblacion
      * que no tenga zona aqui toma la de su ruta de reparto
      * (RUTZON, que se mantiene en UD21E4). La rutina comun PORTES
      * aplica la tarifa al facturar.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FTPO ASSIGN TO DISK 'TARPORTE.DAT'
            RECORD KEY IS TPOCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTPO.
      *
            SELECT FZPO ASSIGN TO DISK 'ZONAPOB.DAT'
            RECORD KEY IS ZPOPOB
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FZPO.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FTPO LABEL RECORD IS STANDARD.
           COPY REGTPO.
      *
       FD FZPO LABEL RECORD IS STANDARD.
           COPY REGZPO.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <A><B><C><M> tramo <Z>ona pob <Q>uita zona <F>in'.
       77 MSGALTA    PIC X(60) VALUE 'ALTAS'.
       77 MSGBAJA    PIC X(60) VALUE 'BAJAS'.
       77 MSGCONS    PIC X(60) VALUE 'CONSULTAS'.
       77 MSGMODI    PIC X(60) VALUE 'MODIFICACION'.
       77 MSGZONA    PIC X(60) VALUE 'ZONA DE LA POBLACION'.
       77 MSGQUITA   PIC X(60) VALUE 'QUITAR ZONA'.
      *
       77 ERROR-A    PIC X(50) VALUE 'ERROR! El tramo YA existe.'.
       77 ERROR-B    PIC X(50) VALUE 'ERROR! El tramo NO existe.'.
       77 ERROR-Z    PIC X(50) VALUE
           'ERROR! La zona y el peso son obligatorios.'.
       77 ERROR-PB   PIC X(50) VALUE
           'ERROR! La poblacion NO tiene zona.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Edicion del peso y del importe del tramo en pantalla.
       77 ZHAS       PIC ZZ.ZZ9,99.
       77 ZIMP       PIC ZZ.ZZ9,99.
      *
       77 FS-FTPO    PIC XX.
       77 FS-FZPO    PIC XX.
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
      * TARPORTE.DAT y ZONAPOB.DAT todavia no existen la primera
      * vez (estado '35'); se crean vacios.
           OPEN I-O FTPO.
           IF FS-FTPO = '35' THEN
              OPEN OUTPUT FTPO
              CLOSE FTPO
              OPEN I-O FTPO.
           IF FS-FTPO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTPO
              GOBACK.
      *
           OPEN I-O FZPO.
           IF FS-FZPO = '35' THEN
              OPEN OUTPUT FZPO
              CLOSE FZPO
              OPEN I-O FZPO.
           IF FS-FZPO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FZPO
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
           CLOSE FTPO FZPO.
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
           DISPLAY 'TARIFA Y ZONAS DE PORTES'
                                   LINE  3 POSITION 27 REVERSE HIGH.
      *
           DISPLAY 'Zona........:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Kilos hasta.:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Importe.....:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Poblacion...:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Zona pobl...:' LINE 15 POSITION 10 HIGH.
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
                       PERFORM MODIFICA
                      ELSE
                       IF OPCION = 'Z' OR OPCION = 'z' THEN
                          PERFORM ZONA-POBLACION
                        ELSE
                         IF OPCION = 'Q' OR OPCION = 'q' THEN
                            PERFORM QUITAR-ZONA.
      *
      * ************************************************
      * Pide la clave del tramo: zona y peso hasta
      * ************************************************
       PEDIR-TRAMO.
           MOVE SPACES TO TPOZON.
           MOVE ZEROS TO TPOHAS.
           ACCEPT TPOZON      LINE  6 POSITION 24 NO BEEP.
           ACCEPT TPOHAS      LINE  8 POSITION 24 NO BEEP.
           MOVE TPOHAS TO ZHAS.
           DISPLAY ZHAS       LINE  8 POSITION 24.
      *
      * ************************************************
      * Altas de tramo
      * ************************************************
       ALTAS.
           DISPLAY MSGALTA    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-TRAMO.
           MOVE SPACES TO EXISTE.
           READ FTPO RECORD KEY IS TPOCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF TPOZON = SPACES OR TPOHAS = ZEROS THEN
              DISPLAY ERROR-Z LINE 23 POSITION 14 REVERSE
            ELSE
              IF EXISTE = 'N' THEN
                 PERFORM GRABAR-TRAMO
               ELSE
                 DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       GRABAR-TRAMO.
           MOVE ZEROS TO TPOIMP.
           ACCEPT TPOIMP   LINE 10 POSITION 24 NO BEEP.
           PERFORM MOSTRAR-TRAMO.
           WRITE REGTPO.
           IF FS-FTPO = '00' THEN
              DISPLAY 'REGISTRO CREADO!   '
                                 LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM ERROR-FICHERO-FTPO.
      *
      * ************************************************
      * Bajas de tramo
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-TRAMO.
           MOVE SPACES TO EXISTE.
           READ FTPO RECORD KEY IS TPOCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-TRAMO
              DELETE FTPO
              IF FS-FTPO = '00' THEN
                 DISPLAY 'REGISTRO BORRADO!   '
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO-FTPO
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
           PERFORM PEDIR-TRAMO.
           MOVE SPACES TO EXISTE.
           READ FTPO RECORD KEY IS TPOCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-TRAMO
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion del importe del tramo
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM PEDIR-TRAMO.
           MOVE SPACES TO EXISTE.
           READ FTPO RECORD KEY IS TPOCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-TRAMO
              ACCEPT TPOIMP    LINE 10 POSITION 24 NO BEEP UPDATE
              PERFORM MOSTRAR-TRAMO
              REWRITE REGTPO
              IF FS-FTPO = '00' THEN
                 DISPLAY 'REGISTRO MODIFICADO!'
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO-FTPO
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       MOSTRAR-TRAMO.
           MOVE TPOIMP TO ZIMP.
           DISPLAY ZIMP     LINE 10 POSITION 24.
      *
      * ************************************************
      * Asigna (o cambia) la zona de portes de una poblacion
      * ************************************************
       ZONA-POBLACION.
           DISPLAY MSGZONA    LINE 23 POSITION 14 REVERSE.
      *
           MOVE SPACES TO ZPOPOB.
           ACCEPT ZPOPOB      LINE 13 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FZPO RECORD KEY IS ZPOPOB INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE SPACES TO ZPOZON.
           DISPLAY ZPOZON     LINE 15 POSITION 24.
           ACCEPT ZPOZON      LINE 15 POSITION 24 NO BEEP UPDATE.
      *
           IF ZPOPOB = SPACES OR ZPOZON = SPACES THEN
              DISPLAY ERROR-Z LINE 23 POSITION 14 REVERSE
            ELSE
              IF EXISTE = 'N' THEN
                 WRITE REGZPO
                 IF FS-FZPO = '00' THEN
                    DISPLAY 'ZONA ASIGNADA!      '
                                       LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FZPO
               ELSE
                 REWRITE REGZPO
                 IF FS-FZPO = '00' THEN
                    DISPLAY 'ZONA CAMBIADA!      '
                                       LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FZPO.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Quita la zona propia de una poblacion, que vuelve a
      * tomar la de su ruta
      * ************************************************
       QUITAR-ZONA.
           DISPLAY MSGQUITA   LINE 23 POSITION 14 REVERSE.
      *
           MOVE SPACES TO ZPOPOB.
           ACCEPT ZPOPOB      LINE 13 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FZPO RECORD KEY IS ZPOPOB INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-PB LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY ZPOZON LINE 15 POSITION 24
              DELETE FZPO
              IF FS-FZPO = '00' THEN
                 DISPLAY 'ZONA QUITADA!       '
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO-FZPO.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  6 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  8 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 24 ERASE EOL.
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
       ERROR-FICHERO-FTPO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTPO   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FZPO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FZPO   LINE 23 POSITION 40 REVERSE.
