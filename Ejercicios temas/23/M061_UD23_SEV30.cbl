123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E30.
       REMARKS. UNIDAD 23 EJERCICIO 30.
      *
      * Mantenimiento del maestro de empresas del grupo
      * (EMPRESAS.DAT), con altas, bajas, consultas y modificaciones
      * al estilo de UD17E9: codigo de dos cifras, razon social,
      * CIF, domicilio, poblacion y telefono, que son los datos del
      * membrete de los documentos de la empresa. El operador elige
      * la empresa con la que trabaja al entrar en el menu general
      * UD05E1 (rutina comun EMPRESA).
      * La baja no borra el registro: lo marca de baja (EMPEST 'B')
      * para que la empresa no se pueda elegir mas, pero sigan
      * identificados sus clientes y sus documentos; el alta de una
      * empresa dada de baja la vuelve a activar. La empresa 01 no
      * se puede dar de baja.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEMP ASSIGN TO DISK 'EMPRESAS.DAT'
            RECORD KEY IS EMPCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEMP.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FEMP LABEL RECORD IS STANDARD.
           COPY REGEMP.

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
       77 ERROR-A    PIC X(50) VALUE 'ERROR! El registro YA existe.'.
       77 ERROR-B    PIC X(50) VALUE 'ERROR! El registro NO existe.'.
       77 ERROR-C    PIC X(50) VALUE
           'ERROR! La empresa 01 no se puede dar de baja.'.
       77 ERROR-D    PIC X(50) VALUE
           'ERROR! Falta la razon social o el CIF.'.
       77 ERROR-E    PIC X(50) VALUE
           'ERROR! El codigo de empresa no puede ser 00.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
       77 FS-FEMP    PIC XX.
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
      * EMPRESAS.DAT todavia no existe la primera vez (estado '35');
      * se crea vacio.
           OPEN I-O FEMP.
           IF FS-FEMP = '35' THEN
              OPEN OUTPUT FEMP
              CLOSE FEMP
              OPEN I-O FEMP.
           IF FS-FEMP NOT = '00' THEN
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
           CLOSE FEMP.
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
           DISPLAY 'EMPRESAS DEL GRUPO'
                                   LINE  3 POSITION 31 REVERSE HIGH.
      *
           DISPLAY 'Codigo......:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Razon social:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'CIF.........:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Domicilio...:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Poblacion...:' LINE 15 POSITION 10 HIGH.
           DISPLAY 'Telefono....:' LINE 17 POSITION 10 HIGH.
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
      * Altas de empresa; una empresa de baja se reactiva
      * ************************************************
       ALTAS.
           DISPLAY MSGALTA    LINE 23 POSITION 14 REVERSE.
      *
           MOVE ZEROS TO EMPCOD.
           ACCEPT EMPCOD      LINE  7 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
      *
           READ FEMP RECORD KEY IS EMPCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EMPCOD = ZEROS THEN
              DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
            ELSE
              IF EXISTE = 'N' THEN
                 MOVE SPACES TO EMPRSO EMPCIF EMPDIR EMPPOB EMPTEL
                 PERFORM PEDIR-DATOS
                 IF EMPRSO = SPACES OR EMPCIF = SPACES THEN
                    DISPLAY ERROR-D LINE 23 POSITION 14 REVERSE
                  ELSE
                    MOVE 'A' TO EMPEST
                    WRITE REGEMP
                    IF FS-FEMP = '00' THEN
                       DISPLAY 'REGISTRO CREADO!   '
                                       LINE 23 POSITION 14 REVERSE
                     ELSE
                       PERFORM ERROR-FICHERO
               ELSE
                 IF EMP-BAJA THEN
                    PERFORM MOSTRAR-DATOS
                    MOVE 'A' TO EMPEST
                    REWRITE REGEMP
                    IF FS-FEMP = '00' THEN
                       DISPLAY 'EMPRESA REACTIVADA!'
                                       LINE 23 POSITION 14 REVERSE
                     ELSE
                       PERFORM ERROR-FICHERO
                  ELSE
                    DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Bajas de empresa: se marca, no se borra
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           MOVE ZEROS TO EMPCOD.
           ACCEPT EMPCOD      LINE  7 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
      *
           READ FEMP RECORD KEY IS EMPCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EMPCOD = 1 THEN
              DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
            ELSE
              IF EXISTE = SPACES AND EMP-ACTIVA THEN
                 PERFORM MOSTRAR-DATOS
                 MOVE 'B' TO EMPEST
                 REWRITE REGEMP
                 IF FS-FEMP = '00' THEN
                    DISPLAY 'EMPRESA DADA DE BAJA!'
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
           MOVE ZEROS TO EMPCOD.
           ACCEPT EMPCOD      LINE  7 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
      *
           READ FEMP RECORD KEY IS EMPCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-DATOS
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion de los datos del membrete
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           MOVE ZEROS TO EMPCOD.
           ACCEPT EMPCOD      LINE  7 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
      *
           READ FEMP RECORD KEY IS EMPCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-DATOS
              PERFORM MODIFICAR-DATOS
              IF EMPRSO = SPACES OR EMPCIF = SPACES THEN
                 DISPLAY ERROR-D LINE 23 POSITION 14 REVERSE
               ELSE
                 REWRITE REGEMP
                 IF FS-FEMP = '00' THEN
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
      * Captura de los datos de una empresa nueva
      * ************************************************
       PEDIR-DATOS.
           ACCEPT EMPRSO      LINE  9 POSITION 24 NO BEEP.
           ACCEPT EMPCIF      LINE 11 POSITION 24 NO BEEP.
           ACCEPT EMPDIR      LINE 13 POSITION 24 NO BEEP.
           ACCEPT EMPPOB      LINE 15 POSITION 24 NO BEEP.
           ACCEPT EMPTEL      LINE 17 POSITION 24 NO BEEP.
      *
       MODIFICAR-DATOS.
           ACCEPT EMPRSO      LINE  9 POSITION 24 NO BEEP UPDATE.
           ACCEPT EMPCIF      LINE 11 POSITION 24 NO BEEP UPDATE.
           ACCEPT EMPDIR      LINE 13 POSITION 24 NO BEEP UPDATE.
           ACCEPT EMPPOB      LINE 15 POSITION 24 NO BEEP UPDATE.
           ACCEPT EMPTEL      LINE 17 POSITION 24 NO BEEP UPDATE.
      *
       MOSTRAR-DATOS.
           DISPLAY EMPRSO     LINE  9 POSITION 24.
           DISPLAY EMPCIF     LINE 11 POSITION 24.
           DISPLAY EMPDIR     LINE 13 POSITION 24.
           DISPLAY EMPPOB     LINE 15 POSITION 24.
           DISPLAY EMPTEL     LINE 17 POSITION 24.
           IF EMP-BAJA THEN
              DISPLAY 'DE BAJA'  LINE 19 POSITION 24
            ELSE
              DISPLAY 'ACTIVA '  LINE 19 POSITION 24.
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
           DISPLAY FS-FEMP   LINE 23 POSITION 40 REVERSE.
