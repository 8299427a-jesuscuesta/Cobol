123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD21E14.
       REMARKS. UNIDAD 21 EJERCICIO 14.
      *
      * Mantenimiento de vehiculos de reparto (VEHICULO.DAT):
      * altas, bajas, consultas y modificaciones al estilo de
      * UD21E4, con la matricula, una descripcion, la carga util en
      * kilos y el volumen de la caja en litros. Cada ruta lleva su
      * vehiculo (se asigna en UD21E4) y la hoja de ruta UD21E5
      * avisa cuando la carga del dia no cabe en el. No se da de
      * baja un vehiculo que todavia tenga rutas asignadas.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FVEH ASSIGN TO DISK 'VEHICULO.DAT'
            RECORD KEY IS VEHCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FVEH.
      *
            SELECT FRUT ASSIGN TO DISK 'RUTAS.DAT'
            RECORD KEY IS RUTCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FRUT.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FVEH LABEL RECORD IS STANDARD.
           COPY REGVEH.
      *
       FD FRUT LABEL RECORD IS STANDARD.
           COPY REGRUT.

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
       77 ERROR-A    PIC X(50) VALUE 'ERROR! El vehiculo YA existe.'.
       77 ERROR-B    PIC X(50) VALUE 'ERROR! El vehiculo NO existe.'.
       77 ERROR-R    PIC X(50) VALUE
           'ERROR! El vehiculo tiene rutas asignadas.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Busqueda de rutas que usan el vehiculo antes de la baja.
       77 FINRUT     PIC X.
       77 EN-USO     PIC X.
      *
       77 FS-FVEH    PIC XX.
       77 FS-FRUT    PIC XX.
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
      * VEHICULO.DAT no existe la primera vez (estado '35'); se
      * crea vacio. RUTAS.DAT puede no existir todavia: entonces
      * ningun vehiculo esta en uso.
           OPEN I-O FVEH.
           IF FS-FVEH = '35' THEN
              OPEN OUTPUT FVEH
              CLOSE FVEH
              OPEN I-O FVEH.
           IF FS-FVEH NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVEH
              GOBACK.
      *
           OPEN INPUT FRUT.
           IF FS-FRUT NOT = '00' AND FS-FRUT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FRUT
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
           IF FS-FRUT NOT = '35' THEN
              CLOSE FRUT.
           CLOSE FVEH.
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
           DISPLAY 'VEHICULOS DE REPARTO'
                                   LINE  3 POSITION 30 REVERSE HIGH.
      *
           DISPLAY 'Vehiculo....:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Matricula...:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Descripcion.:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Carga kilos.:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Caja litros.:' LINE 14 POSITION 10 HIGH.
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
      * Altas de vehiculo
      * ************************************************
       ALTAS.
           DISPLAY MSGALTA    LINE 23 POSITION 14 REVERSE.
      *
           ACCEPT VEHCOD      LINE  6 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FVEH RECORD KEY IS VEHCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = 'N' THEN
              ACCEPT VEHMAT   LINE  8 POSITION 24 NO BEEP
              ACCEPT VEHDES   LINE 10 POSITION 24 NO BEEP
              MOVE ZEROS TO VEHPES VEHVOL
              ACCEPT VEHPES   LINE 12 POSITION 24 NO BEEP
              ACCEPT VEHVOL   LINE 14 POSITION 24 NO BEEP
              WRITE REGVEH
              IF FS-FVEH = '00' THEN
                 DISPLAY 'REGISTRO CREADO!   '
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO-FVEH
            ELSE
              DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Bajas de vehiculo, solo si ninguna ruta lo usa
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           ACCEPT VEHCOD      LINE  6 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FVEH RECORD KEY IS VEHCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-VEHICULO
              PERFORM BUSCAR-RUTAS
              IF EN-USO = 'S' THEN
                 DISPLAY ERROR-R LINE 23 POSITION 14 REVERSE
               ELSE
                 DELETE FVEH
                 IF FS-FVEH = '00' THEN
                    DISPLAY 'REGISTRO BORRADO!   '
                                       LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FVEH
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * Recorre RUTAS.DAT buscando alguna ruta con este vehiculo.
       BUSCAR-RUTAS.
           MOVE 'N' TO EN-USO.
           MOVE 'S' TO FINRUT.
           IF FS-FRUT NOT = '35' THEN
              MOVE SPACE TO FINRUT
              MOVE LOW-VALUES TO RUTCOD
              START FRUT KEY IS NOT LESS RUTCOD INVALID KEY
                                         MOVE 'S' TO FINRUT.
           PERFORM LEER-RUTA UNTIL FINRUT = 'S'.
      *
       LEER-RUTA.
           READ FRUT NEXT RECORD AT END MOVE 'S' TO FINRUT.
           IF FINRUT NOT = 'S' AND RUTVEH = VEHCOD THEN
              MOVE 'S' TO EN-USO
              MOVE 'S' TO FINRUT.
      *
      * ************************************************
      * Muestra la informacion en pantalla
      * ************************************************
       CONSULTAS.
           DISPLAY MSGCONS    LINE 23 POSITION 14 REVERSE.
      *
           ACCEPT VEHCOD      LINE  6 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FVEH RECORD KEY IS VEHCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-VEHICULO
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion de los datos del vehiculo
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           ACCEPT VEHCOD      LINE  6 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FVEH RECORD KEY IS VEHCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MOSTRAR-VEHICULO
              ACCEPT VEHMAT    LINE  8 POSITION 24 NO BEEP UPDATE
              ACCEPT VEHDES    LINE 10 POSITION 24 NO BEEP UPDATE
              ACCEPT VEHPES    LINE 12 POSITION 24 NO BEEP UPDATE
              ACCEPT VEHVOL    LINE 14 POSITION 24 NO BEEP UPDATE
              REWRITE REGVEH
              IF FS-FVEH = '00' THEN
                 DISPLAY 'REGISTRO MODIFICADO!'
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO-FVEH
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       MOSTRAR-VEHICULO.
           DISPLAY VEHMAT   LINE  8 POSITION 24.
           DISPLAY VEHDES   LINE 10 POSITION 24.
           DISPLAY VEHPES   LINE 12 POSITION 24.
           DISPLAY VEHVOL   LINE 14 POSITION 24.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  6 POSITION 24 ERASE EOL.
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
       ERROR-FICHERO-FVEH.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVEH   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FRUT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRUT   LINE 23 POSITION 40 REVERSE.
