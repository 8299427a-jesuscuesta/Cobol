123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD10E6.
       REMARKS. UNIDAD 10 EJERCICIO 6.
      *
      * Mantenimiento de la vida util minima que exige cada cliente
      * (VIDACLI.DAT), con altas, bajas, consultas y modificaciones
      * al estilo de UD10E5. Por cliente se da de alta su regla
      * general (familia en blanco) y, si hace falta, reglas propias
      * para algunas familias, que sustituyen a la general en los
      * articulos de esa familia. Cada regla es un numero de dias
      * que deben quedar hasta la caducidad del lote (tipo D) o un
      * porcentaje de la vida total del lote que debe quedar (tipo
      * P; las cadenas suelen pedir dos tercios, 67). El cliente
      * debe existir en CLIENTES.DAT y no estar de baja, y la
      * familia en FAMILIAS.DAT. La aplican, con la rutina comun
      * VIDAMIN, la expedicion UD11E4, la lista de picking UD13E11
      * y el informe de stock con vida corta UD19E15.
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
            SELECT FFAM ASSIGN TO DISK 'FAMILIAS.DAT'
            RECORD KEY IS FAMCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FFAM.
      *
            SELECT FVMC ASSIGN TO DISK 'VIDACLI.DAT'
            RECORD KEY IS VMCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVMC.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FFAM LABEL RECORD IS STANDARD.
           COPY REGFAM.
      *
       FD FVMC LABEL RECORD IS STANDARD.
           COPY REGVMC.

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
           'ERROR! La regla YA existe.'.
       77 ERROR-B    PIC X(50) VALUE
           'ERROR! La regla NO existe.'.
       77 ERROR-C    PIC X(50) VALUE 'ERROR! El cliente NO existe.'.
       77 ERROR-D    PIC X(50) VALUE
           'ERROR! El cliente esta dado de baja.'.
       77 ERROR-E    PIC X(50) VALUE
           'ERROR! Tipo de regla: D o P.'.
       77 ERROR-F    PIC X(50) VALUE 'ERROR! La familia NO existe.'.
       77 ERROR-G    PIC X(50) VALUE
           'ERROR! Los dias deben ser mayores que cero.'.
       77 ERROR-H    PIC X(50) VALUE
           'ERROR! El porcentaje debe ir de 1 a 100.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Clave tecleada (cliente y familia) y regla, con el
      * resultado de su validacion.
       77 CLI-E      PIC X(4).
       77 FAM-E      PIC XXX.
       77 TIPO-E     PIC X.
       77 VALOR-E    PIC 999.
       77 CLAVE-OK   PIC X.
       77 DATO-OK    PIC X.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FFAM    PIC XX.
       77 FS-FVMC    PIC XX.
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
      * FAMILIAS.DAT puede no existir todavia (estado '35'): solo
      * se admite entonces la regla general del cliente.
           OPEN INPUT FFAM.
           IF FS-FFAM NOT = '00' AND FS-FFAM NOT = '35' THEN
              PERFORM ERROR-FICHERO-FFAM
              GOBACK.
      *
      * VIDACLI.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio, igual que EDIREF.DAT en UD10E5.
           OPEN I-O FVMC.
           IF FS-FVMC = '35' THEN
              OPEN OUTPUT FVMC
              CLOSE FVMC
              OPEN I-O FVMC.
           IF FS-FVMC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVMC
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
           IF FS-FFAM NOT = '35' THEN
              CLOSE FFAM.
           CLOSE FCLI FVMC.
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
           DISPLAY 'VIDA UTIL MINIMA POR CLIENTE'
                                   LINE  3 POSITION 26 REVERSE HIGH.
      *
           DISPLAY 'Cod. cliente:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Familia.....:' LINE 10 POSITION 10 HIGH.
           DISPLAY '(blanco = todas las familias)'
                                   LINE 10 POSITION 30.
           DISPLAY 'Tipo D/P....:' LINE 12 POSITION 10 HIGH.
           DISPLAY '(D dias hasta caducidad, P % de vida)'
                                   LINE 12 POSITION 30.
           DISPLAY 'Valor.......:' LINE 14 POSITION 10 HIGH.
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
      * Altas de reglas
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
                   PERFORM ALTA-REGLA.
      *
           PERFORM CONTINUAR.
      *
       ALTA-REGLA.
           PERFORM LEER-REGLA.
           IF EXISTE = SPACES THEN
              DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM CAPTURAR-DATO
              IF DATO-OK = 'S' THEN
                 PERFORM MOVER-CLAVE
                 PERFORM MOVER-DATO
                 WRITE REGVMC
                 IF FS-FVMC = '00' THEN
                    DISPLAY 'REGISTRO CREADO!   '
                                  LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FVMC.
      *
      * ************************************************
      * Bajas de reglas
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CAPTURAR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-REGLA
              IF EXISTE = SPACES THEN
                 PERFORM MOSTRAR-REGISTRO
                 DELETE FVMC
                 IF FS-FVMC = '00' THEN
                    DISPLAY 'REGISTRO BORRADO!   '
                                    LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM ERROR-FICHERO-FVMC
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
              PERFORM LEER-REGLA
              IF EXISTE = SPACES THEN
                 PERFORM MOSTRAR-REGISTRO
               ELSE
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Modificacion del tipo y el valor de la regla
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CAPTURAR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-REGLA
              IF EXISTE = SPACES THEN
                 PERFORM MOSTRAR-REGISTRO
                 PERFORM MODIFICAR-REGLA
               ELSE
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       MODIFICAR-REGLA.
           PERFORM CAPTURAR-DATO.
           IF DATO-OK = 'S' THEN
              PERFORM MOVER-DATO
              REWRITE REGVMC
              IF FS-FVMC = '00' THEN
                 DISPLAY 'REGISTRO MODIFICADO!'
                               LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO-FVMC.
      *
      * ************************************************
      * Pide la clave: cliente y familia (en blanco, la regla
      * general del cliente)
      * ************************************************
       CAPTURAR-CLAVE.
           MOVE 'N' TO CLAVE-OK.
           MOVE SPACES TO CLI-E.
           MOVE SPACES TO FAM-E.
           ACCEPT CLI-E  LINE  7 POSITION 24 NO BEEP.
           ACCEPT FAM-E  LINE 10 POSITION 24 NO BEEP.
           IF FAM-E = SPACES THEN
              MOVE 'S' TO CLAVE-OK
            ELSE
              PERFORM COMPROBAR-FAMILIA.
      *
       COMPROBAR-FAMILIA.
           MOVE 'N' TO EXISTE.
           IF FS-FFAM = '00' THEN
              MOVE FAM-E TO FAMCOD
              MOVE SPACES TO EXISTE
              READ FFAM RECORD KEY IS FAMCOD INVALID KEY
                                    MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-F LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY FAMDES LINE 10 POSITION 30 ERASE EOL
              MOVE 'S' TO CLAVE-OK.
      *
       MOVER-CLAVE.
           MOVE CLI-E TO VMCCLI.
           MOVE FAM-E TO VMCFAM.
      *
       LEER-REGLA.
           PERFORM MOVER-CLAVE.
           MOVE SPACES TO EXISTE.
           READ FVMC RECORD KEY IS VMCCLAVE INVALID KEY
                                         MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Pide y valida la regla: dias mayores que cero o un
      * porcentaje de 1 a 100
      * ************************************************
       CAPTURAR-DATO.
           MOVE 'N' TO DATO-OK.
           MOVE SPACES TO TIPO-E.
           MOVE ZEROS TO VALOR-E.
           ACCEPT TIPO-E LINE 12 POSITION 24 NO BEEP.
           IF TIPO-E = 'd' THEN MOVE 'D' TO TIPO-E.
           IF TIPO-E = 'p' THEN MOVE 'P' TO TIPO-E.
           IF TIPO-E NOT = 'D' AND TIPO-E NOT = 'P' THEN
              DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
            ELSE
              ACCEPT VALOR-E LINE 14 POSITION 24 NO BEEP
              PERFORM COMPROBAR-VALOR.
      *
       COMPROBAR-VALOR.
           IF VALOR-E = 0 THEN
              IF TIPO-E = 'D' THEN
                 DISPLAY ERROR-G LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY ERROR-H LINE 23 POSITION 14 REVERSE
            ELSE
              IF TIPO-E = 'P' AND VALOR-E > 100 THEN
                 DISPLAY ERROR-H LINE 23 POSITION 14 REVERSE
               ELSE
                 MOVE 'S' TO DATO-OK.
      *
       MOVER-DATO.
           MOVE TIPO-E  TO VMCTIP.
           MOVE VALOR-E TO VMCVAL.
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
           DISPLAY VMCTIP LINE 12 POSITION 24.
           DISPLAY VMCVAL LINE 14 POSITION 24.
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
           DISPLAY '(blanco = todas las familias)'
                                   LINE 10 POSITION 30.
           DISPLAY '(D dias hasta caducidad, P % de vida)'
                                   LINE 12 POSITION 30.
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
       ERROR-FICHERO-FFAM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FVMC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVMC   LINE 23 POSITION 40 REVERSE.
