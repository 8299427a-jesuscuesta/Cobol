123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD21E12.
       REMARKS. UNIDAD 21 EJERCICIO 12.
      *
      * Hojas de ruta devueltas: el repartidor vuelve con la hoja
      * de ruta de UD21E5 firmada por los clientes y aqui se teclea,
      * pedido a pedido, si se entrego (con la fecha, la hora y el
      * nombre de quien firmo) o no (con el motivo). La rutina
      * comun ENTREGA graba la prueba en ALBARAN.DAT y pasa el
      * pedido a entregado; el no entregado vuelve al stock y a
      * captado, y queda como incidencia de tipo N para la lista
      * de excepciones UD21E7. El repartidor se pide una vez al
      * entrar y queda como usuario de todas las pruebas.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGPIDE    PIC X(60) VALUE
           'Numero de pedido a cero para terminar'.
       77 ERROR-P    PIC X(50) VALUE 'ERROR! El pedido NO existe.'.
       77 ERROR-X    PIC X(50) VALUE
           'ERROR! El pedido NO esta servido.'.
       77 ERROR-Y    PIC X(50) VALUE
           'ERROR! El pedido YA consta entregado.'.
       77 ERROR-R    PIC X(50) VALUE
           'ERROR! El resultado debe ser E o N.'.
       77 ERROR-H    PIC X(50) VALUE
           'ERROR! La hora debe ser HHMM.'.
       77 ERROR-U    PIC X(50) VALUE
           'ERROR! Falta el repartidor.'.
       77 AVISO-D    PIC X(50) VALUE
           'FACTURADO: anotado; el genero vuelve por UD12E5.'.
      *
      * Datos tecleados por el operador.
       77 REPART-E   PIC X(8).
       77 PEDNUM-E   PIC 9(6).
       77 FENT-E     PIC 9(8).
       01 FDESC.
           02 FDE-DD  PIC 99.
           02 FDE-MM  PIC 99.
           02 FDE-AA  PIC 9999.
       01 HORA-E.
           02 HRE-HH  PIC 99.
           02 HRE-NN  PIC 99.
      *
      * Argumentos de la rutina comun DATEVAL.
       77 FECHA-OK    PIC X.
       77 FECHA-MSG   PIC X(40).
      *
      * Argumentos de la rutina comun ENTREGA.
       77 ENT-PED    PIC 9(6).
       77 ENT-RES    PIC X.
       77 ENT-FEC    PIC 9(8).
       77 ENT-HRA    PIC 9(4).
       77 ENT-FIR    PIC X(30).
       77 ENT-ORI    PIC X.
       77 ENT-USU    PIC X(8).
       77 ENT-OK     PIC X.
      *
      * Entregados y no entregados anotados en la sesion.
       77 NUMENT     PIC 999.
       77 NUMNOE     PIC 999.
       77 ZNUM       PIC ZZ9.
      *
       77 FS-FPED    PIC XX.
       77 FS-FCLI    PIC XX.
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
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * Los contadores se ponen a cero aqui y no con VALUE: el
      * programa se puede llamar varias veces desde el menu.
           MOVE 0 TO NUMENT.
           MOVE 0 TO NUMNOE.
           MOVE SPACES TO REPART-E.
           MOVE 1 TO PEDNUM-E.
      *
      * ************************************************
      * Proceso del programa: el repartidor una vez y despues un
      * pedido de su hoja por vuelta, hasta dejarlo a cero
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM PEDIR-REPARTIDOR UNTIL REPART-E NOT = SPACES.
           PERFORM ANOTAR-PEDIDO UNTIL PEDNUM-E = ZEROS.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI.
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
           DISPLAY 'HOJAS DE RUTA DEVUELTAS'
                                   LINE  3 POSITION 28 REVERSE HIGH.
      *
           DISPLAY 'Repartidor..:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Num. pedido.:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Entregado E/N' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Fecha (0=hoy)' LINE 14 POSITION 10 HIGH.
           DISPLAY 'Hora (HHMM).:' LINE 16 POSITION 10 HIGH.
           DISPLAY 'Firma/motivo:' LINE 18 POSITION 10 HIGH.
           DISPLAY 'Entregados..:' LINE 20 POSITION 10 HIGH.
           DISPLAY 'No entregad.:' LINE 20 POSITION 40 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGPIDE         LINE 23 POSITION 14 REVERSE.
      *
       PEDIR-REPARTIDOR.
           MOVE SPACES TO REPART-E.
           ACCEPT REPART-E LINE 6 POSITION 24 NO BEEP.
           IF REPART-E = SPACES THEN
              DISPLAY ERROR-U LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide un pedido de la hoja y, si existe, el resultado de
      * su entrega
      * ************************************************
       ANOTAR-PEDIDO.
           PERFORM BORRAR-PANTALLA.
           MOVE ZEROS TO PEDNUM-E.
           ACCEPT PEDNUM-E LINE  8 POSITION 24 NO BEEP.
      *
           IF PEDNUM-E NOT = ZEROS THEN
              PERFORM LEER-PEDIDO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-P LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM PEDIR-RESULTADO.
      *
      * PEDIDOS.DAT se abre solo para la consulta y se cierra antes
      * de llamar a ENTREGA, que lo abre para actualizarlo.
       LEER-PEDIDO.
           MOVE 'N' TO EXISTE.
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
            ELSE
              PERFORM BUSCAR-PEDIDO
              CLOSE FPED.
      *
       BUSCAR-PEDIDO.
           MOVE PEDNUM-E TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              MOVE PEDCLI TO CLICOD
              MOVE SPACES TO CLINOM
              READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                    MOVE '(sin cliente)' TO CLINOM.
           IF EXISTE = SPACES THEN
              DISPLAY PEDCLI LINE 10 POSITION 24
              DISPLAY CLINOM LINE 10 POSITION 30.
      *
       PEDIR-RESULTADO.
           MOVE SPACES TO ENT-RES.
           ACCEPT ENT-RES LINE 12 POSITION 24 NO BEEP.
           IF ENT-RES = 'e' MOVE 'E' TO ENT-RES.
           IF ENT-RES = 'n' MOVE 'N' TO ENT-RES.
           IF ENT-RES NOT = 'E' AND ENT-RES NOT = 'N' THEN
              DISPLAY ERROR-R LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM PEDIR-FECHA.
      *
      * La fecha de la entrega: a cero, la del dia.
       PEDIR-FECHA.
           MOVE ZEROS TO FENT-E.
           ACCEPT FENT-E LINE 14 POSITION 24 NO BEEP.
           IF FENT-E = ZEROS THEN
              MOVE 'S' TO FECHA-OK
              MOVE FECHA TO ENT-FEC
            ELSE
              CALL 'DATEVAL' USING FENT-E, FECHA-OK, FECHA-MSG
              IF FECHA-OK NOT = 'S' THEN
                 DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE   LINE 23 POSITION 14 REVERSE
               ELSE
                 MOVE FENT-E TO FDESC
                 MOVE FDE-AA TO ENT-FEC(1:4)
                 MOVE FDE-MM TO ENT-FEC(5:2)
                 MOVE FDE-DD TO ENT-FEC(7:2).
           IF FECHA-OK = 'S' THEN
              PERFORM PEDIR-HORA.
      *
       PEDIR-HORA.
           MOVE ZEROS TO HORA-E.
           ACCEPT HORA-E LINE 16 POSITION 24 NO BEEP.
           IF HRE-HH > 23 OR HRE-NN > 59 THEN
              DISPLAY ERROR-H LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE HORA-E TO ENT-HRA
              MOVE SPACES TO ENT-FIR
              ACCEPT ENT-FIR LINE 18 POSITION 24 NO BEEP
              PERFORM LLAMAR-ENTREGA.
      *
      * ************************************************
      * Anota la prueba con la rutina comun y da el resultado
      * ************************************************
       LLAMAR-ENTREGA.
           MOVE PEDNUM-E TO ENT-PED.
           MOVE 'H'      TO ENT-ORI.
           MOVE REPART-E TO ENT-USU.
           CALL 'ENTREGA' USING ENT-PED, ENT-RES, ENT-FEC, ENT-HRA,
                                ENT-FIR, ENT-ORI, ENT-USU, ENT-OK.
           IF ENT-OK = 'S' OR ENT-OK = 'D' THEN
              PERFORM CONTAR-ANOTADO.
           IF ENT-OK = 'S' AND ENT-RES = 'E' THEN
              DISPLAY 'PEDIDO ENTREGADO!' LINE 23 POSITION 14 REVERSE.
           IF ENT-OK = 'S' AND ENT-RES = 'N' THEN
              DISPLAY 'NO ENTREGADO: VUELVE AL STOCK.'
                                 LINE 23 POSITION 14 REVERSE.
           IF ENT-OK = 'D' THEN
              DISPLAY AVISO-D LINE 23 POSITION 14 REVERSE.
           IF ENT-OK = 'P' THEN
              DISPLAY ERROR-P LINE 23 POSITION 14 REVERSE.
           IF ENT-OK = 'X' THEN
              DISPLAY ERROR-X LINE 23 POSITION 14 REVERSE.
           IF ENT-OK = 'Y' THEN
              DISPLAY ERROR-Y LINE 23 POSITION 14 REVERSE.
           IF ENT-OK = 'E' THEN
              DISPLAY MSGFS   LINE 23 POSITION 3 REVERSE.
           PERFORM CONTINUAR.
           DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       CONTAR-ANOTADO.
           IF ENT-RES = 'E' THEN
              ADD 1 TO NUMENT
            ELSE
              ADD 1 TO NUMNOE.
           MOVE NUMENT TO ZNUM.
           DISPLAY ZNUM LINE 20 POSITION 24.
           MOVE NUMNOE TO ZNUM.
           DISPLAY ZNUM LINE 20 POSITION 54.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  8 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 14 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 16 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 18 POSITION 24 ERASE EOL.
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
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
