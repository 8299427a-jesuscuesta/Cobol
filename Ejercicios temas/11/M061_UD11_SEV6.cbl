      * recuento y el total general al estilo de UD09E2. Se pagina
      * hacia adelante y hacia atras con la misma pila de paginas
      * que el listado de productos.
      * La consulta integral del cliente UD10E7 lo llama con el
      * cliente ya elegido (HIS-CLIENTE): se muestra ese historial
      * y se vuelve. Desde el menu llega en blanco y se pide.
      * Los pedidos del cliente se leen por la clave alternativa de
      * cliente y fecha (PEDCLF), del mas antiguo al mas reciente,
      * sin recorrer el resto de PEDIDOS.DAT.
      * Solo se consultan los clientes de la empresa del grupo con
      * la que se trabaja (rutina comun EMPRESA).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
           COPY REGLIN.
123456*
       WORKING-STORAGE SECTION.
      * Empresa del grupo del cliente (rutina comun EMPRESA).
           COPY EMPRESA.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(70) VALUE ' MENSAJES:'.
       77 TOTVAL     PIC 9(9)V99.
       77 ZTOTVAL    PIC ZZZ.ZZZ.ZZ9,99.
      *
      * Pila con el numero y la fecha del primer pedido de cada
      * pagina ya mostrada, para poder volver a la pagina anterior.
       77 PAGTOP     PIC 99 VALUE 0.
       77 RETROCEDIO PIC X.
       77 SALIR-LISTADO PIC X.
       01 PAGINAS.
           02 PAGE-ENT OCCURS 50 TIMES.
              03 PAGE-KEY PIC 9(6).
              03 PAGE-FEC PIC 9(8).
      *
       77 MSGPAG      PIC X(60) VALUE
           'Pulse una tecla (<B> anterior <Q> salir) p/continuar'.
           02 MP2     PIC 99.
           02 GP2     PIC X   VALUE '/'.
           02 AP2     PIC 9999.
      *
       LINKAGE SECTION.
       01 HIS-CLIENTE PIC X(4).
123456*
       PROCEDURE DIVISION USING HIS-CLIENTE.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
      * deje el codigo en blanco.
      * ************************************************
        PROCESO.
           IF HIS-CLIENTE NOT = SPACES THEN
              PERFORM PANTALLA
              MOVE HIS-CLIENTE TO CLICOD-E
              DISPLAY CLICOD-E LINE  4 POSITION 13
              PERFORM MOSTRAR-HISTORIAL
            ELSE
              PERFORM HISTORIAL UNTIL CLICOD-E = SPACES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
           ACCEPT CLICOD-E LINE  4 POSITION 13 NO BEEP.
      *
           IF CLICOD-E NOT = SPACES THEN
              PERFORM MOSTRAR-HISTORIAL.
      *
       MOSTRAR-HISTORIAL.
           MOVE CLICOD-E TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           PERFORM COMPROBAR-EMPRESA.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79
            ELSE
              DISPLAY CLINOM LINE  4 POSITION 19
              PERFORM CONTAR-PEDIDOS
              PERFORM LISTAR-PEDIDOS.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
      * ************************************************
       CONTAR-PEDIDOS.
           MOVE 0 TO NUMPED.
           PERFORM PRIMER-PEDIDO.
           PERFORM SUMAR-PEDIDO UNTIL FINLEC = 'S'.
      *
           MOVE NUMPED TO ZNUMPED.
           DISPLAY ZNUMPED          LINE  4 POSITION 75 HIGH.
      *
       SUMAR-PEDIDO.
           ADD 1 TO NUMPED.
           PERFORM SIGUIENTE-PEDIDO.
      *
      * ************************************************
      * Se coloca en el primer pedido del cliente por la clave de
      * cliente y fecha; FINLEC queda a 'S' si no tiene ninguno
      * ************************************************
       PRIMER-PEDIDO.
           MOVE SPACE TO FINLEC.
           MOVE CLICOD-E TO PEDCLI.
           MOVE ZEROS TO PEDFEC.
           START FPED KEY IS NOT LESS PEDCLF INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM SIGUIENTE-PEDIDO.
      *
       SIGUIENTE-PEDIDO.
           READ FPED NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND PEDCLI NOT = CLICOD-E THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Muestra los pedidos del cliente, con paginacion adelante
      * y atras
      * ************************************************
       LISTAR-PEDIDOS.
           MOVE 6 TO LIN.
           MOVE 0 TO NUMPED.
           MOVE 0 TO TOTVAL.
           MOVE 'N' TO SALIR-LISTADO.
           PERFORM PRIMER-PEDIDO.
           IF FINLEC NOT = 'S' THEN
              MOVE 1 TO PAGTOP
              MOVE PEDNUM TO PAGE-KEY(PAGTOP)
              MOVE PEDFEC TO PAGE-FEC(PAGTOP).
      *
           PERFORM REVISAR UNTIL FINLEC = 'S'.
      *
              PERFORM TOTAL-GENERAL.
      *
      * ************************************************
      * Muestra valorado el pedido y pasa al siguiente del cliente
      * ************************************************
       REVISAR.
           PERFORM MOSTRAR.
      *
           IF FINLEC NOT = 'S' THEN
              PERFORM SIGUIENTE-PEDIDO.
      *
      * ************************************************
      * Muestra la linea de un pedido con su valor
           IF LIN > 20 THEN
              PERFORM CAMBIO-PAGINA.
      *
      * Tras retroceder de pagina, el registro releido podria no
      * ser del cliente: solo se muestra si pasa el filtro.
           IF FINLEC NOT = 'S' AND PEDCLI = CLICOD-E THEN
              PERFORM VALORAR-PEDIDO
              DISPLAY PEDNUM   LINE LIN POSITION  3
              IF (CONTINUA = 'B' OR CONTINUA = 'b') AND PAGTOP > 1 THEN
                 MOVE 'S' TO RETROCEDIO
                 SUBTRACT 1 FROM PAGTOP
                 MOVE CLICOD-E TO PEDCLI
                 MOVE PAGE-FEC(PAGTOP) TO PEDFEC
                 START FPED KEY IS NOT LESS PEDCLF INVALID KEY
                                             MOVE 'S' TO FINLEC.
      *
      * Si se ha retrocedido de pagina, leer el registro del primer
      * pedido de la pagina anterior: se arranca en su fecha y se
      * saltan los pedidos del mismo dia que le preceden.
           IF RETROCEDIO = 'S' AND FINLEC NOT = 'S' THEN
              PERFORM SIGUIENTE-PEDIDO
              PERFORM SALTAR-PEDIDO UNTIL FINLEC = 'S'
                                 OR PEDNUM = PAGE-KEY(PAGTOP)
                                 OR PEDFEC NOT = PAGE-FEC(PAGTOP).
      *
      * Avanzar de pagina normalmente: se apila el numero del primer
      * pedido de la pagina que se va a mostrar a continuacion.
              IF PAGTOP < 50 THEN
                 ADD 1 TO PAGTOP
                 MOVE PEDNUM TO PAGE-KEY(PAGTOP)
                 MOVE PEDFEC TO PAGE-FEC(PAGTOP)
               ELSE
                 DISPLAY MSGULTIMA LINE 23 POSITION 15 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79.
              MOVE 7 TO LIN
              PERFORM BORRAR-PANTALLA 15 TIMES
              MOVE 7 TO LIN.
      *
       SALTAR-PEDIDO.
           PERFORM SIGUIENTE-PEDIDO.
      *
      * ************************************************
      * Muestra el recuento y el total general del historial
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Un cliente de otra empresa del grupo (rutina comun
      * EMPRESA) no se atiende desde la de trabajo: se trata
      * como si no existiera
      * ************************************************
       COMPROBAR-EMPRESA.
           IF EXISTE NOT = 'N' THEN
              MOVE CLICOD TO EMA-CLI
              MOVE 'C' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG
              IF EMA-OK = 'N' THEN
                 MOVE 'N' TO EXISTE.
