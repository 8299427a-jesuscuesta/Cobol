      * a envase, con la descripcion del articulo, las unidades en
      * su poder y la fecha del ultimo envio que se las dejo. Por
      * fin se puede decir cuantas cajas tiene cada bar.
      * La consulta integral del cliente UD10E7 lo llama con el
      * cliente ya elegido (ENV-CLIENTE): se listan sus envases y se
      * vuelve. Desde el menu llega en blanco y se pide.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 LE-SAL  PIC --.--9.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LE-FEC  PIC 99/99/9999.
      *
       LINKAGE SECTION.
       01 ENV-CLIENTE PIC X(4).
123456*
       PROCEDURE DIVISION USING ENV-CLIENTE.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           IF ENV-CLIENTE NOT = SPACES THEN
              MOVE ENV-CLIENTE TO CLICOD-E
              DISPLAY CLICOD-E LINE 5 POSITION 17
              PERFORM CONSULTAR-CLIENTE
            ELSE
              PERFORM CONSULTAR UNTIL CLICOD-E = SPACES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
           ACCEPT CLICOD-E LINE 5 POSITION 17 NO BEEP.
      *
           IF CLICOD-E NOT = SPACES THEN
              PERFORM CONSULTAR-CLIENTE.
      *
       CONSULTAR-CLIENTE.
           MOVE CLICOD-E TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY CLINOM LINE 5 POSITION 23
              PERFORM LISTAR-ENVASES
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       LISTAR-ENVASES.
           MOVE 0 TO NUMENV.
