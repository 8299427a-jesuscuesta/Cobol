      * almacen (validado contra UBICA.DAT), el pasillo, el
      * estante y el orden de recorrido con el que la lista de
      * picking UD13E11 ordena sus lineas.
      * Ademas, la capacidad del hueco de picking y el hueco de
      * reserva con la suya, con los que la recepcion UD15E3 dice
      * donde se guarda lo que entra y la reposicion UD19E18 baja
      * de la reserva al picking. Las unidades en reserva las
      * llevan esos dos programas; aqui solo se corrigen tras un
      * recuento.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY 'Pasillo.....:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Estante.....:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Orden recorr:' LINE 15 POSITION 10 HIGH.
           DISPLAY 'Capacidad...:' LINE 17 POSITION 10 HIGH.
           DISPLAY 'Reserva.....:' LINE 18 POSITION 10 HIGH.
           DISPLAY 'Cap. reserva:' LINE 19 POSITION 10 HIGH.
           DISPLAY 'En reserva..:' LINE 20 POSITION 10 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
           ACCEPT UBPEST LINE 13 POSITION 24 NO BEEP.
           MOVE ZEROS TO UBPORD.
           ACCEPT UBPORD LINE 15 POSITION 24 NO BEEP.
           MOVE ZEROS TO UBPCAP.
           ACCEPT UBPCAP LINE 17 POSITION 24 NO BEEP.
           MOVE SPACES TO UBPRPS.
           ACCEPT UBPRPS LINE 18 POSITION 24 NO BEEP.
           MOVE SPACES TO UBPRES.
           ACCEPT UBPRES LINE 18 POSITION 28 NO BEEP.
           MOVE ZEROS TO UBPRCP.
           ACCEPT UBPRCP LINE 19 POSITION 24 NO BEEP.
      * Un hueco nuevo empieza con la reserva vacia.
           MOVE ZEROS TO UBPRQT.
           DISPLAY UBPRQT LINE 20 POSITION 24.
      *
      * ************************************************
      * Bajas de hueco
                 ACCEPT UBPPAS LINE 11 POSITION 24 NO BEEP UPDATE
                 ACCEPT UBPEST LINE 13 POSITION 24 NO BEEP UPDATE
                 ACCEPT UBPORD LINE 15 POSITION 24 NO BEEP UPDATE
                 ACCEPT UBPCAP LINE 17 POSITION 24 NO BEEP UPDATE
                 ACCEPT UBPRPS LINE 18 POSITION 24 NO BEEP UPDATE
                 ACCEPT UBPRES LINE 18 POSITION 28 NO BEEP UPDATE
                 ACCEPT UBPRCP LINE 19 POSITION 24 NO BEEP UPDATE
                 ACCEPT UBPRQT LINE 20 POSITION 24 NO BEEP UPDATE
                 REWRITE REGUBP
                 IF FS-FUBP = '00' THEN
                    DISPLAY 'REGISTRO MODIFICADO!'
           DISPLAY UBPPAS LINE 11 POSITION 24.
           DISPLAY UBPEST LINE 13 POSITION 24.
           DISPLAY UBPORD LINE 15 POSITION 24.
           DISPLAY UBPCAP LINE 17 POSITION 24.
           DISPLAY UBPRPS LINE 18 POSITION 24.
           DISPLAY UBPRES LINE 18 POSITION 28.
           DISPLAY UBPRCP LINE 19 POSITION 24.
           DISPLAY UBPRQT LINE 20 POSITION 24.
      *
      * ************************************************
      * Borra la informacion de la pantalla
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 17 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 18 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 19 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 20 POSITION 24 ERASE EOL.
      *
      * ************************************************
      * Pulsar tecla para continuar
