      * siendo el habitual; aqui viven todas las alternativas que
      * antes se buscaban en correos viejos. La comparativa es
      * UD20E2 y la reposicion UD15E4 avisa de las mejores.
      * Si el proveedor sirve otra caja que la del maestro
      * (PROFCO), sus unidades por caja quedan en PPVFCO; a cero,
      * la del maestro.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY 'Referencia..:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Precio comp.:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Plazo (dias):' LINE 15 POSITION 10 HIGH.
           DISPLAY 'Uds por caja:' LINE 17 POSITION 10 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
           ACCEPT PPVPRE LINE 13 POSITION 24 NO BEEP.
           MOVE ZEROS TO PPVPLA.
           ACCEPT PPVPLA LINE 15 POSITION 24 NO BEEP.
           MOVE ZEROS TO PPVFCO.
           ACCEPT PPVFCO LINE 17 POSITION 24 NO BEEP.
      *
      * ************************************************
      * Bajas de hueco
                 ACCEPT PPVREF LINE 11 POSITION 24 NO BEEP UPDATE
                 ACCEPT PPVPRE LINE 13 POSITION 24 NO BEEP UPDATE
                 ACCEPT PPVPLA LINE 15 POSITION 24 NO BEEP UPDATE
                 ACCEPT PPVFCO LINE 17 POSITION 24 NO BEEP UPDATE
                 REWRITE REGPPV
                 IF FS-FPPV = '00' THEN
                    DISPLAY 'REGISTRO MODIFICADO!'
           MOVE PPVPRE TO ZPRE.
           DISPLAY ZPRE   LINE 13 POSITION 24.
           DISPLAY PPVPLA LINE 15 POSITION 24.
           DISPLAY PPVFCO LINE 17 POSITION 24.
      *
      * ************************************************
      * Borra la informacion de la pantalla
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 17 POSITION 24 ERASE EOL.
      *
      * ************************************************
      * Pulsar tecla para continuar
