      * al arrancar se deja una copia de seguridad en PROVEEDOR.BAK
      * y cada proveedor guarda nombre, direccion, telefono y
      * condiciones de pago. Los productos llevan su referencia de
      * proveedor en PROPRV. La cuenta bancaria del proveedor
      * (PRVIBA), con la que le paga la propuesta de pagos UD23E1,
      * se valida con la rutina comun IBANVAL como en UD17E2; en
      * blanco queda admitida para los proveedores que no cobran por
      * transferencia. PRVEDI (S/N) marca a los proveedores que
      * reciben los pedidos de compra como fichero electronico y
      * confirman por el mismo camino.
      * La puntuacion y calificacion del proveedor (PRVPUN, PRVCAL,
      * PRVTRI) no se teclean: las deja la evaluacion UD20E11, y
      * el alta nace sin evaluar.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY REGPRV.
      *
       FD FBAK LABEL RECORD IS STANDARD.
       01 REGBAK      PIC X(130).
      *
       FD FSEC LABEL RECORD IS STANDARD.
       01 REGSEC      PIC 9(4).
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun IBANVAL.
       77 IBAN-E     PIC X(24).
       77 IBAN-OK    PIC X.
       77 IBAN-MSG   PIC X(40).
      *
      * Ultimo codigo de proveedor generado (SECUPRV.DAT).
       77 SEC-VALOR   PIC 9(4) VALUE 0.
       77 SEC-ABIERTO PIC X    VALUE 'N'.
           DISPLAY 'Poblacion...:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Telefono....:' LINE 15 POSITION 10 HIGH.
           DISPLAY 'Cond. pago..:' LINE 17 POSITION 10 HIGH.
           DISPLAY 'IBAN........:' LINE 19 POSITION 10 HIGH.
           DISPLAY 'Ped. electr.:' LINE 21 POSITION 10 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
              ACCEPT PRVPOB   LINE 13 POSITION 24 NO BEEP
              ACCEPT PRVTEL   LINE 15 POSITION 24 NO BEEP
              ACCEPT PRVPAG   LINE 17 POSITION 24 NO BEEP
              MOVE SPACES TO IBAN-E
              PERFORM CAPTURAR-IBAN
              MOVE 'N' TO PRVEDI
              PERFORM CAPTURAR-EDI
              PERFORM GRABAR-ALTA
            ELSE
              DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * Graba el alta solo con la cuenta bancaria aceptada.
       GRABAR-ALTA.
           IF IBAN-OK = 'S' THEN
              MOVE IBAN-E TO PRVIBA
              MOVE ZEROS TO PRVPUN
              MOVE SPACE TO PRVCAL
              MOVE ZEROS TO PRVTRI
              WRITE REGPRV
              IF FS-FPRV = '00' THEN
                 DISPLAY 'REGISTRO CREADO!   '
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Bajas de proveedor
              DISPLAY PRVPOB   LINE 13 POSITION 24
              DISPLAY PRVTEL   LINE 15 POSITION 24
              DISPLAY PRVPAG   LINE 17 POSITION 24
              DISPLAY PRVIBA   LINE 19 POSITION 24
              DISPLAY PRVEDI   LINE 21 POSITION 24
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
              DISPLAY PRVPOB   LINE 13 POSITION 24
              DISPLAY PRVTEL   LINE 15 POSITION 24
              DISPLAY PRVPAG   LINE 17 POSITION 24
              DISPLAY PRVIBA   LINE 19 POSITION 24
              DISPLAY PRVEDI   LINE 21 POSITION 24
      *
              ACCEPT PRVNOM   LINE  9 POSITION 24 NO BEEP UPDATE
              ACCEPT PRVDIR   LINE 11 POSITION 24 NO BEEP UPDATE
              ACCEPT PRVPOB   LINE 13 POSITION 24 NO BEEP UPDATE
              ACCEPT PRVTEL   LINE 15 POSITION 24 NO BEEP UPDATE
              ACCEPT PRVPAG   LINE 17 POSITION 24 NO BEEP UPDATE
              MOVE PRVIBA TO IBAN-E
              PERFORM CAPTURAR-IBAN
              PERFORM CAPTURAR-EDI
      *
              PERFORM GRABAR-MODIFICACION
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * Reescribe el proveedor solo con la cuenta bancaria aceptada.
       GRABAR-MODIFICACION.
           IF IBAN-OK = 'S' THEN
              MOVE IBAN-E TO PRVIBA
              REWRITE REGPRV
              IF FS-FPRV = '00' THEN
                 DISPLAY 'REGISTRO MODIFICADO!'
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Borra la informacion de la pantalla
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 17 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 19 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 21 POSITION 24 ERASE EOL.
      *
           MOVE SPACES TO PRVCOD.
           MOVE SPACES TO PRVNOM.
           MOVE SPACES TO PRVPOB.
           MOVE SPACES TO PRVTEL.
           MOVE SPACES TO PRVPAG.
           MOVE SPACES TO PRVIBA.
           MOVE SPACES TO PRVEDI.
      *
      * ************************************************
      * Pide la cuenta del proveedor y la valida con la rutina
      * comun IBANVAL, como CAPTURAR-IBAN en UD17E2. En blanco se
      * admite: el proveedor no cobra por transferencia.
      * ************************************************
       CAPTURAR-IBAN.
           ACCEPT IBAN-E LINE 19 POSITION 24 NO BEEP UPDATE.
           IF IBAN-E = SPACES THEN
              MOVE 'S' TO IBAN-OK
            ELSE
              CALL 'IBANVAL' USING IBAN-E, IBAN-OK, IBAN-MSG
              IF IBAN-OK NOT = 'S' THEN
                 DISPLAY IBAN-MSG LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide si el proveedor recibe los pedidos como fichero
      * electronico. Todo lo que no sea S queda como N.
      * ************************************************
       CAPTURAR-EDI.
           ACCEPT PRVEDI LINE 21 POSITION 24 NO BEEP UPDATE.
           IF PRVEDI = 's' THEN
              MOVE 'S' TO PRVEDI.
           IF PRVEDI NOT = 'S' THEN
              MOVE 'N' TO PRVEDI.
           DISPLAY PRVEDI LINE 21 POSITION 24.
      *
      * ************************************************
      * Pulsar tecla para continuar
