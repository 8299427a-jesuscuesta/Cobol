      * rutina comun IBANVAL antes de grabar nada, igual que los
      * mantenimientos validan el NIF con NIFVAL. Los clientes
      * domiciliados entran en la remesa mensual UD17E3.
      * El IBAN es un campo sensible: el alta de la cuenta y el
      * cambio de IBAN pasan por la rutina comun CAMBSEN y, si estan
      * protegidos en PARAMS.DAT, quedan pendientes de que otro
      * supervisor los apruebe en UD16E11 (la marca de
      * domiciliacion se graba ya). El menu pasa el operador.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 IBAN-MSG   PIC X(40).
      *
       77 DOMIC-E    PIC X.
      *
      * Alta o cambio de IBAN pendiente de aprobacion (rutina
      * CAMBSEN).
           COPY CAMBSEN.
       77 MSGPEND    PIC X(50) VALUE
           'IBAN pendiente de aprobar. Solicitud numero:'.
       77 MSGPENM    PIC X(50) VALUE
           'MODIFICADO. IBAN pendiente de aprobar. Num.:'.
       77 ERROR-CSN  PIC X(50) VALUE
           'ERROR! Solicitud no grabada: IBAN sin cambiar.'.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FBAN    PIC XX.
           02 MM2     PIC 99.
           02 GT2     PIC X   VALUE '/'.
           02 AA2     PIC 9999.
      *
       LINKAGE SECTION.
      * Operador de la sesion, que pasa el menu general UD05E1.
       01 BAN-OPERADOR PIC X(8).
123456*
       PROCEDURE DIVISION USING BAN-OPERADOR.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
                 ELSE
                   PERFORM CAPTURAR-IBAN
                   IF IBAN-OK = 'S' THEN
                      MOVE SPACES TO CSN-ANT
                      PERFORM CONTROLAR-IBAN
                      IF CSN-LIBRE THEN
                         PERFORM GRABAR-BANCO
                       ELSE
                         IF CSN-PENDIENTE THEN
                            DISPLAY MSGPEND LINE 23 POSITION 14 REVERSE
                            DISPLAY CSN-NUM LINE 23 POSITION 60 REVERSE
                          ELSE
                            DISPLAY ERROR-CSN
                                       LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       GRABAR-BANCO.
           MOVE IBAN-E TO BANIBA.
           MOVE DOMIC-E TO BANDOM.
           WRITE REGBAN.
           IF FS-FBAN = '00' THEN
              DISPLAY 'REGISTRO CREADO!   '
                                 LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM ERROR-FICHERO-FBAN.
      *
      * ************************************************
      * Bajas de datos bancarios
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              PERFORM MODIFICAR-IBAN
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       MODIFICAR-IBAN.
           PERFORM MOSTRAR-REGISTRO.
           PERFORM CAPTURAR-IBAN.
           IF IBAN-OK = 'S' THEN
              PERFORM REESCRIBIR-BANCO.
      *
       REESCRIBIR-BANCO.
           MOVE 'L' TO CSN-RES.
           IF IBAN-E NOT = BANIBA THEN
              MOVE BANIBA TO CSN-ANT
              PERFORM CONTROLAR-IBAN.
           IF CSN-LIBRE THEN
              MOVE IBAN-E TO BANIBA.
           MOVE DOMIC-E TO BANDOM.
           REWRITE REGBAN.
           IF FS-FBAN = '00' THEN
              DISPLAY 'REGISTRO MODIFICADO!'
                                 LINE 23 POSITION 14 REVERSE
              PERFORM AVISAR-CAMBSEN
            ELSE
              PERFORM ERROR-FICHERO-FBAN.
      *
       AVISAR-CAMBSEN.
           IF CSN-PENDIENTE THEN
              DISPLAY MSGPENM LINE 23 POSITION 14 REVERSE
              DISPLAY CSN-NUM LINE 23 POSITION 60 REVERSE.
           IF CSN-ERROR THEN
              DISPLAY ERROR-CSN LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * El IBAN es un campo sensible: CAMBSEN decide si el alta
      * (CSN-ANT en blanco) o el cambio pueden grabarse ya o quedan
      * pendientes de aprobacion, con la domiciliacion tecleada
      * ************************************************
       CONTROLAR-IBAN.
           MOVE 'BANIBA'     TO CSN-TIPO.
           MOVE BANCLI       TO CSN-CLAVE.
           MOVE IBAN-E       TO CSN-NUE.
           MOVE DOMIC-E      TO CSN-DOM.
           MOVE BAN-OPERADOR TO CSN-USU.
           CALL 'CAMBSEN' USING CAMBIO-SEN.
      *
      * ************************************************
      * Comprueba el cliente contra CLIENTES.DAT y muestra su
