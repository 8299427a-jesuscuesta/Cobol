      *
      * Este programa realiza el mantenimiento de un archivo secuencial indexado,
      * mediante altas, bajas, consultas y modificaciones (cambios).
      * El cambio del limite de credito (CLILIM) pasa por la rutina
      * comun CAMBSEN: si esta protegido en PARAMS.DAT, el resto de
      * la ficha se graba y el limite nuevo queda pendiente de que
      * otro supervisor lo apruebe en UD16E11.
      * Mientras la cadena nocturna UD13E18 esta en marcha no se
      * abre (rutina comun ESTCAD), y cada sesion que puede
      * actualizar deja su apertura en SESIONES.DAT para que la
      * cadena sepa que sigue abierta.
      * Cada cliente es de una empresa del grupo: el alta lo anota
      * en la empresa de trabajo (rutina comun EMPRESA) y los de
      * otra empresa no se ven desde esta, como si no existieran.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY REGAUD.
      *
       FD FBAK LABEL RECORD IS STANDARD.
       01 REGBAK      PIC X(120).
      *
       FD FSEC LABEL RECORD IS STANDARD.
       01 REGSEC      PIC 9(4).

       WORKING-STORAGE SECTION.
       77 FECHA     PIC 99999999.
      *
      * Empresa del grupo del cliente (rutina comun EMPRESA).
           COPY EMPRESA.
       77 GUION     PIC X(75) VALUE ALL '-'.
      *
       77 MENSAJE   PIC X(75) VALUE ' MENSAJES:   '.
           02 UNDABC PIC X.
           02 UNDNIF PIC X(9).
           02 UNDPLA PIC 99.
           02 UNDREC PIC X.
           02 UNDUE  PIC X.
           02 UNDPAI PIC X(2).
           02 UNDVIE PIC X(14).
           02 UNDFME PIC X.
           02 UNDPOR PIC X.
           02 UNDPUM PIC 9(4).
      *
      * Contadores de operaciones realizadas en la sesion, para el
      * resumen final de FIN.
       77 HORA-ENTRADA PIC 9(6).
       77 FS-FSES   PIC XX.
      *
      * Marca de cadena nocturna en marcha (rutina comun ESTCAD).
           COPY ESTCAD.
      *
      * Cambio de limite pendiente de aprobacion (rutina CAMBSEN).
           COPY CAMBSEN.
       77 MSGPEND   PIC X(55) VALUE
           'MODIFICADO. El limite nuevo queda pendiente de aprobar.'.
       77 MSGCSNE   PIC X(55) VALUE
           'MODIFICADO. El limite NO se ha cambiado (CAMBPEND).'.
      *
      * Edicion del limite de credito y del saldo pendiente.
       77 ZLIM      PIC ZZZ.ZZ9,99.
       77 ZSAL      PIC ----.--9,99.
      *
      * Edicion del importe de pedido de los portes francos.
       77 ZPUM      PIC Z.ZZ9.
      *
      * Respuesta de la rutina comun de validacion del NIF, y
      * marca de que el NIF ya se ha pedido al menos una vez (el
      * campo puede quedarse en blanco, asi que el bucle no puede
       77 NIF-OK    PIC X.
       77 NIF-MSG   PIC X(40).
       77 NIF-PEDIDO PIC X.
       77 NUE-OK    PIC X.
       77 NUE-MSG   PIC X(40).
      *
      * Mantenimiento de direcciones de entrega del cliente.
       77 FS-FDIR   PIC XX.
123456*   
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM COMPROBAR-CADENA.
           IF ECA-EN-MARCHA THEN
              PERFORM AVISAR-CADENA
              GOBACK.
      *
           PERFORM INICIO.
           IF ACCESO = 'S' THEN
              PERFORM PROCESO.
           MOVE SPACES TO OPCION.
      *
           PERFORM LOGIN-OPERADOR.
           IF ACCESO = 'S' AND ROL NOT = 'C' THEN
              PERFORM ABRIR-SESION.
      *
      * ************************************************
      * Proceso del programa
           DISPLAY 'NIF.........:' LINE 16 POSITION 10 HIGH.
           DISPLAY 'Limite cred.:' LINE 17 POSITION 10 HIGH.
           DISPLAY 'Plazo pago..:' LINE 18 POSITION 10 HIGH.
           DISPLAY 'Portes.:'      LINE 18 POSITION 30 HIGH.
           DISPLAY 'Franco desde:' LINE 18 POSITION 42 HIGH.
           DISPLAY 'Saldo pdte..:' LINE 19 POSITION 10 HIGH.
           DISPLAY 'Rec. equiv..:' LINE 20 POSITION 10 HIGH.
           DISPLAY 'Fac.mes:'      LINE 20 POSITION 30 HIGH.
           DISPLAY 'Pais UE.....:' LINE 21 POSITION 10 HIGH.
           DISPLAY 'NIF-IVA:'      LINE 21 POSITION 30 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION  3 HIGH.
      *
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           PERFORM COMPROBAR-EMPRESA.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
      * Plazo de pago en dias (30/60/90); cero se trata como 30.
              MOVE ZEROS TO CLIPLA
              ACCEPT CLIPLA   LINE 18 POSITION 24 NO BEEP
      * Recargo de equivalencia (S/N); cualquier otra cosa es N.
              MOVE 'N' TO CLIREC
              ACCEPT CLIREC   LINE 20 POSITION 24 NO BEEP UPDATE
              PERFORM NORMALIZAR-RECARGO
      * Pais de la UE y NIF-IVA intracomunitario; pais en blanco o
      * ES es un cliente nacional.
              MOVE SPACES TO CLIPAI
              MOVE SPACES TO CLIVIE
              MOVE 'N' TO NIF-PEDIDO
              PERFORM PEDIR-PAIS-UE
                 UNTIL NIF-PEDIDO = 'S' AND NUE-OK = 'S'
              PERFORM NORMALIZAR-INTRACOM
      * Facturacion mensual recapitulativa (S/N); cualquier otra
      * cosa es N: una factura por pedido.
              MOVE 'N' TO CLIFME
              ACCEPT CLIFME   LINE 20 POSITION 39 NO BEEP UPDATE
              PERFORM NORMALIZAR-MENSUAL
      * Condicion de portes (P pagados, D debidos, F francos a
      * partir del importe de pedido); cualquier otra cosa es P.
              MOVE 'P' TO CLIPOR
              MOVE ZEROS TO CLIPUM
              PERFORM PEDIR-PORTES
              MOVE ZEROS TO CLISAL
              MOVE SPACE TO CLIABC
              SET CLI-ACTIVO TO TRUE
                      JRN-IMAGEN
                 MOVE 'ALTA' TO AUDOPC
                 PERFORM GRABAR-AUDITORIA
                 MOVE CLICOD TO EMA-CLI
                 MOVE 'A' TO EMA-OPE
                 CALL 'EMPRESA' USING EMPRESA-ARG
                 ADD 1 TO NUMALT
                 MOVE 'ALTA' TO UNDO-OPC
                 MOVE CLICOD TO UNDCOD
           IF EXISTE = SPACES AND CLI-BAJA THEN
              MOVE 'N' TO EXISTE
              UNLOCK FCLI.
           PERFORM COMPROBAR-EMPRESA.
           IF EMA-OK = 'N' THEN
              UNLOCK FCLI.
      *
      * Si el registro SI existe, se muestra la información y se pide
      * confirmacion antes de borrar.
              MOVE CLIABC TO UNDABC
              MOVE CLINIF TO UNDNIF
              MOVE CLIPLA TO UNDPLA
              MOVE CLIREC TO UNDREC
              MOVE CLIUE  TO UNDUE
              MOVE CLIPAI TO UNDPAI
              MOVE CLIVIE TO UNDVIE
              MOVE CLIFME TO UNDFME
              MOVE CLIPOR TO UNDPOR
              MOVE CLIPUM TO UNDPUM
              SET CLI-BAJA TO TRUE
              REWRITE REGCLI
              IF FS-FCLI = '00' THEN
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND CLI-BAJA THEN
              MOVE 'N' TO EXISTE.
           PERFORM COMPROBAR-EMPRESA.
      *
      * Si el registro SI existe, se muestra la informacion, en caso contrario: ERROR.
           IF EXISTE = SPACES THEN
              DISPLAY CLIPLA   LINE 18 POSITION 24
              MOVE CLISAL TO ZSAL
              DISPLAY ZSAL     LINE 19 POSITION 24
              DISPLAY CLIREC   LINE 20 POSITION 24
              DISPLAY CLIFME   LINE 20 POSITION 39
              DISPLAY CLIPAI   LINE 21 POSITION 24
              DISPLAY CLIVIE   LINE 21 POSITION 39
              DISPLAY CLIPOR   LINE 18 POSITION 39
              MOVE CLIPUM TO ZPUM
              DISPLAY ZPUM     LINE 18 POSITION 56
              ADD 1 TO NUMCON
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
           IF EXISTE = SPACES AND CLI-BAJA THEN
              MOVE 'N' TO EXISTE
              UNLOCK FCLI.
           PERFORM COMPROBAR-EMPRESA.
           IF EMA-OK = 'N' THEN
              UNLOCK FCLI.
      *
      * Si el registro SI existe, se muestran los datos actuales y se
      * permite sobreescribirlos, en caso contrario: ERROR.
              DISPLAY CLIPLA   LINE 18 POSITION 24
              MOVE CLISAL TO ZSAL
              DISPLAY ZSAL     LINE 19 POSITION 24
              DISPLAY CLIREC   LINE 20 POSITION 24
              DISPLAY CLIFME   LINE 20 POSITION 39
              DISPLAY CLIPAI   LINE 21 POSITION 24
              DISPLAY CLIVIE   LINE 21 POSITION 39
              DISPLAY CLIPOR   LINE 18 POSITION 39
              MOVE CLIPUM TO ZPUM
              DISPLAY ZPUM     LINE 18 POSITION 56
      *
              MOVE CLICOD TO UNDCOD
              MOVE CLINOM TO UNDNOM
              MOVE CLIABC TO UNDABC
              MOVE CLINIF TO UNDNIF
              MOVE CLIPLA TO UNDPLA
              MOVE CLIREC TO UNDREC
              MOVE CLIUE  TO UNDUE
              MOVE CLIPAI TO UNDPAI
              MOVE CLIVIE TO UNDVIE
              MOVE CLIFME TO UNDFME
              MOVE CLIPOR TO UNDPOR
              MOVE CLIPUM TO UNDPUM
      *
              ACCEPT CLINOM   LINE  9 POSITION 24 NO BEEP UPDATE
              ACCEPT CLIDIR   LINE 11 POSITION 24 NO BEEP UPDATE
      * facturacion y el registro de cobros.
              ACCEPT CLILIM   LINE 17 POSITION 24 NO BEEP UPDATE
              ACCEPT CLIPLA   LINE 18 POSITION 24 NO BEEP UPDATE
              ACCEPT CLIREC   LINE 20 POSITION 24 NO BEEP UPDATE
              PERFORM NORMALIZAR-RECARGO
              MOVE 'N' TO NIF-PEDIDO
              PERFORM PEDIR-PAIS-UE-MOD
                 UNTIL NIF-PEDIDO = 'S' AND NUE-OK = 'S'
              PERFORM NORMALIZAR-INTRACOM
              ACCEPT CLIFME   LINE 20 POSITION 39 NO BEEP UPDATE
              PERFORM NORMALIZAR-MENSUAL
              PERFORM PEDIR-PORTES
              PERFORM CONTROLAR-LIMITE
      *
              REWRITE REGCLI
              IF FS-FCLI = '00' THEN
                 DISPLAY 'REGISTRO MODIFICADO!'
                                    LINE 23 POSITION 14 REVERSE
                 PERFORM AVISAR-CAMBSEN
                 MOVE 'CLIENTES' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGCLI TO JRN-IMAGEN
              UNLOCK FCLI.
      *
           PERFORM CONTINUAR.
      *
       AVISAR-CAMBSEN.
           IF CSN-PENDIENTE THEN
              DISPLAY MSGPEND LINE 23 POSITION 14 REVERSE.
           IF CSN-ERROR THEN
              DISPLAY MSGCSNE LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * El limite de credito es un campo sensible: si ha cambiado,
      * CAMBSEN decide si puede grabarse ya; si queda pendiente (o
      * no se pudo dejar la solicitud) la ficha conserva el limite
      * anterior, que sigue en UNDLIM
      * ************************************************
       CONTROLAR-LIMITE.
           MOVE 'L' TO CSN-RES.
           IF CLILIM NOT = UNDLIM THEN
              MOVE 'CLILIM' TO CSN-TIPO
              MOVE CLICOD   TO CSN-CLAVE
              MOVE SPACES   TO CSN-ANT
              MOVE SPACES   TO CSN-NUE
              MOVE UNDLIM   TO CSN-ANT-VAL
              MOVE CLILIM   TO CSN-NUE-VAL
              MOVE SPACE    TO CSN-DOM
              MOVE USUARIO  TO CSN-USU
              CALL 'CAMBSEN' USING CAMBIO-SEN
              IF NOT CSN-LIBRE THEN
                 MOVE UNDLIM TO CLILIM
                 MOVE CLILIM TO ZLIM
                 DISPLAY ZLIM LINE 17 POSITION 24.
      *
      * ************************************************
      * Deja el indicador de recargo de equivalencia en S o N
      * ************************************************
       NORMALIZAR-RECARGO.
           IF CLIREC = 's' THEN
              MOVE 'S' TO CLIREC.
           IF CLIREC NOT = 'S' THEN
              MOVE 'N' TO CLIREC.
      *
      * ************************************************
      * Pide la condicion de portes y, si son francos a partir de
      * un importe, ese importe de pedido en euros; se deja en P,
      * D o F, y el importe a cero si no son francos
      * ************************************************
       PEDIR-PORTES.
           ACCEPT CLIPOR   LINE 18 POSITION 39 NO BEEP UPDATE.
           IF CLIPOR = 'p' THEN
              MOVE 'P' TO CLIPOR.
           IF CLIPOR = 'd' THEN
              MOVE 'D' TO CLIPOR.
           IF CLIPOR = 'f' THEN
              MOVE 'F' TO CLIPOR.
           IF CLIPOR NOT = 'D' AND CLIPOR NOT = 'F' THEN
              MOVE 'P' TO CLIPOR.
           DISPLAY CLIPOR   LINE 18 POSITION 39.
           IF CLI-PORTES-FRANCO THEN
              ACCEPT CLIPUM   LINE 18 POSITION 56 NO BEEP UPDATE
            ELSE
              MOVE ZEROS TO CLIPUM.
           MOVE CLIPUM TO ZPUM.
           DISPLAY ZPUM     LINE 18 POSITION 56.
      *
      * ************************************************
      * Deja el indicador de facturacion mensual en S o N
      * ************************************************
       NORMALIZAR-MENSUAL.
           IF CLIFME = 's' THEN
              MOVE 'S' TO CLIFME.
           IF CLIFME NOT = 'S' THEN
              MOVE 'N' TO CLIFME.
      *
      * ************************************************
      * Deja marcado el cliente intracomunitario segun el pais: en
      * blanco o ES es nacional y no lleva NIF-IVA. Las entregas
      * intracomunitarias van sin IVA, asi que tampoco llevan
      * recargo de equivalencia.
      * ************************************************
       NORMALIZAR-INTRACOM.
           IF CLIPAI = SPACES OR CLIPAI = 'ES' OR CLIPAI = 'es' THEN
              MOVE SPACES TO CLIPAI
              MOVE SPACES TO CLIVIE
              MOVE 'N' TO CLIUE
            ELSE
              MOVE 'S' TO CLIUE
              MOVE 'N' TO CLIREC
              DISPLAY CLIREC   LINE 20 POSITION 24.
      *
      * ************************************************
      * Pide el pais de la UE y el NIF-IVA del cliente y los valida
      * con la rutina comun NIFUE; para un cliente nacional (pais en
      * blanco o ES) no se pide NIF-IVA.
      * ************************************************
       PEDIR-PAIS-UE.
           MOVE 'S' TO NIF-PEDIDO.
           MOVE 'S' TO NUE-OK.
           ACCEPT CLIPAI   LINE 21 POSITION 24 NO BEEP UPDATE.
           IF CLIPAI NOT = SPACES AND CLIPAI NOT = 'ES'
                                  AND CLIPAI NOT = 'es' THEN
              ACCEPT CLIVIE   LINE 21 POSITION 39 NO BEEP UPDATE
              CALL 'NIFUE' USING CLIPAI, CLIVIE, NUE-OK, NUE-MSG
              IF NUE-OK NOT = 'S' THEN
                 DISPLAY NUE-MSG  LINE 23 POSITION 14 REVERSE
                 ACCEPT  CONTINUA LINE 23 POSITION 79 NO BEEP
                 DISPLAY MSGALTA  LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide el pais de la UE y el NIF-IVA en la modificacion, con
      * la misma validacion de NIFUE que en el alta
      * ************************************************
       PEDIR-PAIS-UE-MOD.
           MOVE 'S' TO NIF-PEDIDO.
           MOVE 'S' TO NUE-OK.
           ACCEPT CLIPAI   LINE 21 POSITION 24 NO BEEP UPDATE.
           IF CLIPAI NOT = SPACES AND CLIPAI NOT = 'ES'
                                  AND CLIPAI NOT = 'es' THEN
              ACCEPT CLIVIE   LINE 21 POSITION 39 NO BEEP UPDATE
              CALL 'NIFUE' USING CLIPAI, CLIVIE, NUE-OK, NUE-MSG
              IF NUE-OK NOT = 'S' THEN
                 DISPLAY NUE-MSG  LINE 23 POSITION 14 REVERSE
                 ACCEPT  CONTINUA LINE 23 POSITION 79 NO BEEP
                 DISPLAY MSGMODI  LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide el sexo del cliente en la modificacion, admitiendo solo
              MOVE UNDSAL TO CLISAL
              MOVE UNDABC TO CLIABC
              MOVE UNDNIF TO CLINIF
              MOVE UNDPLA TO CLIPLA
              MOVE UNDREC TO CLIREC
              MOVE UNDUE  TO CLIUE
              MOVE UNDPAI TO CLIPAI
              MOVE UNDVIE TO CLIVIE
              MOVE UNDFME TO CLIFME
              MOVE UNDPOR TO CLIPOR
              MOVE UNDPUM TO CLIPUM.
      *
           IF HAY-UNDO = 'S' AND EXISTE = SPACES THEN
              REWRITE REGCLI
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND CLI-BAJA THEN
              MOVE 'N' TO EXISTE.
           PERFORM COMPROBAR-EMPRESA.
      *
           IF EXISTE NOT = SPACES THEN
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
           DISPLAY SPACES LINE 16 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 17 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 19 POSITION 24 ERASE EOL.
           DISPLAY ' '    LINE 20 POSITION 24.
           DISPLAY SPACES LINE 20 POSITION 39 ERASE EOL.
           DISPLAY '  '   LINE 21 POSITION 24.
           DISPLAY SPACES LINE 21 POSITION 39 ERASE EOL.
           DISPLAY ' '    LINE 18 POSITION 39.
           DISPLAY SPACES LINE 18 POSITION 56 ERASE EOL.
      *
           MOVE SPACES TO CLICOD.
           MOVE SPACES TO CLINOM.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Un cliente de otra empresa del grupo (rutina comun
      * EMPRESA) no se ve desde la de trabajo: se trata como si no
      * existiera. EMA-OK queda 'N' solo en ese caso.
      * ************************************************
       COMPROBAR-EMPRESA.
           MOVE 'S' TO EMA-OK.
           IF EXISTE = SPACES THEN
              MOVE CLICOD TO EMA-CLI
              MOVE 'C' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG
              IF EMA-OK = 'N' THEN
                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Pantalla amigable de error de fichero (auditoria)
      * ************************************************
       ERROR-FICHERO-AUD.
       ERROR-FICHERO-FSES.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSES   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con la cadena nocturna en marcha (marca de ESTADO.DAT,
      * rutina comun ESTCAD) el programa no se abre para
      * actualizar: la copia y la rotacion de la noche no deben
      * cruzarse con un operador que se ha quedado hasta tarde
      * ************************************************
       COMPROBAR-CADENA.
           MOVE 'C'          TO ECA-OPER.
           MOVE 'UD10E1  ' TO ECA-PRG.
           CALL 'ESTCAD' USING ESTCAD-ARG.
      *
       AVISAR-CADENA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Cadena nocturna en marcha: no se admiten cambios'
                            LINE 11 POSITION 15 REVERSE.
           DISPLAY 'hasta que termine. Las consultas siguen abiertas.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Deja en SESIONES.DAT la apertura de la sesion (SESHFI a
      * 999999): hasta que se grabe su fin, la cadena nocturna la
      * ve abierta
      * ************************************************
       ABRIR-SESION.
           OPEN EXTEND FSES.
           IF FS-FSES = '35' THEN
              OPEN OUTPUT FSES.
           IF FS-FSES NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSES
            ELSE
              MOVE USUARIO TO SESUSU
              MOVE 'UD10E1  ' TO SESPRG
              MOVE AA1 TO SESAA
              MOVE MM1 TO SESMM
              MOVE DD1 TO SESDD
              MOVE HORA-ENTRADA TO SESHIN
              SET SES-ABIERTA TO TRUE
              MOVE 0 TO SESALT
              MOVE 0 TO SESBAJ
              MOVE 0 TO SESCON
              MOVE 0 TO SESMOD
              WRITE REGSES
              IF FS-FSES NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FSES
               ELSE
                 CLOSE FSES.
           IF FS-FSES NOT = '00' AND FS-FSES NOT = '35' THEN
              CLOSE FSES.
