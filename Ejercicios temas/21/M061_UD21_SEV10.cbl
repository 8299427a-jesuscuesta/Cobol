      * en que entran en vigor (validada con DATEVAL). El paso
      * nocturno UD21E11 de la cadena los aplica la noche anterior
      * a su fecha, con el historial y las etiquetas de siempre.
      *
      * El precio es un campo sensible: al dar de alta un cambio o
      * al cambiarle el precio, la rutina comun CAMBSEN lo compara
      * con el PROPRE de hoy y, si pasa del umbral APRPRECIO, deja
      * la solicitud en CAMBPEND.DAT (como precio con fecha) y su
      * numero en el pendiente; UD21E11 no lo aplica hasta que un
      * supervisor lo aprueba en UD16E11. Si la solicitud no se
      * pudo dejar, el cambio no se graba.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ERROR-B    PIC X(50) VALUE
           'ERROR! No hay cambio pendiente del producto.'.
       77 ERROR-P    PIC X(50) VALUE 'ERROR! El producto NO existe.'.
      *
      * Precio pendiente de aprobacion (rutina CAMBSEN), y el
      * precio y la solicitud que tenia antes de modificarlo.
           COPY CAMBSEN.
       77 MSGPEND    PIC X(50) VALUE
           'GRABADO. El precio queda pendiente de aprobar.'.
       77 MSGCSNE    PIC X(50) VALUE
           'ERROR! No se pudo pedir la aprobacion: no grabado.'.
       77 PPEPRE-ANT PIC 9(6)V99.
       77 PPECSP-ANT PIC 9(6).
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
      * Edicion en pantalla.
       77 ZPRE       PIC ZZZ.ZZ9,99.
       77 ZIVA       PIC Z9,99.
       77 ZSOL       PIC ZZZZZ9.
      *
       77 FS-FPROD   PIC XX.
       77 FS-FPPE    PIC XX.
           02 FV-GT2  PIC X VALUE '/'.
           02 FV-AA   PIC 9999.
123456*
       LINKAGE SECTION.
      * Operador de la sesion, que pasa el menu general UD05E1: es
      * quien pide la aprobacion del precio.
       01 PPE-OPERADOR PIC X(8).
123456*
       PROCEDURE DIVISION USING PPE-OPERADOR.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           DISPLAY 'Precio nuevo:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'IVA nuevo %.:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Vigor (DDMMAAAA):' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Solicitud aprob.:' LINE 15 POSITION 10 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
      *
           PERFORM PEDIR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-PENDIENTE
              IF EXISTE = SPACES THEN
                 DISPLAY ERROR-A LINE 23 POSITION 14 REVERSE
               ELSE
                 MOVE PROCOD TO PPEPRO
                 PERFORM CAPTURAR-CAMBIO
                 PERFORM CONTROLAR-PRECIO
                 PERFORM GRABAR-ALTA.
      *
           PERFORM CONTINUAR.
      *
      *
           PERFORM PEDIR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-PENDIENTE
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
               ELSE
      *
           PERFORM PEDIR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-PENDIENTE
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
               ELSE
      *
           PERFORM PEDIR-CLAVE.
           IF CLAVE-OK = 'S' THEN
              PERFORM LEER-PENDIENTE
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM MOSTRAR-CAMBIO
                 MOVE PPEPRE TO PPEPRE-ANT
                 MOVE PPECSP TO PPECSP-ANT
                 PERFORM CAPTURAR-CAMBIO
                 PERFORM CONTROLAR-MODIFICACION
                 PERFORM GRABAR-MODIFICACION.
      *
           PERFORM CONTINUAR.
      *
       LEER-PENDIENTE.
           MOVE SPACES TO EXISTE.
           READ FPPE RECORD KEY IS PPEPRO INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * El precio nuevo frente al PROPRE de hoy (leido en
      * PEDIR-CLAVE): si CAMBSEN lo deja pendiente, el numero de
      * la solicitud queda en el cambio
      * ************************************************
       CONTROLAR-PRECIO.
           MOVE 'L' TO CSN-RES.
           MOVE ZEROS TO PPECSP.
           IF PPEPRE NOT = PROPRE THEN
              MOVE 'PROPRE'     TO CSN-TIPO
              MOVE PPEPRO       TO CSN-CLAVE
              MOVE SPACES       TO CSN-ANT
              MOVE SPACES       TO CSN-NUE
              MOVE PROPRE       TO CSN-ANT-VAL
              MOVE PPEPRE       TO CSN-NUE-VAL
              MOVE 'F'          TO CSN-DOM
              MOVE PPE-OPERADOR TO CSN-USU
              CALL 'CAMBSEN' USING CAMBIO-SEN
              IF CSN-PENDIENTE THEN
                 MOVE CSN-NUM TO PPECSP.
      *
      * Si el precio no cambia, el cambio conserva la solicitud que
      * tuviera (el IVA y la fecha no necesitan aprobacion).
       CONTROLAR-MODIFICACION.
           IF PPEPRE = PPEPRE-ANT THEN
              MOVE 'L' TO CSN-RES
              MOVE PPECSP-ANT TO PPECSP
            ELSE
              PERFORM CONTROLAR-PRECIO.
      *
       GRABAR-ALTA.
           IF CSN-ERROR THEN
              DISPLAY MSGCSNE LINE 23 POSITION 14 REVERSE
            ELSE
              WRITE REGPPE
              IF FS-FPPE = '00' THEN
                 DISPLAY 'REGISTRO CREADO!   '
                                    LINE 23 POSITION 14 REVERSE
                 PERFORM AVISAR-CAMBSEN
               ELSE
                 PERFORM ERROR-FICHERO-FPPE.
      *
       GRABAR-MODIFICACION.
           IF CSN-ERROR THEN
              DISPLAY MSGCSNE LINE 23 POSITION 14 REVERSE
            ELSE
              REWRITE REGPPE
              IF FS-FPPE = '00' THEN
                 DISPLAY 'REGISTRO MODIFICADO!'
                                    LINE 23 POSITION 14 REVERSE
                 PERFORM AVISAR-CAMBSEN
               ELSE
                 PERFORM ERROR-FICHERO-FPPE.
      *
       AVISAR-CAMBSEN.
           IF CSN-PENDIENTE THEN
              DISPLAY MSGPEND LINE 23 POSITION 14 REVERSE.
           MOVE PPECSP TO ZSOL.
           DISPLAY ZSOL LINE 15 POSITION 28.
      *
       MOSTRAR-CAMBIO.
           MOVE PPEPRE TO ZPRE.
           MOVE PEFMM TO FV-MM.
           MOVE PEFAA TO FV-AA.
           DISPLAY FVIG LINE 13 POSITION 28.
           MOVE PPECSP TO ZSOL.
           DISPLAY ZSOL LINE 15 POSITION 28.
      *
      * ************************************************
      * Borra la informacion de la pantalla
           DISPLAY SPACES LINE  9 POSITION 28 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 28 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 28 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 28 ERASE EOL.
      *
      * ************************************************
      * Pulsar tecla para continuar
