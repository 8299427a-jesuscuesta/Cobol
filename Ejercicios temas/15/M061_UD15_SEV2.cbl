      * desde su propio contador COMPRAS.CTR (con el mismo bloqueo
      * que PEDIDOS.CTR) y graba COMPRAS.DAT/LINCOM.DAT. La
      * recepcion de genero (UD15E3) ira dando entrada al stock.
      * Cerrada la compra, si el proveedor recibe pedidos
      * electronicos (PRVEDI) se le manda con la rutina comun
      * ENVCOMP, con su referencia de cada articulo; su
      * confirmacion vuelve por la carga UD20E8.
      * La cantidad se teclea en unidades de compra (cajas): la de
      * la fuente del proveedor en PROPROV.DAT (PPVFCO) o la del
      * maestro (PROFCO); la linea la guarda en unidades de stock
      * con el factor congelado en LCOFCO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FLCO.
      *
      * Catalogo de fuentes de compra, por la caja del proveedor.
            SELECT FPPV ASSIGN TO DISK 'PROPROV.DAT'
            RECORD KEY IS PPVCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPPV.
      *
      * Contador de numeros de compra (un unico registro, clave
      * fija), gemelo de PEDIDOS.CTR.
      * LOCK MODE MANUAL: el contador se lee con READ WITH LOCK y se
      *
       FD FLCO LABEL RECORD IS STANDARD.
           COPY REGLCO.
      *
       FD FPPV LABEL RECORD IS STANDARD.
           COPY REGPPV.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
           'Codigo de proveedor en blanco para terminar'.
       77 ERROR-PRV  PIC X(50) VALUE 'ERROR! El proveedor NO existe.'.
       77 ERROR-PRO  PIC X(50) VALUE 'ERROR! El producto NO existe.'.
       77 ERROR-CAN  PIC X(50) VALUE
           'ERROR! Demasiadas unidades para una linea.'.
      *
       77 PRVCOD-E   PIC X(4).
       77 EXISTE     PIC X.
       77 PROCOD-LIN PIC X(4).
       77 CANT-LIN   PIC 99999.
      *
      * Unidades de stock por unidad de compra de la linea y la
      * cantidad pasada a unidades de stock.
       77 FACTOR-LIN PIC 999.
       77 UNID-LIN   PIC 9(8).
       77 CANT-OK    PIC X.
       77 HAY-PPV    PIC X.
      *
      * Fecha prometida de entrega de la linea (DDMMAAAA) y
      * argumentos de la rutina comun DATEVAL.
       77 FPROM-E    PIC 9(8).
       77 FECHA-OK   PIC X.
       77 FECHA-MSG  PIC X(40).
      *
      * Resultado del envio electronico de la compra (ENVCOMP).
       77 ENVIO-OK   PIC X.
      *
      * Fecha prometida descompuesta (DDMMAAAA).
       01 FPRD.
           02 FPR-DD  PIC 99.
       77 FS-FCOM    PIC XX.
       77 FS-FLCO    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FPPV    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
      * Sin catalogo de fuentes (estado '35') rige la caja del
      * maestro.
           MOVE 'N' TO HAY-PPV.
           OPEN INPUT FPPV.
           IF FS-FPPV = '00' THEN
              MOVE 'S' TO HAY-PPV.
           IF FS-FPPV NOT = '00' AND FS-FPPV NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPPV
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
      * ************************************************
        FIN.
           CLOSE FPRV FPROD FCOM FLCO FCTR.
           IF HAY-PPV = 'S' THEN
              CLOSE FPPV.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
      *
           DISPLAY 'Lin. Producto  Descripcion          Cantidad'
                                   LINE 11 POSITION 10 HIGH.
           DISPLAY 'Ud.  Uds/ud'   LINE 11 POSITION 55 HIGH.
           DISPLAY GUION           LINE 12 POSITION 10 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
      * en el bucle de PEDIR-LINEA al menos una vez.
                 MOVE 'X' TO PROCOD-LIN
                 PERFORM PEDIR-LINEA UNTIL PROCOD-LIN = SPACES
                 PERFORM ENVIAR-COMPRA
                 PERFORM CONTINUAR.
      *
      * ************************************************
      * Manda la compra al proveedor si los recibe como fichero
      * electronico; a los demas se les sigue pasando a mano.
      * ************************************************
       ENVIAR-COMPRA.
           MOVE 'N' TO ENVIO-OK.
           IF LINACT > 0 THEN
              CALL 'ENVCOMP' USING NEXTCOM, ENVIO-OK.
           IF ENVIO-OK = 'S' THEN
              DISPLAY 'COMPRA GRABADA Y ENVIADA AL PROVEEDOR!'
                                     LINE 23 POSITION 14 REVERSE
            ELSE
              IF ENVIO-OK = 'E' THEN
                 DISPLAY 'COMPRA GRABADA, ERROR AL ENVIARLA!'
                                     LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY 'COMPRA GRABADA!' LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Asigna el siguiente numero de compra y graba la cabecera.
      * ************************************************
       GRABAR-CABECERA.
           MOVE MM1 TO COMMM.
           MOVE DD1 TO COMDD.
           SET COM-ABIERTA TO TRUE.
           MOVE ZEROS  TO COMPED COMLPD.
           MOVE SPACES TO COMCLI COMDDI COMDPO.
           WRITE REGCOM.
           IF FS-FCOM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOM.
                 PERFORM CONTINUAR
               ELSE
                 DISPLAY PRODES LINE 13 POSITION 25
                 PERFORM BUSCAR-FACTOR
                 MOVE 'N' TO CANT-OK
                 PERFORM PEDIR-CANTIDAD UNTIL CANT-OK = 'S'
                 MOVE 'N' TO FPROM-OK
                 PERFORM PEDIR-FECHA-PROMETIDA
                    UNTIL FPROM-OK = 'S'
                 MOVE NEXTCOM  TO LCOCOM
                 MOVE LINACT   TO LCONUM
                 MOVE PROCOD-LIN TO LCOPRO
                 MOVE UNID-LIN TO LCOCAN
                 MOVE ZEROS    TO LCOREC
                 SET LCO-PENDIENTE TO TRUE
                 MOVE FPROM-E TO FPRD
                 MOVE FPR-AA TO LCPAA
                 MOVE FPR-MM TO LCPMM
                 MOVE FPR-DD TO LCPDD
                 MOVE SPACE TO LCOCNF
                 MOVE ZEROS TO LCOCCF
                 MOVE ZEROS TO LCOFCF
                 MOVE FACTOR-LIN TO LCOFCO
                 MOVE ZEROS TO LCOFRE
                 WRITE REGLCO
                 IF FS-FLCO NOT = '00' THEN
                    PERFORM ERROR-FICHERO-FLCO.
      *
      * ************************************************
      * Unidades de stock por unidad de compra: la caja de este
      * proveedor si su fuente la da, si no la del maestro; sin
      * ninguna, 1 (se compra por unidades)
      * ************************************************
       BUSCAR-FACTOR.
           MOVE PROFCO TO FACTOR-LIN.
           IF HAY-PPV = 'S' THEN
              PERFORM LEER-PRODUCTO-PROV
              IF PPVFCO > 0 THEN
                 MOVE PPVFCO TO FACTOR-LIN.
           IF FACTOR-LIN = 0 THEN
              MOVE 1 TO FACTOR-LIN.
           IF PROUCO = SPACES THEN
              DISPLAY 'UD '  LINE 13 POSITION 55
            ELSE
              DISPLAY PROUCO LINE 13 POSITION 55.
           DISPLAY FACTOR-LIN LINE 13 POSITION 60.
      *
       LEER-PRODUCTO-PROV.
           MOVE PROCOD-LIN TO PPVPRO.
           MOVE PRVCOD-E   TO PPVPRV.
           MOVE ZEROS TO PPVFCO.
           READ FPPV RECORD KEY IS PPVCLAVE INVALID KEY
                                 MOVE ZEROS TO PPVFCO.
      *
      * ************************************************
      * Pide la cantidad en unidades de compra y la pasa a
      * unidades de stock, que no pueden pasar de lo que cabe en
      * la linea
      * ************************************************
       PEDIR-CANTIDAD.
           MOVE 'S' TO CANT-OK.
           MOVE ZEROS TO CANT-LIN.
           ACCEPT CANT-LIN LINE 13 POSITION 48 NO BEEP.
           COMPUTE UNID-LIN = CANT-LIN * FACTOR-LIN.
           IF UNID-LIN > 99999 THEN
              DISPLAY ERROR-CAN LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              MOVE 'N' TO CANT-OK.
      *
      * ************************************************
      * Pide la fecha prometida de entrega de la linea y la
      * valida con la rutina comun DATEVAL; a cero se admite
      * (proveedor sin compromiso de fecha)
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPPV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPPV   LINE 23 POSITION 40 REVERSE.
