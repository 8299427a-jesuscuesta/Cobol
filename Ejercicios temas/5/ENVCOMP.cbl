123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVCOMP.
       REMARKS. RUTINA COMUN DE ENVIO DE PEDIDOS DE COMPRA.
      *
      * Manda un pedido de compra (ENV-COM) al proveedor como
      * fichero electronico si el proveedor lo acepta (PRV-EDI en
      * PROVEEDOR.DAT). El pedido se anade a PEDPRV.TXT, el fichero
      * plano que recoge el traductor, texto delimitado por punto y
      * coma con una cabecera y sus lineas:
      *
      *    C;proveedor;compra;AAAAMMDD-compra
      *    D;cliente;direccion;poblacion
      *    L;linea;referencia-proveedor;producto;cantidad;
      *      AAAAMMDD-prometida
      *
      * El registro D solo va en las compras de entrega directa
      * (COMPED, abiertas por COMDIR): es la direccion del cliente
      * a la que el proveedor sirve en vez de a nuestro almacen.
      *
      * La referencia es la que el proveedor da al articulo en el
      * catalogo PROPROV.DAT (PPVREF); sin entrada en el catalogo
      * va en blanco y el proveedor tiene nuestro codigo. Las
      * confirmaciones vuelven por CONFPRV.TXT (carga UD20E8).
      * La cantidad va en unidades de compra del proveedor (las
      * cajas de LCOFCO unidades de la linea), que son las que el
      * entiende y en las que confirma.
      *
      * Devuelve ENV-OK: 'S' pedido enviado, 'N' el proveedor no
      * recibe pedidos electronicos (o la compra no existe), 'E'
      * error de fichero. Los ficheros se abren y se cierran en
      * cada llamada, como hace PENACT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPRV ASSIGN TO DISK 'PROVEEDOR.DAT'
            RECORD KEY IS PRVCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPRV.
      *
            SELECT FCOM ASSIGN TO DISK 'COMPRAS.DAT'
            RECORD KEY IS COMNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCOM.
      *
            SELECT FLCO ASSIGN TO DISK 'LINCOM.DAT'
            RECORD KEY IS LCOCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLCO.
      *
            SELECT FPPV ASSIGN TO DISK 'PROPROV.DAT'
            RECORD KEY IS PPVCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPPV.
      *
            SELECT FENV ASSIGN TO DISK 'PEDPRV.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FENV.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPRV LABEL RECORD IS STANDARD.
           COPY REGPRV.
      *
       FD FCOM LABEL RECORD IS STANDARD.
           COPY REGCOM.
      *
       FD FLCO LABEL RECORD IS STANDARD.
           COPY REGLCO.
      *
       FD FPPV LABEL RECORD IS STANDARD.
           COPY REGPPV.
      *
       FD FENV LABEL RECORD IS STANDARD.
           01 LIN-ENV PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 EXISTE    PIC X.
       77 FINLCO    PIC X.
       77 HAY-PPV   PIC X.
      *
       77 FS-FPRV   PIC XX.
       77 FS-FCOM   PIC XX.
       77 FS-FLCO   PIC XX.
       77 FS-FPPV   PIC XX.
       77 FS-FENV   PIC XX.
      *
      * Referencia del proveedor de la linea en curso.
       77 REF-PRV   PIC X(12).
      *
      * Cantidad de la linea en cajas y unidades por caja.
       77 CAN-ENV   PIC 9(5).
       77 FACTOR-L  PIC 999.
      *
       LINKAGE SECTION.
       01 ENV-COM   PIC 9(6).
       01 ENV-OK    PIC X.
      *
       PROCEDURE DIVISION USING ENV-COM, ENV-OK.
       COMIENZO.
           MOVE 'N' TO ENV-OK.
           OPEN INPUT FCOM.
           IF FS-FCOM NOT = '00' THEN
              MOVE 'E' TO ENV-OK
            ELSE
              PERFORM LEER-COMPRA
              CLOSE FCOM.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Lee la compra y su proveedor: solo se manda a los que
      * aceptan pedidos electronicos
      * ************************************************
       LEER-COMPRA.
           MOVE ENV-COM TO COMNUM.
           MOVE SPACES TO EXISTE.
           READ FCOM RECORD KEY IS COMNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              PERFORM LEER-PROVEEDOR.
      *
       LEER-PROVEEDOR.
           OPEN INPUT FPRV.
           IF FS-FPRV NOT = '00' THEN
              MOVE 'E' TO ENV-OK
            ELSE
              PERFORM BUSCAR-PROVEEDOR
              IF EXISTE = SPACES AND PRV-EDI THEN
                 PERFORM ABRIR-ENVIO.
           IF FS-FPRV NOT = '35' THEN
              CLOSE FPRV.
      *
       BUSCAR-PROVEEDOR.
           MOVE COMPRV TO PRVCOD.
           MOVE SPACES TO EXISTE.
           READ FPRV RECORD KEY IS PRVCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * PEDPRV.TXT es de solo anadir: el traductor se lleva lo que
      * encuentra. Si todavia no existe, se crea (estado '35').
      * Sin catalogo PROPROV.DAT las referencias van en blanco.
      * ************************************************
       ABRIR-ENVIO.
           OPEN INPUT FLCO.
           IF FS-FLCO NOT = '00' THEN
              MOVE 'E' TO ENV-OK
            ELSE
              OPEN EXTEND FENV
              IF FS-FENV = '35' THEN
                 OPEN OUTPUT FENV.
           IF FS-FLCO = '00' AND FS-FENV NOT = '00' THEN
              MOVE 'E' TO ENV-OK
              CLOSE FLCO.
           IF FS-FLCO = '00' AND FS-FENV = '00' THEN
              PERFORM ENVIAR-COMPRA
              CLOSE FENV
              CLOSE FLCO.
      *
       ENVIAR-COMPRA.
           MOVE 'N' TO HAY-PPV.
           OPEN INPUT FPPV.
           IF FS-FPPV = '00' THEN
              MOVE 'S' TO HAY-PPV.
      *
           MOVE SPACES TO LIN-ENV.
           STRING 'C;'     DELIMITED BY SIZE
                  COMPRV   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  COMNUM   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  COMAA    DELIMITED BY SIZE
                  COMMM    DELIMITED BY SIZE
                  COMDD    DELIMITED BY SIZE
             INTO LIN-ENV.
           WRITE LIN-ENV.
           IF COMPED NOT = 0 THEN
              PERFORM ENVIAR-DIRECCION.
      *
           MOVE SPACE TO FINLCO.
           MOVE COMNUM TO LCOCOM.
           MOVE ZEROS  TO LCONUM.
           START FLCO KEY IS NOT LESS LCOCLAVE INVALID KEY
                                      MOVE 'S' TO FINLCO.
           IF FINLCO NOT = 'S' THEN
              READ FLCO NEXT RECORD AT END MOVE 'S' TO FINLCO.
           PERFORM ENVIAR-LINEA UNTIL FINLCO = 'S'.
      *
           IF FS-FENV = '00' THEN
              MOVE 'S' TO ENV-OK
            ELSE
              MOVE 'E' TO ENV-OK.
           IF HAY-PPV = 'S' THEN
              CLOSE FPPV.
      *
      * Direccion de entrega de una compra de entrega directa.
       ENVIAR-DIRECCION.
           MOVE SPACES TO LIN-ENV.
           STRING 'D;'     DELIMITED BY SIZE
                  COMCLI   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  COMDDI   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  COMDPO   DELIMITED BY SIZE
             INTO LIN-ENV.
           WRITE LIN-ENV.
      *
       ENVIAR-LINEA.
           IF LCOCOM NOT = COMNUM THEN
              MOVE 'S' TO FINLCO
            ELSE
              PERFORM BUSCAR-REFERENCIA
              PERFORM CALCULAR-CAJAS
              MOVE SPACES TO LIN-ENV
              STRING 'L;'     DELIMITED BY SIZE
                     LCONUM   DELIMITED BY SIZE
                     ';'      DELIMITED BY SIZE
                     REF-PRV  DELIMITED BY SPACE
                     ';'      DELIMITED BY SIZE
                     LCOPRO   DELIMITED BY SPACE
                     ';'      DELIMITED BY SIZE
                     CAN-ENV  DELIMITED BY SIZE
                     ';'      DELIMITED BY SIZE
                     LCPAA    DELIMITED BY SIZE
                     LCPMM    DELIMITED BY SIZE
                     LCPDD    DELIMITED BY SIZE
                INTO LIN-ENV
              WRITE LIN-ENV
              READ FLCO NEXT RECORD AT END MOVE 'S' TO FINLCO.
      *
       CALCULAR-CAJAS.
           MOVE LCOFCO TO FACTOR-L.
           IF FACTOR-L = 0 THEN
              MOVE 1 TO FACTOR-L.
           COMPUTE CAN-ENV = LCOCAN / FACTOR-L.
      *
       BUSCAR-REFERENCIA.
           MOVE SPACES TO REF-PRV.
           IF HAY-PPV = 'S' THEN
              PERFORM LEER-PRODUCTO-PROV
              MOVE PPVREF TO REF-PRV.
      *
       LEER-PRODUCTO-PROV.
           MOVE LCOPRO TO PPVPRO.
           MOVE COMPRV TO PPVPRV.
           READ FPPV RECORD KEY IS PPVCLAVE INVALID KEY
                                   MOVE SPACES TO PPVREF.
