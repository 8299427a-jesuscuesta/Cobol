123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. COMDIR.
       REMARKS. RUTINA COMUN DE COMPRAS DE ENTREGA DIRECTA.
      *
      * Recorre las lineas del pedido de venta CDI-PED y, por cada
      * una de un articulo de entrega directa (PRO-DIRECTO), abre
      * un pedido de compra a su proveedor habitual (PROPRV) en
      * COMPRAS.DAT/LINCOM.DAT, con la numeracion de COMPRAS.CTR.
      * La compra lleva el pedido y la linea de venta, el cliente
      * y la direccion de entrega: la de DIRECCLI.DAT elegida en el
      * pedido (PEDDIR) o, a cero, la de la ficha del cliente. El
      * proveedor sirve al cliente sin pasar por el almacen, y la
      * recepcion UD15E3 de la compra da la linea de venta por
      * servida. La fecha prometida nace a hoy mas el plazo del
      * catalogo PROPROV.DAT (30 dias sin entrada), como en la
      * propuesta de compra UD20E5. Cada compra abierta se manda
      * despues con la rutina comun ENVCOMP, que la pasa a
      * PEDPRV.TXT si el proveedor recibe pedidos electronicos.
      *
      * La llaman la entrada de pedidos UD11E1 al grabar un pedido
      * y el control de credito UD17E6 al liberar un presupuesto:
      * un presupuesto no compra nada hasta que se autoriza.
      *
      * Devuelve CDI-NUM, las compras abiertas, y CDI-OK: 'S'
      * hecho, 'P' el pedido no existe, 'E' error de fichero. Los
      * ficheros se abren y se cierran en cada llamada, como hace
      * PENACT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      *
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FDIR ASSIGN TO DISK 'DIRECCLI.DAT'
            RECORD KEY IS DIRCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FDIR.
      *
            SELECT FPPV ASSIGN TO DISK 'PROPROV.DAT'
            RECORD KEY IS PPVCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPPV.
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
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FLCO.
      *
      * LOCK MODE MANUAL: el contador se lee con READ WITH LOCK y se
      * libera con UNLOCK despues del REWRITE, como en UD15E2.
            SELECT FCTR ASSIGN TO DISK 'COMPRAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FDIR LABEL RECORD IS STANDARD.
           COPY REGDIR.
      *
       FD FPPV LABEL RECORD IS STANDARD.
           COPY REGPPV.
      *
       FD FCOM LABEL RECORD IS STANDARD.
           COPY REGCOM.
      *
       FD FLCO LABEL RECORD IS STANDARD.
           COPY REGLCO.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 EXISTE     PIC X.
       77 FINLEC     PIC X.
       77 NEXTCOM    PIC 9(6).
       77 PLAZO-W    PIC 999.
       77 HAY-PPV    PIC X.
      *
      * Direccion de entrega del pedido, resuelta una vez.
       77 DIR-ENT    PIC X(20).
       77 POB-ENT    PIC X(20).
      *
      * Compras abiertas en la llamada, para mandarlas con ENVCOMP
      * una vez cerrados los ficheros.
       77 COMIDX     PIC 999.
       01 TABLA-COMPRAS.
           02 TC-NUM OCCURS 100 TIMES PIC 9(6).
       77 ENVIO-OK   PIC X.
      *
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FDIR    PIC XX.
       77 FS-FPPV    PIC XX.
       77 FS-FCOM    PIC XX.
       77 FS-FLCO    PIC XX.
       77 FS-FCTR    PIC XX.
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER   PIC X(3).
       77 CAL-FECHA1 PIC 9(8).
       77 CAL-FECHA2 PIC 9(8).
       77 CAL-DIAS   PIC S9(5).
       77 CAL-OK     PIC X.
       01 FPRO.
           02 FPO-AA  PIC 9999.
           02 FPO-MM  PIC 99.
           02 FPO-DD  PIC 99.
      *
       01 FF1.
           02 AA1     PIC 9999.
           02 MM1     PIC 99.
           02 DD1     PIC 99.
      *
       LINKAGE SECTION.
       01 CDI-PED   PIC 9(6).
       01 CDI-NUM   PIC 999.
       01 CDI-OK    PIC X.
      *
       PROCEDURE DIVISION USING CDI-PED, CDI-NUM, CDI-OK.
       COMIENZO.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE 'S' TO CDI-OK.
           MOVE 0 TO CDI-NUM.
      *
           PERFORM ABRIR-FICHEROS.
           IF CDI-OK = 'S' THEN
              PERFORM LEER-PEDIDO.
           IF CDI-OK = 'S' THEN
              PERFORM RECORRER-LINEAS.
           PERFORM CERRAR-FICHEROS.
      *
           PERFORM ENVIAR-COMPRA
              VARYING COMIDX FROM 1 BY 1 UNTIL COMIDX > CDI-NUM.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Apertura: DIRECCLI y PROPROV pueden no existir (estado
      * '35'); COMPRAS, LINCOM y su contador se crean vacios la
      * primera vez, como en UD15E2
      * ************************************************
       ABRIR-FICHEROS.
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
              MOVE 'E' TO CDI-OK.
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              MOVE 'E' TO CDI-OK.
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              MOVE 'E' TO CDI-OK.
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              MOVE 'E' TO CDI-OK.
           OPEN INPUT FDIR.
           IF FS-FDIR NOT = '00' AND FS-FDIR NOT = '35' THEN
              MOVE 'E' TO CDI-OK.
           MOVE 'N' TO HAY-PPV.
           OPEN INPUT FPPV.
           IF FS-FPPV = '00' THEN
              MOVE 'S' TO HAY-PPV.
           IF FS-FPPV NOT = '00' AND FS-FPPV NOT = '35' THEN
              MOVE 'E' TO CDI-OK.
      *
           OPEN I-O FCOM.
           IF FS-FCOM = '35' THEN
              OPEN OUTPUT FCOM
              CLOSE FCOM
              OPEN I-O FCOM.
           IF FS-FCOM NOT = '00' THEN
              MOVE 'E' TO CDI-OK.
           OPEN I-O FLCO.
           IF FS-FLCO = '35' THEN
              OPEN OUTPUT FLCO
              CLOSE FLCO
              OPEN I-O FLCO.
           IF FS-FLCO NOT = '00' THEN
              MOVE 'E' TO CDI-OK.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'C' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              MOVE 'E' TO CDI-OK.
      *
       CERRAR-FICHEROS.
           IF FS-FPED NOT = '35' THEN
              CLOSE FPED.
           IF FS-FLIN NOT = '35' THEN
              CLOSE FLIN.
           IF FS-FPROD NOT = '35' THEN
              CLOSE FPROD.
           IF FS-FCLI NOT = '35' THEN
              CLOSE FCLI.
           IF FS-FDIR NOT = '35' THEN
              CLOSE FDIR.
           IF HAY-PPV = 'S' THEN
              CLOSE FPPV.
           IF FS-FCOM NOT = '35' THEN
              CLOSE FCOM.
           IF FS-FLCO NOT = '35' THEN
              CLOSE FLCO.
           IF FS-FCTR NOT = '35' THEN
              CLOSE FCTR.
      *
      * ************************************************
      * Lee el pedido y resuelve su direccion de entrega: la
      * elegida en DIRECCLI.DAT o, si no hay o no se encuentra,
      * la de la ficha del cliente
      * ************************************************
       LEER-PEDIDO.
           MOVE CDI-PED TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'P' TO CDI-OK
            ELSE
              PERFORM LEER-CLIENTE
              PERFORM LEER-DIRECCION.
      *
       LEER-CLIENTE.
           MOVE SPACES TO DIR-ENT.
           MOVE SPACES TO POB-ENT.
           MOVE PEDCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              MOVE CLIDIR TO DIR-ENT
              MOVE CLIPOB TO POB-ENT.
      *
       LEER-DIRECCION.
           IF PEDDIR NOT = 0 AND FS-FDIR = '00' THEN
              PERFORM BUSCAR-DIRECCION
              IF EXISTE = SPACES THEN
                 MOVE DIRDIR TO DIR-ENT
                 MOVE DIRPOB TO POB-ENT.
      *
       BUSCAR-DIRECCION.
           MOVE PEDCLI TO DIRCLI.
           MOVE PEDDIR TO DIRNUM.
           MOVE SPACES TO EXISTE.
           READ FDIR RECORD KEY IS DIRCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Recorre las lineas del pedido por la clave compuesta
      * ************************************************
       RECORRER-LINEAS.
           MOVE SPACE TO FINLEC.
           MOVE CDI-PED TO LINPED.
           MOVE ZEROS   TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM LEER-SIGUIENTE-LINEA.
           PERFORM TRATAR-LINEA UNTIL FINLEC = 'S'.
      *
       TRATAR-LINEA.
           MOVE LINPRO TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND PRO-DIRECTO AND PROPRV NOT = SPACES
                AND CDI-NUM < 100 THEN
              PERFORM ABRIR-COMPRA.
           PERFORM LEER-SIGUIENTE-LINEA.
      *
       LEER-SIGUIENTE-LINEA.
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LINPED NOT = CDI-PED THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Una compra por linea de entrega directa, con la linea de
      * venta como unica linea de compra
      * ************************************************
       ABRIR-COMPRA.
           MOVE 'C' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 MOVE 'E' TO CDI-OK.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO NEXTCOM.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              MOVE 'E' TO CDI-OK.
           UNLOCK FCTR.
      *
           MOVE NEXTCOM TO COMNUM.
           MOVE PROPRV  TO COMPRV.
           MOVE AA1     TO COMAA.
           MOVE MM1     TO COMMM.
           MOVE DD1     TO COMDD.
           SET COM-ABIERTA TO TRUE.
           MOVE CDI-PED TO COMPED.
           MOVE LINNUM  TO COMLPD.
           MOVE PEDCLI  TO COMCLI.
           MOVE DIR-ENT TO COMDDI.
           MOVE POB-ENT TO COMDPO.
           WRITE REGCOM.
           IF FS-FCOM NOT = '00' THEN
              MOVE 'E' TO CDI-OK
            ELSE
              PERFORM GRABAR-LINEA-COMPRA.
      *
       GRABAR-LINEA-COMPRA.
           MOVE NEXTCOM TO LCOCOM.
           MOVE 1       TO LCONUM.
           MOVE LINPRO  TO LCOPRO.
           MOVE LINCAN  TO LCOCAN.
           MOVE ZEROS   TO LCOREC.
           SET LCO-PENDIENTE TO TRUE.
           PERFORM BUSCAR-PLAZO.
           MOVE 'SUM' TO CAL-OPER.
           MOVE FECHA TO CAL-FECHA1.
           MOVE PLAZO-W TO CAL-DIAS.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-FECHA2 TO FPRO.
           MOVE FPO-AA TO LCPAA.
           MOVE FPO-MM TO LCPMM.
           MOVE FPO-DD TO LCPDD.
           MOVE SPACE TO LCOCNF.
           MOVE ZEROS TO LCOCCF.
           MOVE ZEROS TO LCOFCF.
      * Se pide al proveedor lo que pidio el cliente, por unidades.
           MOVE 1 TO LCOFCO.
           MOVE ZEROS TO LCOFRE.
           WRITE REGLCO.
           IF FS-FLCO NOT = '00' THEN
              MOVE 'E' TO CDI-OK
            ELSE
              ADD 1 TO CDI-NUM
              MOVE NEXTCOM TO TC-NUM(CDI-NUM).
      *
      * Plazo del proveedor para el articulo en el catalogo de
      * fuentes (sin entrada o sin plazo, 30 dias).
       BUSCAR-PLAZO.
           MOVE 30 TO PLAZO-W.
           IF HAY-PPV = 'S' THEN
              PERFORM LEER-PRODUCTO-PROV
              IF EXISTE = SPACES AND PPVPLA > 0 THEN
                 MOVE PPVPLA TO PLAZO-W.
      *
       LEER-PRODUCTO-PROV.
           MOVE PROCOD TO PPVPRO.
           MOVE PROPRV TO PPVPRV.
           MOVE SPACES TO EXISTE.
           READ FPPV RECORD KEY IS PPVCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * La compra recien abierta, al proveedor si la recibe como
      * fichero electronico
      * ************************************************
       ENVIAR-COMPRA.
           MOVE 'N' TO ENVIO-OK.
           CALL 'ENVCOMP' USING TC-NUM(COMIDX), ENVIO-OK.
