      * que el preparador recorra el almacen una unica vez y sin
      * zigzag; a continuacion imprime el desglose por pedido, con
      * el que los totales se reparten en el banco de empaquetado.
      * En el desglose, bajo cada linea de un articulo con lotes va
      * el lote que hay que coger (el que antes caduca de los que
      * cumplen la vida util minima que exige el cliente, rutina
      * comun VIDAMIN) y, si los lotes que la cumplen mas el stock
      * sin lote no llegan, cuanto quedara corto y por que.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
      * Lotes en existencia, para proponer el lote de cada linea.
            SELECT FLOT ASSIGN TO DISK 'LOTES.DAT'
            RECORD KEY IS LOTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLOT.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora o visualizar con
      * cualquier editor.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FLOT LABEL RECORD IS STANDARD.
           COPY REGLOT.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
       77 HUECO-W     PIC X(8).
       77 ORDEN-W     PIC 9(4).
      *
      * Lote propuesto para la linea en curso: el de caducidad
      * mas proxima entre los que cumplen la vida util minima del
      * cliente, lo que suman todos los lotes del producto y los
      * aptos, y el stock que no esta en ningun lote.
       77 FS-FLOT     PIC XX.
       77 FINLOT      PIC X.
       77 PRO-EXISTE  PIC X.
       77 HAY-LOTE    PIC X.
       77 LOTE-MEJOR  PIC X(10).
       01 CAD-MEJOR.
           02 CMJ-AA  PIC 9999.
           02 CMJ-MM  PIC 99.
           02 CMJ-DD  PIC 99.
       77 SUM-LOTES   PIC S9(7).
       77 SUM-APTOS   PIC S9(7).
       77 SIN-LOTE    PIC S9(7).
       77 CANT-CORTA  PIC S9(7).
      *
      * Argumentos de la rutina comun VIDAMIN.
       77 VDM-OPER    PIC X(3).
       77 VDM-CLI     PIC X(4).
       77 VDM-FAM     PIC XXX.
       77 VDM-TIP     PIC X.
       77 VDM-VAL     PIC 999.
       77 VDM-CAD     PIC 9(8).
       77 VDM-FEN     PIC 9(8).
       77 VDM-HOY     PIC 9(8).
       77 VDM-DIAS    PIC S9(5).
       77 VDM-PCT     PIC 999.
       77 VDM-APTO    PIC X.
      *
      * Pedidos preparados, para el resumen.
       77 NUMPED      PIC 999 VALUE 0.
       77 ZNUM        PIC ZZ9.
           02 FILLER   PIC X(12) VALUE '   Cliente: '.
           02 PED-CLI  PIC X(4).
           02 FILLER   PIC X(47) VALUE SPACES.
      *
      * Lote propuesto bajo la linea del desglose.
       01 LINEA-LOTE.
           02 FILLER   PIC X(11) VALUE SPACES.
           02 FILLER   PIC X(6)  VALUE 'Lote: '.
           02 LOT-NUM  PIC X(10).
           02 FILLER   PIC X(9)  VALUE '   Cad.: '.
           02 LOT-DD   PIC 99.
           02 FILLER   PIC X     VALUE '/'.
           02 LOT-MM   PIC 99.
           02 FILLER   PIC X     VALUE '/'.
           02 LOT-AA   PIC 9999.
           02 FILLER   PIC X(34) VALUE SPACES.
      *
      * Linea que quedara corta por la vida util del cliente.
       01 LINEA-CORTA.
           02 FILLER   PIC X(11) VALUE SPACES.
           02 FILLER   PIC X(13) VALUE '*** Corta en '.
           02 COR-CAN  PIC ZZZZ9.
           02 FILLER   PIC X(40) VALUE
              ' uds: lotes sin la vida minima exigida'.
           02 FILLER   PIC X(11) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
      *
      * LOTES.DAT puede no existir todavia (estado '35'): la lista
      * sale entonces sin lotes.
           OPEN INPUT FLOT.
           IF FS-FLOT NOT = '00' AND FS-FLOT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FLOT
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              CLOSE FUBP.
           IF FS-FRPO NOT = '35' THEN
              CLOSE FRPO.
           IF FS-FLOT NOT = '35' THEN
              CLOSE FLOT.
           CLOSE FCLI FPROD FPED FLIN FLISTA.
      *
      * ************************************************
      *
           MOVE LINPRO TO PROCOD.
           MOVE SPACES TO PRODES.
           MOVE 'S' TO PRO-EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO PRO-EXISTE
                                 MOVE '(sin producto)' TO PRODES.
      *
           MOVE LINPRO TO DET-COD.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           IF PRO-EXISTE = 'S' AND FS-FLOT = '00' THEN
              PERFORM PROPONER-LOTE.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PEDNUM THEN
              MOVE 'S' TO FINLIN.
      *
      * ************************************************
      * Lote que hay que coger para la linea: el que antes
      * caduca de los que cumplen la vida util minima que exige
      * el cliente del pedido para la familia del articulo. Si
      * los aptos mas el stock sin lote no cubren la linea, se
      * avisa de lo que quedara corto
      * ************************************************
       PROPONER-LOTE.
           MOVE 'REG'  TO VDM-OPER.
           MOVE PEDCLI TO VDM-CLI.
           MOVE PROFAM TO VDM-FAM.
           CALL 'VIDAMIN' USING VDM-OPER, VDM-CLI, VDM-FAM,
                                VDM-TIP, VDM-VAL, VDM-CAD,
                                VDM-FEN, VDM-HOY, VDM-DIAS,
                                VDM-PCT, VDM-APTO.
      *
           MOVE 'N' TO HAY-LOTE.
           MOVE ALL '9' TO CAD-MEJOR.
           MOVE 0 TO SUM-LOTES.
           MOVE 0 TO SUM-APTOS.
           MOVE SPACE TO FINLOT.
           MOVE PROCOD TO LOTPRO.
           MOVE LOW-VALUES TO LOTNUM.
           START FLOT KEY IS NOT LESS LOTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' THEN
              READ FLOT NEXT RECORD AT END MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' AND LOTPRO NOT = PROCOD THEN
              MOVE 'S' TO FINLOT.
           PERFORM COMPARAR-LOTE UNTIL FINLOT = 'S'.
      *
           IF HAY-LOTE = 'S' THEN
              PERFORM IMPRIMIR-LOTE.
      *
           COMPUTE SIN-LOTE = PROQTY - SUM-LOTES.
           IF SIN-LOTE < 0 THEN
              MOVE 0 TO SIN-LOTE.
           COMPUTE CANT-CORTA = LINCAN - SUM-APTOS - SIN-LOTE.
           IF VDM-TIP NOT = SPACE AND SUM-APTOS < SUM-LOTES
                AND CANT-CORTA > 0 THEN
              PERFORM IMPRIMIR-CORTA.
      *
       COMPARAR-LOTE.
           MOVE 'S' TO VDM-APTO.
           IF LOTQTY > 0 THEN
              ADD LOTQTY TO SUM-LOTES.
           IF LOTQTY > 0 AND VDM-TIP NOT = SPACE THEN
              PERFORM MEDIR-LOTE.
           IF LOTQTY > 0 AND VDM-APTO = 'S' THEN
              ADD LOTQTY TO SUM-APTOS
              IF LOTCAD < CAD-MEJOR THEN
                 MOVE LOTCAD TO CAD-MEJOR
                 MOVE LOTNUM TO LOTE-MEJOR
                 MOVE 'S' TO HAY-LOTE.
      *
           READ FLOT NEXT RECORD AT END MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' AND LOTPRO NOT = PROCOD THEN
              MOVE 'S' TO FINLOT.
      *
       MEDIR-LOTE.
           MOVE 'LOT'  TO VDM-OPER.
           MOVE LOTCAD TO VDM-CAD.
           MOVE LOTFEN TO VDM-FEN.
           MOVE FECHA  TO VDM-HOY.
           CALL 'VIDAMIN' USING VDM-OPER, VDM-CLI, VDM-FAM,
                                VDM-TIP, VDM-VAL, VDM-CAD,
                                VDM-FEN, VDM-HOY, VDM-DIAS,
                                VDM-PCT, VDM-APTO.
      *
       IMPRIMIR-LOTE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE LOTE-MEJOR TO LOT-NUM.
           MOVE CMJ-DD TO LOT-DD.
           MOVE CMJ-MM TO LOT-MM.
           MOVE CMJ-AA TO LOT-AA.
           WRITE LIN-IMPR FROM LINEA-LOTE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       IMPRIMIR-CORTA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE CANT-CORTA TO COR-CAN.
           WRITE LIN-IMPR FROM LINEA-CORTA AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Escribe el rotulo de una seccion del informe
      * ************************************************
       SECCION.
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
