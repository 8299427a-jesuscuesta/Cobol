       REMARKS. UNIDAD 18 EJERCICIO 10.
      *
      * Exportacion nocturna para la tienda web, pensada para
      * lanzarse desde la cadena UD13E18: escribe tres ficheros de
      * texto delimitados por punto y coma, como PRODUCTO.CSV, que
      * la tienda carga cada manana:
      *
      *       vivo menos lo que espera en BACKORD.DAT (genero ya
      *       comprometido con pedidos pendientes), sin bajar de
      *       cero; la web deja de ensenar articulos agotados.
      *       Un articulo bloqueado sale a cero y uno descatalogado
      *       no pasa de su disponible (stock menos reservado), el
      *       mismo tope que le pone la entrada de pedidos.
      *    PEDWEB.CSV - estado (PEDEST) de cada pedido que entro
      *       por la carga web UD13E8 (marcados PED-WEB), para que
      *       el cliente vea por donde va su pedido sin escribir
      *       un correo.
      *    FICHAWEB.CSV - ficha alimentaria de cada producto que
      *       la tiene (alergenos, conservacion, origen e
      *       ingredientes, compuestos por la rutina comun
      *       FICHALI), para la ficha de producto de la tienda.
      *
      * Anota el resultado en BATCHLOG.DAT, igual que UD13E5, y
      * deja sus totales de control en CTLTOT.DAT (rutina comun
      * CTLTOT): productos leidos y suma de su PROQTY, lineas
      * escritas en STOCKWEB.CSV y suma del vendible volcado. La
      * cadena los cuadra con el propio STOCKWEB.CSV y con el
      * maestro de productos.
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
            SELECT FCSV2 ASSIGN TO DISK 'PEDWEB.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FCSV2.
      *
            SELECT FCSV3 ASSIGN TO DISK 'FICHAWEB.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FCSV3.
      *
      * Diario de ejecuciones de los procesos nocturnos.
            SELECT FLOG ASSIGN TO DISK 'BATCHLOG.DAT'
      *
       FD FCSV2 LABEL RECORD IS STANDARD.
           01 LIN-CSV2 PIC X(40).
      *
       FD FCSV3 LABEL RECORD IS STANDARD.
           01 LIN-CSV3 PIC X(400).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).
       77 VENDIBLE    PIC S9(7).
       77 VEND-ED     PIC 9(7).
      *
      * Argumentos de la rutina comun FICHALI.
       77 FAL-EST     PIC X.
       77 FAL-NUM     PIC 99.
       01 FAL-NOMBRES.
           02 FAL-NOM PIC X(17) OCCURS 14 TIMES.
       77 FAL-ALE     PIC X(140).
       77 FAL-CON     PIC X(30).
       77 FAL-ORI     PIC X(2).
       77 FAL-ING     PIC X(180).
      *
      * Recuentos para el diario de ejecuciones.
       77 NUMPRO      PIC 9(5).
       77 NUMPED      PIC 9(5).
      *
      * Totales de control de STOCKWEB.CSV para la rutina comun
      * CTLTOT: lineas escritas, vendible volcado y PROQTY leido.
       77 NUMESC      PIC 9(7).
       77 SUMVEN      PIC S9(11)V99.
       77 SUMQTY      PIC S9(11)V99.
           COPY CTLTOT.
      *
       77 FS-FPROD    PIC XX.
       77 FS-FBO      PIC XX.
       77 FS-FPED     PIC XX.
       77 FS-FCSV1    PIC XX.
       77 FS-FCSV2    PIC XX.
       77 FS-FCSV3    PIC XX.
       77 FS-FLOG     PIC XX.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
       01 CAB-CSV1   PIC X(15) VALUE 'PROCOD;VENDIBLE'.
       01 CAB-CSV2   PIC X(13) VALUE 'PEDIDO;ESTADO'.
       01 CAB-CSV3   PIC X(49) VALUE
           'PROCOD;ALERGENOS;CONSERVACION;ORIGEN;INGREDIENTES'.
      *
       01 LINEA-LOG.
           02 FILLER   PIC X(1)  VALUE SPACES.
           MOVE 0 TO NUMBO-T.
           MOVE 0 TO NUMPRO.
           MOVE 0 TO NUMPED.
           MOVE 0 TO NUMESC.
           MOVE 0 TO SUMVEN.
           MOVE 0 TO SUMQTY.
           MOVE 0 TO RETURN-CODE.
      *
           OPEN INPUT FPROD.
              PERFORM ERROR-FICHERO-FCSV2
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN OUTPUT FCSV3.
           IF FS-FCSV3 NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCSV3
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * El diario es un fichero de solo-anadir: si todavia no
      * existe, OPEN EXTEND lo crea (codigo de estado '35').
           PERFORM EXPORTAR-STOCK.
           PERFORM EXPORTAR-PEDIDOS.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
        FIN.
           IF FS-FBO NOT = '35' THEN
              CLOSE FBO.
           CLOSE FPROD FPED FCSV1 FCSV2 FCSV3 FLOG.
      *
      * ************************************************
      * Acumula por producto el genero pendiente de servir
       EXPORTAR-STOCK.
           MOVE CAB-CSV1 TO LIN-CSV1.
           WRITE LIN-CSV1.
           MOVE CAB-CSV3 TO LIN-CSV3.
           WRITE LIN-CSV3.
      *
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO PROCOD.
              UNTIL BOIDX > NUMBO-T OR TB-PRO(BOIDX) = PROCOD.
           IF BOIDX NOT > NUMBO-T THEN
              SUBTRACT TB-CAN(BOIDX) FROM VENDIBLE.
           IF PRO-DESCATALOGADO AND PROQTY - PRORES < VENDIBLE THEN
              COMPUTE VENDIBLE = PROQTY - PRORES.
           IF PRO-BLOQUEADO THEN
              MOVE 0 TO VENDIBLE.
           IF VENDIBLE < 0 THEN
              MOVE 0 TO VENDIBLE.
           MOVE VENDIBLE TO VEND-ED.
             INTO LIN-CSV1.
           WRITE LIN-CSV1.
           IF FS-FCSV1 NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCSV1
            ELSE
              ADD 1 TO NUMESC
              ADD VENDIBLE TO SUMVEN.
           ADD 1 TO NUMPRO.
           ADD PROQTY TO SUMQTY.
      *
           CALL 'FICHALI' USING PROCOD, FAL-EST, FAL-NUM, FAL-NOMBRES,
                                FAL-ALE, FAL-CON, FAL-ORI, FAL-ING.
           IF FAL-EST NOT = 'N' THEN
              PERFORM VOLCAR-FICHA.
      *
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * El punto y coma separa columnas: en los ingredientes, que
      * son texto libre, se cambia por una coma.
       VOLCAR-FICHA.
           INSPECT FAL-ING REPLACING ALL ';' BY ','.
           MOVE SPACES TO LIN-CSV3.
           STRING PROCOD         DELIMITED BY SPACE
                  ';'            DELIMITED BY SIZE
                  FAL-ALE        DELIMITED BY '  '
                  ';'            DELIMITED BY SIZE
                  FAL-CON        DELIMITED BY '  '
                  ';'            DELIMITED BY SIZE
                  FAL-ORI        DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  FAL-ING(1:60)  DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  FAL-ING(61:60) DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  FAL-ING(121:60) DELIMITED BY '  '
             INTO LIN-CSV3.
           WRITE LIN-CSV3.
           IF FS-FCSV3 NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCSV3.
      *
      * ************************************************
      * Vuelca el estado de los pedidos entrados por la web
      * ************************************************
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD18E10 ' TO CTA-PRG.
           MOVE NUMPRO     TO CTA-LEI.
           MOVE NUMESC     TO CTA-ESC.
           MOVE 0          TO CTA-REC.
           MOVE SUMVEN     TO CTA-IMP.
           MOVE SUMQTY     TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPROD.
       ERROR-FICHERO-FCSV2.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCSV2  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCSV3.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCSV3  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
