      * propone moverle lo que falta hasta el maximo (o lo que el
      * donante pueda ceder). Genera TRASPASO.PRN con las
      * sugerencias — producto, de que almacen, a que almacen y
      * cuanto — y anota el resultado en BATCHLOG.DAT, igual que
      * UD13E5. La central puede estar sobrada mientras una
      * sucursal esta a cero: ahora suena la alarma.
      * Las sugerencias quedan ademas como borradores de traspaso
      * en TRASPAS.DAT (trazado REGTRS), uno por pareja de
      * almacenes, listos para revisar y enviar con UD09E12. Los
      * borradores de la noche anterior que nadie ha tocado se
      * borran y se rehacen; el stock del destino cuenta lo que ya
      * le llega en otros traspasos (en transito o en borrador
      * tecleado), para no pedirlo dos veces. El almacen en
      * transito 'TR' no es donante.
      * Deja sus totales de control (niveles leidos, sugerencias y
      * unidades sugeridas) en CTLTOT.DAT con la rutina comun
      * CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FTRS ASSIGN TO DISK 'TRASPAS.DAT'
            RECORD KEY IS TRSNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTRS.
      *
      * Contador de traspasos, el mismo de UD09E12.
            SELECT FCTR ASSIGN TO DISK 'TRASPAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
            SELECT FLISTA ASSIGN TO DISK 'TRASPASO.PRN'
            ORGANIZATION IS SEQUENTIAL
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FTRS LABEL RECORD IS STANDARD.
           COPY REGTRS.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
      * Sugerencias emitidas, para el diario de ejecuciones.
       77 NUMSUG      PIC 9(5).
      *
      * Totales de control para la rutina comun CTLTOT: niveles
      * leidos y unidades sugeridas.
       77 NUMLEI      PIC 9(7).
       77 SUMSUG      PIC S9(11)V99.
           COPY CTLTOT.
      *
      * Lo que ya va camino de cada almacen en otros traspasos
      * (en transito o en borrador tecleado), por producto.
       77 FINTRS      PIC X.
       77 LINIDX      PIC 99.
       77 PENIDX      PIC 999.
       77 NUMPEN      PIC 999.
       01 TABLA-PENDIENTE.
           02 PENDIENTE OCCURS 500 TIMES.
               03 PEN-PRO PIC X(4).
               03 PEN-DES PIC XX.
               03 PEN-CAN PIC 9(7).
      *
      * Borradores abiertos en esta pasada, uno por pareja de
      * almacenes.
       77 BORIDX      PIC 99.
       77 NUMBOR      PIC 99.
       77 NUEVO-DOC   PIC X.
       01 TABLA-BORRADORES.
           02 BORRADOR OCCURS 50 TIMES.
               03 BOR-ORI PIC XX.
               03 BOR-DES PIC XX.
               03 BOR-NUM PIC 9(6).
      *
       77 FS-FMMX     PIC XX.
       77 FS-FSUB     PIC XX.
       77 FS-FPROD    PIC XX.
       77 FS-FTRS     PIC XX.
       77 FS-FCTR     PIC XX.
       77 FS-FLISTA   PIC XX.
       77 FS-FLOG     PIC XX.
       77 MSGFS       PIC X(60) VALUE
           02 FILLER  PIC X(6)  VALUE 'De'.
           02 FILLER  PIC X(6)  VALUE 'A'.
           02 FILLER  PIC X(10) VALUE ' Cantidad'.
           02 FILLER  PIC X(9)  VALUE 'Traspaso'.
           02 FILLER  PIC X(18) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
           02 DET-A    PIC XX.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CAN  PIC ZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-TRS  PIC 9(6).
           02 FILLER   PIC X(25) VALUE SPACES.
      *
       01 LINEA-LOG.
           02 FILLER   PIC X(1)  VALUE SPACES.
      * ************************************************
        INICIO.
           MOVE 0 TO NUMSUG.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO SUMSUG.
           MOVE 0 TO RETURN-CODE.
      *
      * MINMAX.DAT puede no existir todavia (estado '35'): sin
              PERFORM ERROR-FICHERO-FPROD
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * TRASPAS.DAT y su contador se crean la primera vez, como
      * en UD09E12.
           OPEN I-O FTRS.
           IF FS-FTRS = '35' THEN
              OPEN OUTPUT FTRS
              CLOSE FTRS
              OPEN I-O FTRS.
           IF FS-FTRS NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTRS
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'T' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM REVISAR-TRASPASOS.
           PERFORM IMPRIMIR-CABECERA.
           PERFORM RECORRER-NIVELES.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FMMX = '00' OR FS-FMMX = '10' THEN
              CLOSE FMMX FSUB FPROD FTRS FCTR FLISTA FLOG.
      *
       IMPRIMIR-CABECERA.
           MOVE FF2 TO CAB-FEC.
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Recorre los traspasos: borra los borradores sugeridos
      * que siguen sin tocar y apunta lo que ya va camino de cada
      * almacen
      * ************************************************
       REVISAR-TRASPASOS.
           MOVE 0 TO NUMPEN.
           MOVE 0 TO NUMBOR.
           MOVE SPACE TO FINTRS.
           MOVE ZEROS TO TRSNUM.
           START FTRS KEY IS NOT LESS TRSNUM INVALID KEY
                                      MOVE 'S' TO FINTRS.
           IF FINTRS NOT = 'S' THEN
              READ FTRS NEXT RECORD AT END MOVE 'S' TO FINTRS.
           PERFORM REVISAR-TRASPASO UNTIL FINTRS = 'S'.
      *
       REVISAR-TRASPASO.
           IF TRS-BORRADOR AND TRS-SUGERIDO THEN
              DELETE FTRS RECORD
              IF FS-FTRS NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FTRS.
           IF TRS-TRANSITO OR (TRS-BORRADOR AND TRS-MANUAL) THEN
              PERFORM APUNTAR-PENDIENTE VARYING LINIDX FROM 1 BY 1
                 UNTIL LINIDX > TRSNLI.
           READ FTRS NEXT RECORD AT END MOVE 'S' TO FINTRS.
      *
       APUNTAR-PENDIENTE.
           PERFORM BUSCAR-PENDIENTE.
           IF PENIDX > NUMPEN AND NUMPEN < 500 THEN
              ADD 1 TO NUMPEN
              MOVE TRSPRO(LINIDX) TO PEN-PRO(NUMPEN)
              MOVE TRSDES TO PEN-DES(NUMPEN)
              MOVE 0 TO PEN-CAN(NUMPEN).
           IF PENIDX NOT > NUMPEN THEN
              ADD TRSCAN(LINIDX) TO PEN-CAN(PENIDX).
      *
       BUSCAR-PENDIENTE.
           PERFORM VARYING PENIDX FROM 1 BY 1
              UNTIL PENIDX > NUMPEN
                 OR (PEN-PRO(PENIDX) = TRSPRO(LINIDX)
                     AND PEN-DES(PENIDX) = TRSDES).
      *
      * ************************************************
      * Recorre los niveles y trata cada ubicacion bajo minimo
      * ************************************************
       RECORRER-NIVELES.
           PERFORM REVISAR-NIVEL UNTIL FINMMX = 'S'.
      *
       REVISAR-NIVEL.
           ADD 1 TO NUMLEI.
           MOVE MMXPRO TO PRO-ACT.
           MOVE MMXUBI TO UBI-ACT.
           PERFORM STOCK-DESTINO.
              MOVE SUQTY TO STOCK-DEST
            ELSE
              MOVE 0 TO STOCK-DEST.
      * Mas lo que ya le llega en otros traspasos.
           PERFORM VARYING PENIDX FROM 1 BY 1
              UNTIL PENIDX > NUMPEN
                 OR (PEN-PRO(PENIDX) = PRO-ACT
                     AND PEN-DES(PENIDX) = UBI-ACT).
           IF PENIDX NOT > NUMPEN THEN
              ADD PEN-CAN(PENIDX) TO STOCK-DEST.
      *
      * ************************************************
      * Busca, entre las demas ubicaciones del producto, la de
           PERFORM COMPARAR-DONANTE UNTIL FINSUB = 'S'.
      *
       COMPARAR-DONANTE.
           IF SUUBI NOT = UBI-ACT AND SUUBI NOT = 'TR'
                AND SUQTY > 0 THEN
              PERFORM MINIMO-DONANTE
              COMPUTE EXC-W = SUQTY - MIN-W
              IF EXC-W > EXC-DONA THEN
           MOVE UBI-DONA TO DET-DE.
           MOVE UBI-ACT  TO DET-A.
           MOVE CANT-SUG TO DET-CAN.
           PERFORM ANOTAR-BORRADOR.
           MOVE TRSNUM   TO DET-TRS.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO NUMSUG.
           ADD CANT-SUG TO SUMSUG.
      *
      * ************************************************
      * Anota la sugerencia en el borrador de la pareja de
      * almacenes; si no lo hay todavia, o ya tiene diez lineas,
      * abre uno nuevo
      * ************************************************
       ANOTAR-BORRADOR.
           PERFORM BUSCAR-BORRADOR.
           MOVE 'S' TO NUEVO-DOC.
           IF BORIDX NOT > NUMBOR THEN
              PERFORM RELEER-BORRADOR.
           IF NUEVO-DOC = 'S' THEN
              PERFORM ABRIR-BORRADOR.
      *
           ADD 1 TO TRSNLI.
           MOVE PRO-ACT  TO TRSPRO(TRSNLI).
           MOVE CANT-SUG TO TRSCAN(TRSNLI).
           IF NUEVO-DOC = 'S' THEN
              WRITE REGTRS
            ELSE
              REWRITE REGTRS.
           IF FS-FTRS NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTRS.
      *
       BUSCAR-BORRADOR.
           PERFORM VARYING BORIDX FROM 1 BY 1
              UNTIL BORIDX > NUMBOR
                 OR (BOR-ORI(BORIDX) = UBI-DONA
                     AND BOR-DES(BORIDX) = UBI-ACT).
      *
       RELEER-BORRADOR.
           MOVE 'N' TO NUEVO-DOC.
           MOVE BOR-NUM(BORIDX) TO TRSNUM.
           READ FTRS RECORD KEY IS TRSNUM INVALID KEY
                                 MOVE 'S' TO NUEVO-DOC.
           IF NUEVO-DOC = 'N' AND TRSNLI NOT < 10 THEN
              MOVE 'S' TO NUEVO-DOC.
      *
       ABRIR-BORRADOR.
           MOVE SPACES TO REGTRS.
           PERFORM SIGUIENTE-NUMERO.
           MOVE UBI-DONA TO TRSORI.
           MOVE UBI-ACT  TO TRSDES.
           MOVE 'B'      TO TRSEST.
           MOVE 'S'      TO TRSPRC.
           MOVE FECHA    TO TRSFCR.
           MOVE ZEROS    TO TRSFEN.
           MOVE ZEROS    TO TRSFRE.
           MOVE 0        TO TRSNLI.
           PERFORM LIMPIAR-LINEA VARYING LINIDX FROM 1 BY 1
              UNTIL LINIDX > 10.
      *
           IF BORIDX > NUMBOR AND NUMBOR < 50 THEN
              ADD 1 TO NUMBOR
              MOVE NUMBOR TO BORIDX
              MOVE UBI-DONA TO BOR-ORI(BORIDX)
              MOVE UBI-ACT  TO BOR-DES(BORIDX).
           IF BORIDX NOT > NUMBOR THEN
              MOVE TRSNUM TO BOR-NUM(BORIDX).
      *
       LIMPIAR-LINEA.
           MOVE SPACES TO TRSPRO(LINIDX).
           MOVE ZEROS  TO TRSCAN(LINIDX).
           MOVE ZEROS  TO TRSREC(LINIDX).
           MOVE SPACE  TO TRSMOT(LINIDX).
      *
      * ************************************************
      * Numero correlativo desde TRASPAS.CTR
      * ************************************************
       SIGUIENTE-NUMERO.
           MOVE 'T' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO TRSNUM.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
      * ************************************************
      * Anota el resultado del pase en BATCHLOG.DAT
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD19E4  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMSUG     TO CTA-ESC.
           MOVE 0          TO CTA-REC.
           MOVE SUMSUG     TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FMMX.
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FTRS.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTRS   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
