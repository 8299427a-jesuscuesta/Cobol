123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD19E15.
       REMARKS. UNIDAD 19 EJERCICIO 15.
      *
      * Pase diario de stock con vida corta, pensado para lanzarse
      * desde la cadena UD13E18 (y tambien desde el menu): recorre
      * los lotes con existencia de LOTES.DAT y, para cada cliente
      * que exige una vida util minima (VIDACLI.DAT, mantenido con
      * UD10E6), mira con la rutina comun VIDAMIN si el lote ya no
      * la cumple para la familia del articulo: la regla propia de
      * esa familia o, si el cliente no tiene, su regla general.
      * Genera VIDACORT.PRN con cada lote que ya no se le puede
      * servir a alguno de esos clientes (existencia, dias y
      * porcentaje de vida que le quedan) y, debajo, los clientes
      * que lo rechazarian con lo que exigen, para que ventas lo
      * coloque en otros clientes antes de que caduque. Los
      * clientes de baja no cuentan. Anota el resultado en
      * BATCHLOG.DAT, igual que UD19E4, y deja sus totales de
      * control (lotes leidos, lotes listados y sus unidades) en
      * CTLTOT.DAT con la rutina comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FVMC ASSIGN TO DISK 'VIDACLI.DAT'
            RECORD KEY IS VMCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FVMC.
      *
            SELECT FLOT ASSIGN TO DISK 'LOTES.DAT'
            RECORD KEY IS LOTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLOT.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FLISTA ASSIGN TO DISK 'VIDACORT.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
      *
      * Diario de ejecuciones de los procesos nocturnos.
            SELECT FLOG ASSIGN TO DISK 'BATCHLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FLOG.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FVMC LABEL RECORD IS STANDARD.
           COPY REGVMC.
      *
       FD FLOT LABEL RECORD IS STANDARD.
           COPY REGLOT.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 FINVMC      PIC X.
       77 FINLOT      PIC X.
       77 EXISTE      PIC X.
      *
      * Reglas de los clientes activos, cargadas una sola vez en
      * orden de clave (cliente y, dentro, la general delante).
       77 NUMREG-T    PIC 999.
       77 RIDX        PIC 999.
       77 RJ          PIC 999.
       01 TABLA-REGLAS.
           02 REGLA OCCURS 300 TIMES.
              03 TR-CLI  PIC X(4).
              03 TR-FAM  PIC XXX.
              03 TR-TIP  PIC X.
              03 TR-VAL  PIC 999.
              03 TR-NOM  PIC X(20).
      *
      * Regla aplicable al lote en curso y marca de que su linea
      * ya esta impresa.
       77 APLICA      PIC X.
       77 LOTE-IMPR   PIC X.
      *
      * Lotes con vida corta y sus unidades, para el total y el
      * diario de ejecuciones.
       77 NUMLOT      PIC 9(5).
       77 NUMUDS      PIC 9(7).
      *
      * Totales de control para la rutina comun CTLTOT: lotes
      * leidos.
       77 NUMLEI      PIC 9(7).
           COPY CTLTOT.
       77 PCT-ED      PIC ZZ9.
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
       77 FS-FVMC     PIC XX.
       77 FS-FLOT     PIC XX.
       77 FS-FCLI     PIC XX.
       77 FS-FPROD    PIC XX.
       77 FS-FLISTA   PIC XX.
       77 FS-FLOG     PIC XX.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
       01 FF1.
           02 AA1     PIC 9999.
           02 MM1     PIC 99.
           02 DD1     PIC 99.
       01 FF2.
           02 DD2     PIC 99.
           02 GT1     PIC X   VALUE '/'.
           02 MM2     PIC 99.
           02 GT2     PIC X   VALUE '/'.
           02 AA2     PIC 9999.
      *
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'Empresa distribuidora, S.A.'.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(17) VALUE SPACES.
           02 FILLER  PIC X(46) VALUE
              'STOCK CON VIDA CORTA PARA CLIENTES EXIGENTES'.
           02 FILLER  PIC X(17) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'Prod'.
           02 FILLER  PIC X(21) VALUE 'Descripcion'.
           02 FILLER  PIC X(11) VALUE 'Lote'.
           02 FILLER  PIC X(11) VALUE 'Caducidad'.
           02 FILLER  PIC X(6)  VALUE 'Exist'.
           02 FILLER  PIC X(6)  VALUE ' Dias'.
           02 FILLER  PIC X(4)  VALUE 'Vida'.
           02 FILLER  PIC X(15) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Lote que ya no cumple la regla de algun cliente.
       01 LINEA-LOTE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PRO  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-DES  PIC X(20).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-LOT  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-DD   PIC 99.
           02 FILLER   PIC X     VALUE '/'.
           02 DET-MM   PIC 99.
           02 FILLER   PIC X     VALUE '/'.
           02 DET-AA   PIC 9999.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CAN  PIC ZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-DIAS PIC -ZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-VIDA PIC X(4).
           02 FILLER   PIC X(15) VALUE SPACES.
      *
      * Cliente que rechazaria el lote, con su regla.
       01 LINEA-CLIENTE.
           02 FILLER   PIC X(6)  VALUE SPACES.
           02 FILLER   PIC X(8)  VALUE 'Cliente '.
           02 CLI-COD  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 CLI-NOM  PIC X(20).
           02 FILLER   PIC X(8)  VALUE '  exige '.
           02 CLI-VAL  PIC ZZ9.
           02 CLI-UNI  PIC X(14).
           02 FILLER   PIC X(16) VALUE SPACES.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Lotes con vida corta: '.
           02 TOT-LOT  PIC ZZZZ9.
           02 FILLER   PIC X(14) VALUE '    Unidades: '.
           02 TOT-UDS  PIC Z.ZZZ.ZZ9.
           02 FILLER   PIC X(29) VALUE SPACES.
      *
       01 LINEA-LOG.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-FEC  PIC 99/99/9999.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-HOR.
               03 LOG-HH  PIC 99.
               03 FILLER  PIC X   VALUE ':'.
               03 LOG-NN  PIC 99.
               03 FILLER  PIC X   VALUE ':'.
               03 LOG-SS  PIC 99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(30) VALUE
              'Vida util clientes. Lotes:'.
           02 LOG-REG  PIC ZZZZ9.
           02 FILLER   PIC X(21) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF FS-FVMC = '00' AND FS-FLOT = '00' THEN
              PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: estos programas se
      * lanzan tambien desde la cadena nocturna UD13E18 con CALL.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMLOT.
           MOVE 0 TO NUMUDS.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO NUMREG-T.
           MOVE 0 TO RETURN-CODE.
           MOVE '35' TO FS-FLOT.
      *
      * VIDACLI.DAT puede no existir todavia (estado '35'): sin
      * reglas ningun lote es corto y el pase termina limpio.
           OPEN INPUT FVMC.
           IF FS-FVMC NOT = '00' AND FS-FVMC NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVMC
              MOVE 8 TO RETURN-CODE
              GOBACK.
           IF FS-FVMC NOT = '00' THEN
              GOBACK.
      *
      * Lo mismo LOTES.DAT: sin lotes no hay nada que medir.
           OPEN INPUT FLOT.
           IF FS-FLOT NOT = '00' AND FS-FLOT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FLOT
              MOVE 8 TO RETURN-CODE
              CLOSE FVMC
              GOBACK.
           IF FS-FLOT NOT = '00' THEN
              CLOSE FVMC
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * El diario es un fichero de solo-anadir: si todavia no
      * existe, OPEN EXTEND lo crea (codigo de estado '35').
           OPEN EXTEND FLOG.
           IF FS-FLOG = '35' THEN
              OPEN OUTPUT FLOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM CARGAR-REGLAS.
           PERFORM IMPRIMIR-CABECERA.
           PERFORM RECORRER-LOTES.
           PERFORM IMPRIMIR-TOTAL.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FVMC = '00' OR FS-FVMC = '10' THEN
              IF FS-FLOT = '00' OR FS-FLOT = '10' THEN
                 CLOSE FVMC FLOT FCLI FPROD FLISTA FLOG.
      *
      * ************************************************
      * Carga en la tabla las reglas de los clientes que no estan
      * de baja, con el nombre del cliente
      * ************************************************
       CARGAR-REGLAS.
           MOVE SPACE TO FINVMC.
           MOVE LOW-VALUES TO VMCCLAVE.
           START FVMC KEY IS NOT LESS VMCCLAVE INVALID KEY
                                      MOVE 'S' TO FINVMC.
           IF FINVMC NOT = 'S' THEN
              READ FVMC NEXT RECORD AT END MOVE 'S' TO FINVMC.
           PERFORM CARGAR-UNA-REGLA UNTIL FINVMC = 'S'.
      *
       CARGAR-UNA-REGLA.
           MOVE VMCCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND NOT CLI-BAJA
                AND NUMREG-T < 300 THEN
              ADD 1 TO NUMREG-T
              MOVE VMCCLI TO TR-CLI(NUMREG-T)
              MOVE VMCFAM TO TR-FAM(NUMREG-T)
              MOVE VMCTIP TO TR-TIP(NUMREG-T)
              MOVE VMCVAL TO TR-VAL(NUMREG-T)
              MOVE CLINOM TO TR-NOM(NUMREG-T).
      *
           READ FVMC NEXT RECORD AT END MOVE 'S' TO FINVMC.
      *
       IMPRIMIR-CABECERA.
           MOVE FF2 TO CAB-FEC.
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Recorre los lotes con existencia y mide cada uno contra
      * las reglas que le aplican
      * ************************************************
       RECORRER-LOTES.
           MOVE SPACE TO FINLOT.
           MOVE LOW-VALUES TO LOTCLAVE.
           START FLOT KEY IS NOT LESS LOTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' THEN
              READ FLOT NEXT RECORD AT END MOVE 'S' TO FINLOT.
           PERFORM REVISAR-LOTE UNTIL FINLOT = 'S'.
      *
       REVISAR-LOTE.
           IF LOTQTY > 0 AND NUMREG-T > 0 THEN
              MOVE 'N' TO LOTE-IMPR
              PERFORM DATOS-PRODUCTO
              PERFORM REVISAR-REGLA
                 VARYING RIDX FROM 1 BY 1 UNTIL RIDX > NUMREG-T.
      *
           ADD 1 TO NUMLEI.
           READ FLOT NEXT RECORD AT END MOVE 'S' TO FINLOT.
      *
       DATOS-PRODUCTO.
           MOVE LOTPRO TO PROCOD.
           MOVE SPACES TO PRODES.
           MOVE SPACES TO PROFAM.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE '(sin producto)' TO PRODES.
      *
      * ************************************************
      * Una regla aplica al lote si es la de la familia del
      * articulo, o si es la general de un cliente que no tiene
      * regla propia para esa familia
      * ************************************************
       REVISAR-REGLA.
           MOVE 'N' TO APLICA.
           IF TR-FAM(RIDX) = PROFAM THEN
              MOVE 'S' TO APLICA
            ELSE
              IF TR-FAM(RIDX) = SPACES THEN
                 PERFORM BUSCAR-REGLA-FAMILIA
                 IF RJ > NUMREG-T THEN
                    MOVE 'S' TO APLICA.
      *
           IF APLICA = 'S' THEN
              PERFORM MEDIR-LOTE
              IF VDM-APTO = 'N' THEN
                 PERFORM IMPRIMIR-RECHAZO.
      *
      * Regla propia del mismo cliente para la familia del lote.
       BUSCAR-REGLA-FAMILIA.
           PERFORM VARYING RJ FROM 1 BY 1
              UNTIL RJ > NUMREG-T
                 OR (TR-CLI(RJ) = TR-CLI(RIDX)
                     AND TR-FAM(RJ) = PROFAM).
      *
       MEDIR-LOTE.
           MOVE 'LOT'        TO VDM-OPER.
           MOVE TR-CLI(RIDX) TO VDM-CLI.
           MOVE PROFAM       TO VDM-FAM.
           MOVE TR-TIP(RIDX) TO VDM-TIP.
           MOVE TR-VAL(RIDX) TO VDM-VAL.
           MOVE LOTCAD       TO VDM-CAD.
           MOVE LOTFEN       TO VDM-FEN.
           MOVE FECHA        TO VDM-HOY.
           CALL 'VIDAMIN' USING VDM-OPER, VDM-CLI, VDM-FAM,
                                VDM-TIP, VDM-VAL, VDM-CAD,
                                VDM-FEN, VDM-HOY, VDM-DIAS,
                                VDM-PCT, VDM-APTO.
      *
      * ************************************************
      * El lote se imprime con el primer cliente que lo rechaza;
      * debajo van todos los que lo rechazan
      * ************************************************
       IMPRIMIR-RECHAZO.
           IF LOTE-IMPR = 'N' THEN
              PERFORM IMPRIMIR-LOTE.
      *
           MOVE TR-CLI(RIDX) TO CLI-COD.
           MOVE TR-NOM(RIDX) TO CLI-NOM.
           MOVE TR-VAL(RIDX) TO CLI-VAL.
           IF TR-TIP(RIDX) = 'D' THEN
              MOVE ' dias' TO CLI-UNI
            ELSE
              MOVE ' % de su vida' TO CLI-UNI.
           WRITE LIN-IMPR FROM LINEA-CLIENTE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
       IMPRIMIR-LOTE.
           MOVE 'S' TO LOTE-IMPR.
           ADD 1 TO NUMLOT.
           ADD LOTQTY TO NUMUDS.
           MOVE LOTPRO   TO DET-PRO.
           MOVE PRODES   TO DET-DES.
           MOVE LOTNUM   TO DET-LOT.
           MOVE LCDDD    TO DET-DD.
           MOVE LCDMM    TO DET-MM.
           MOVE LCDAA    TO DET-AA.
           MOVE LOTQTY   TO DET-CAN.
           MOVE VDM-DIAS TO DET-DIAS.
           IF VDM-PCT = 999 THEN
              MOVE ' ---' TO DET-VIDA
            ELSE
              MOVE VDM-PCT TO PCT-ED
              MOVE SPACES TO DET-VIDA
              STRING PCT-ED DELIMITED BY SIZE
                     '%'    DELIMITED BY SIZE
                INTO DET-VIDA.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-LOTE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
       IMPRIMIR-TOTAL.
           MOVE NUMLOT TO TOT-LOT.
           MOVE NUMUDS TO TOT-UDS.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 2 LINES.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Anota el resultado del pase en BATCHLOG.DAT
      * ************************************************
       GRABAR-LOG.
           ACCEPT HR1 FROM TIME.
           MOVE FF2  TO LOG-FEC.
           MOVE HH1  TO LOG-HH.
           MOVE NN1  TO LOG-NN.
           MOVE SS1  TO LOG-SS.
           MOVE NUMLOT TO LOG-REG.
           MOVE LINEA-LOG TO LIN-LOG.
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD19E15 ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMLOT     TO CTA-ESC.
           MOVE 0          TO CTA-REC.
           MOVE NUMUDS     TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FVMC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVMC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOG   LINE 23 POSITION 40 REVERSE.
