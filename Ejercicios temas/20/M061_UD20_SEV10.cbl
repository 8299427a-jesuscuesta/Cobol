123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD20E10.
       REMARKS. UNIDAD 20 EJERCICIO 10.
      *
      * Coste real por entrada: para cada entrada de almacen de
      * ENTRADAS.DAT (graba la recepcion UD15E3) de un rango, lista
      * sus lineas con el precio del proveedor por unidad, los
      * gastos de importacion que le ha repartido UD20E9 por
      * unidad, el coste real resultante y el recargo en tanto por
      * ciento sobre el precio del proveedor; al pie de cada
      * entrada, sus totales y las facturas de gastos de GASTOS.DAT
      * que se le aplicaron. Se genera en COSTEENT.PRN.
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
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FENT ASSIGN TO DISK 'ENTRADAS.DAT'
            RECORD KEY IS ENTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FENT.
      *
            SELECT FGAS ASSIGN TO DISK 'GASTOS.DAT'
            RECORD KEY IS GASNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FGAS.
      *
            SELECT FLISTA ASSIGN TO DISK 'COSTEENT.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPRV LABEL RECORD IS STANDARD.
           COPY REGPRV.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FENT LABEL RECORD IS STANDARD.
           COPY REGENT.
      *
       FD FGAS LABEL RECORD IS STANDARD.
           COPY REGGAS.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 FINGAS     PIC X.
       77 CONTINUA   PIC X.
      *
      * Rango de entradas pedido en pantalla.
       77 DESDE-E    PIC 9(6).
       77 HASTA-E    PIC 9(6).
      *
      * GASTOS.DAT no existe hasta la primera factura de gastos
      * (estado '35'): sin ella no se listan gastos aplicados.
       77 HAY-GAS    PIC X.
       77 GASIDX     PIC 99.
       77 GAS-APLICA PIC X.
      *
      * Entrada en curso, calculos de la linea y totales de la
      * entrada.
       77 ENT-ACT    PIC 9(6).
       77 GAS-UNI    PIC 9(6)V99.
       77 COS-UNI    PIC 9(7)V99.
       77 VAL-LIN    PIC 9(11)V99.
       77 RECARGO    PIC 9(5)V99.
       77 TOT-VAL    PIC 9(11)V99.
       77 TOT-GAS    PIC 9(9)V99.
       77 TOT-REAL   PIC 9(11)V99.
       77 NUMENT     PIC 9(5) VALUE 0.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FPRV    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FENT    PIC XX.
       77 FS-FGAS    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 MSGFS      PIC X(60) VALUE
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
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'Empresa distribuidora, S.A.'.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pagina: '.
           02 CAB-PAG PIC ZZ9.
           02 FILLER  PIC X(8)  VALUE SPACES.
      *
       01 CABECERA-2.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'Grupo D&S'.
           02 FILLER  PIC X(50) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(26) VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'COSTE REAL POR ENTRADA'.
           02 FILLER  PIC X(26) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Prod.'.
           02 FILLER  PIC X(16) VALUE 'Descripcion'.
           02 FILLER  PIC X(7)  VALUE ' Unid.'.
           02 FILLER  PIC X(11) VALUE ' Pr.prov.'.
           02 FILLER  PIC X(11) VALUE '  Gasto/ud'.
           02 FILLER  PIC X(11) VALUE ' Cos.real'.
           02 FILLER  PIC X(8)  VALUE ' %Recar.'.
           02 FILLER  PIC X(7)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Rotulo de la entrada: numero, fecha, compra y proveedor.
       01 LINEA-ENTRADA.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE 'Entrada: '.
           02 ROT-ENT  PIC 9(6).
           02 FILLER   PIC X(9)  VALUE '  Fecha: '.
           02 ROT-FEC  PIC 99/99/9999.
           02 FILLER   PIC X(10) VALUE '  Compra: '.
           02 ROT-COM  PIC 9(6).
           02 FILLER   PIC X(8)  VALUE '  Prov: '.
           02 ROT-PRV  PIC X(4).
           02 FILLER   PIC X     VALUE SPACE.
           02 ROT-NOM  PIC X(14).
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-PRO  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DES  PIC X(15).
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-CAN  PIC ZZ.ZZ9.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-PRE  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-GAS  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-COS  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-REC  PIC ZZZ9,99.
           02 FILLER   PIC X(8)  VALUE SPACES.
      *
      * Totales de la entrada: valor al precio del proveedor,
      * gastos repartidos y coste real.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(9)  VALUE SPACES.
           02 FILLER   PIC X(8)  VALUE 'Valor: '.
           02 TOT-V    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(10) VALUE '  Gastos: '.
           02 TOT-G    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(8)  VALUE '  Real: '.
           02 TOT-R    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(4)  VALUE SPACES.
      *
      * Factura de gastos aplicada a la entrada (su importe total,
      * que puede estar repartido entre varias entradas).
       01 LINEA-GASTO.
           02 FILLER   PIC X(5)  VALUE SPACES.
           02 FILLER   PIC X(6)  VALUE 'Gasto '.
           02 GAS-NUM  PIC 9(6).
           02 FILLER   PIC X     VALUE SPACE.
           02 GAS-TIPO PIC X(7).
           02 FILLER   PIC X     VALUE SPACE.
           02 GAS-PRV  PIC X(4).
           02 FILLER   PIC X     VALUE SPACE.
           02 GAS-REF  PIC X(12).
           02 FILLER   PIC X     VALUE SPACE.
           02 GAS-FEC  PIC 99/99/9999.
           02 FILLER   PIC X(5)  VALUE ' por '.
           02 GAS-BAS  PIC X(8).
           02 GAS-IMP  PIC ZZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMENT.
           MOVE 0 TO NUMPAG.
           OPEN INPUT FPRV.
           IF FS-FPRV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPRV
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
           OPEN INPUT FENT.
           IF FS-FENT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FENT
              GOBACK.
      *
           MOVE 'S' TO HAY-GAS.
           OPEN INPUT FGAS.
           IF FS-FGAS = '35' THEN
              MOVE 'N' TO HAY-GAS
            ELSE
              IF FS-FGAS NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FGAS
                 GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'COSTE REAL POR ENTRADA'
                                  LINE  3 POSITION 29 REVERSE HIGH.
           DISPLAY 'Desde entrada...............:'
                                  LINE  8 POSITION 10 HIGH.
           DISPLAY 'Hasta entrada (cero = todas):'
                                  LINE  9 POSITION 10 HIGH.
           MOVE ZEROS TO DESDE-E.
           ACCEPT DESDE-E LINE  8 POSITION 40 NO BEEP.
           MOVE ZEROS TO HASTA-E.
           ACCEPT HASTA-E LINE  9 POSITION 40 NO BEEP.
           IF HASTA-E = ZEROS THEN
              MOVE 999999 TO HASTA-E.
      *
           MOVE 99 TO LINPAG.
      *
      * ************************************************
      * Proceso del programa: un bloque por entrada del rango
      * ************************************************
        PROCESO.
           MOVE SPACE TO FINLEC.
           MOVE DESDE-E TO ENTNUM.
           MOVE ZEROS   TO ENTLIN.
           START FENT KEY IS NOT LESS ENTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM LEER-SIGUIENTE.
      *
           PERFORM TRATAR-ENTRADA UNTIL FINLEC = 'S'.
      *
           DISPLAY 'COSTES GENERADOS EN COSTEENT.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF HAY-GAS = 'S' THEN
              CLOSE FGAS.
           CLOSE FPRV FPROD FENT FLISTA.
      *
       LEER-SIGUIENTE.
           READ FENT NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND ENTNUM > HASTA-E THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Una entrada: rotulo, sus lineas, sus totales y las
      * facturas de gastos que se le aplicaron
      * ************************************************
       TRATAR-ENTRADA.
           MOVE ENTNUM TO ENT-ACT.
           MOVE 0 TO TOT-VAL.
           MOVE 0 TO TOT-GAS.
           MOVE 0 TO TOT-REAL.
           ADD 1 TO NUMENT.
           PERFORM ROTULO-ENTRADA.
           PERFORM LISTAR-LINEA
              UNTIL FINLEC = 'S' OR ENTNUM NOT = ENT-ACT.
           PERFORM TOTAL-ENTRADA.
           IF HAY-GAS = 'S' THEN
              PERFORM LISTAR-GASTOS.
      *
       ROTULO-ENTRADA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE ENTPRV TO PRVCOD.
           MOVE SPACES TO PRVNOM.
           READ FPRV RECORD KEY IS PRVCOD INVALID KEY
                                 MOVE '(sin proveedor)' TO PRVNOM.
           MOVE ENTNUM TO ROT-ENT.
           MOVE ENFDD  TO DD2.
           MOVE ENFMM  TO MM2.
           MOVE ENFAA  TO AA2.
           MOVE FF2    TO ROT-FEC.
           MOVE DD1    TO DD2.
           MOVE MM1    TO MM2.
           MOVE AA1    TO AA2.
           MOVE ENTCOM TO ROT-COM.
           MOVE ENTPRV TO ROT-PRV.
           MOVE PRVNOM TO ROT-NOM.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-ENTRADA AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
      * ************************************************
      * Una linea: gasto por unidad, coste real y recargo sobre
      * el precio del proveedor
      * ************************************************
       LISTAR-LINEA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE ENTPRO TO PROCOD.
           MOVE SPACES TO PRODES.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE '(sin producto)' TO PRODES.
      *
           MOVE 0 TO GAS-UNI.
           IF ENTCAN > 0 THEN
              COMPUTE GAS-UNI ROUNDED = ENTGAS / ENTCAN.
           COMPUTE COS-UNI = ENTPRE + GAS-UNI.
           COMPUTE VAL-LIN = ENTCAN * ENTPRE.
           MOVE 0 TO RECARGO.
           IF VAL-LIN > 0 THEN
              COMPUTE RECARGO ROUNDED = ENTGAS * 100 / VAL-LIN.
           ADD VAL-LIN TO TOT-VAL.
           ADD ENTGAS  TO TOT-GAS.
      *
           MOVE ENTPRO  TO DET-PRO.
           MOVE PRODES  TO DET-DES.
           MOVE ENTCAN  TO DET-CAN.
           MOVE ENTPRE  TO DET-PRE.
           MOVE GAS-UNI TO DET-GAS.
           MOVE COS-UNI TO DET-COS.
           MOVE RECARGO TO DET-REC.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           PERFORM LEER-SIGUIENTE.
      *
       TOTAL-ENTRADA.
           COMPUTE TOT-REAL = TOT-VAL + TOT-GAS.
           MOVE TOT-VAL  TO TOT-V.
           MOVE TOT-GAS  TO TOT-G.
           MOVE TOT-REAL TO TOT-R.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Recorre GASTOS.DAT buscando las facturas que llevan la
      * entrada en curso entre las suyas
      * ************************************************
       LISTAR-GASTOS.
           MOVE SPACE TO FINGAS.
           MOVE ZEROS TO GASNUM.
           START FGAS KEY IS NOT LESS GASNUM INVALID KEY
                                      MOVE 'S' TO FINGAS.
           IF FINGAS NOT = 'S' THEN
              READ FGAS NEXT RECORD AT END MOVE 'S' TO FINGAS.
           PERFORM REVISAR-GASTO UNTIL FINGAS = 'S'.
      *
       REVISAR-GASTO.
           MOVE 'N' TO GAS-APLICA.
           PERFORM VARYING GASIDX FROM 1 BY 1
              UNTIL GASIDX > GASNEN OR GASENT(GASIDX) = ENT-ACT.
           IF GASIDX NOT > GASNEN THEN
              PERFORM LISTAR-GASTO.
           READ FGAS NEXT RECORD AT END MOVE 'S' TO FINGAS.
      *
       LISTAR-GASTO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE GASNUM TO GAS-NUM.
           MOVE 'Otros'  TO GAS-TIPO.
           IF GAS-FLETE THEN
              MOVE 'Flete'  TO GAS-TIPO.
           IF GAS-ADUANA THEN
              MOVE 'Aduana' TO GAS-TIPO.
           MOVE GASPRV TO GAS-PRV.
           MOVE GASREF TO GAS-REF.
           MOVE GSFDD  TO DD2.
           MOVE GSFMM  TO MM2.
           MOVE GSFAA  TO AA2.
           MOVE FF2    TO GAS-FEC.
           MOVE DD1    TO DD2.
           MOVE MM1    TO MM2.
           MOVE AA1    TO AA2.
           MOVE 'cantidad' TO GAS-BAS.
           IF GAS-VALOR THEN
              MOVE 'valor'  TO GAS-BAS.
           IF GAS-PESO THEN
              MOVE 'peso'   TO GAS-BAS.
           MOVE GASIMP TO GAS-IMP.
           WRITE LIN-IMPR FROM LINEA-GASTO AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
      * ************************************************
       CABECERA.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG TO CAB-PAG.
           MOVE FF2    TO CAB-FEC.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 7 TO LINPAG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPRV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPRV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FENT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FENT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FGAS.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FGAS   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
