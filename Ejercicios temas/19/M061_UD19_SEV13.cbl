123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD19E13.
       REMARKS. UNIDAD 19 EJERCICIO 13.
      *
      * Informe de ordenes de montaje abiertas (ORDMONT.DAT, las
      * que abre UD19E12): lista en MONTAJE.PRN cada orden abierta
      * con lo que necesita, por componente en las de montaje o el
      * propio kit en las de desmontaje, lo disponible en el
      * almacen de la orden (la regla DISPONIBLE-ALMACEN de la
      * expedicion) y lo que le falta a esa orden sola. Como varias
      * ordenes pueden tirar del mismo articulo, cierra con el
      * resumen de faltas acumuladas: por almacen y articulo, lo
      * que piden entre todas las ordenes abiertas contra lo que
      * hay, que es lo que compras tiene que traer antes de montar.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FOMT ASSIGN TO DISK 'ORDMONT.DAT'
            RECORD KEY IS OMTNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FOMT.
      *
            SELECT FKIT ASSIGN TO DISK 'KITCOMP.DAT'
            RECORD KEY IS KITCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FKIT.
      *
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FSUB ASSIGN TO DISK 'STOCKUBI.DAT'
            RECORD KEY IS SUCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FSUB.
      *
            SELECT FLISTA ASSIGN TO DISK 'MONTAJE.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FOMT LABEL RECORD IS STANDARD.
           COPY REGOMT.
      *
       FD FKIT LABEL RECORD IS STANDARD.
           COPY REGKIT.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FSUB LABEL RECORD IS STANDARD.
           COPY REGSUB.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 FINKIT     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Orden en curso: kit, almacen y cantidad.
       77 KIT-COD    PIC X(4).
       77 UBI-ORD    PIC XX.
       77 NECESITA   PIC 9(7).
       77 DISP-ALM   PIC S9(7).
       77 FALTA      PIC 9(7).
      *
      * Necesidades acumuladas de todas las ordenes abiertas por
      * almacen y articulo, con lo disponible en ese almacen.
       77 NUMTN      PIC 999 VALUE 0.
       77 MAXTN      PIC 999 VALUE 300.
       77 TNIDX      PIC 999.
       01 TABLA-NECESIDAD.
           02 NEC-ART OCCURS 300 TIMES.
              03 TN-UBI  PIC XX.
              03 TN-PRO  PIC X(4).
              03 TN-NEC  PIC 9(7).
              03 TN-DIS  PIC S9(7).
      *
      * Seccion que se esta listando (O ordenes, F resumen de
      * faltas), para la cabecera de columnas de cada pagina.
       77 SECCION    PIC X.
      *
      * Contadores del informe.
       77 NUMORD     PIC 9(5) VALUE 0.
       77 NUMFAL     PIC 9(5) VALUE 0.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FOMT    PIC XX.
       77 FS-FKIT    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FSUB    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 SUB-EXISTE PIC X.
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
       01 FF3.
           02 DD3     PIC 99.
           02 GT3     PIC X   VALUE '/'.
           02 MM3     PIC 99.
           02 GT4     PIC X   VALUE '/'.
           02 AA3     PIC 9999.
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
           02 FILLER  PIC X(22) VALUE SPACES.
           02 CAB-TIT PIC X(36).
           02 FILLER  PIC X(22) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(7)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Prod.'.
           02 FILLER  PIC X(22) VALUE 'Descripcion'.
           02 FILLER  PIC X(10) VALUE '  Necesita'.
           02 FILLER  PIC X(12) VALUE '  Disponible'.
           02 FILLER  PIC X(10) VALUE '     Falta'.
           02 FILLER  PIC X(13) VALUE SPACES.
      *
       01 CABECERA-6.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(4)  VALUE 'Alm.'.
           02 FILLER  PIC X(6)  VALUE 'Prod.'.
           02 FILLER  PIC X(22) VALUE 'Descripcion'.
           02 FILLER  PIC X(10) VALUE '  Necesita'.
           02 FILLER  PIC X(12) VALUE '  Disponible'.
           02 FILLER  PIC X(10) VALUE '     Falta'.
           02 FILLER  PIC X(13) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-ORDEN.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(6)  VALUE 'Orden '.
           02 ORD-NUM  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 ORD-TIP  PIC X(11).
           02 ORD-KIT  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 ORD-DES  PIC X(20).
           02 ORD-CAN  PIC ZZ.ZZ9.
           02 FILLER   PIC X(5)  VALUE ' Alm '.
           02 ORD-UBI  PIC XX.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 ORD-FPR  PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
      *
      * Lo que falta sale en blanco cuando no falta nada.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-UBI  PIC XX.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PRO  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DES  PIC X(20).
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-NEC  PIC Z.ZZZ.ZZ9.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-DIS  PIC Z.ZZZ.ZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-FAL  PIC Z.ZZZ.ZZZ.
           02 FILLER   PIC X(13) VALUE SPACES.
      *
       01 LINEA-SINFALTAS.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(60) VALUE
              'Sin faltas: hay stock para todas las ordenes abiertas.'.
           02 FILLER   PIC X(17) VALUE SPACES.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(20) VALUE 'Ordenes abiertas..: '.
           02 TOT-ORD  PIC ZZ.ZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
           02 FILLER   PIC X(20) VALUE 'Articulos en falta: '.
           02 TOT-FAL  PIC ZZ.ZZ9.
           02 FILLER   PIC X(20) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: estos programas se
      * lanzan tambien desde el menu general UD05E1 con CALL.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMTN.
           MOVE 0 TO NUMORD.
           MOVE 0 TO NUMFAL.
           MOVE 0 TO NUMPAG.
      * ORDMONT.DAT y KITCOMP.DAT pueden no existir todavia
      * (estado '35'): el informe sale sin ordenes.
           OPEN INPUT FOMT.
           IF FS-FOMT NOT = '00' AND FS-FOMT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FOMT
              GOBACK.
      *
           OPEN INPUT FKIT.
           IF FS-FKIT NOT = '00' AND FS-FKIT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FKIT
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
           OPEN INPUT FSUB.
           IF FS-FSUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSUB
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
           MOVE 99 TO LINPAG.
      *
      * ************************************************
      * Proceso del programa: las ordenes abiertas con sus
      * necesidades y, al final, el resumen de faltas
      * ************************************************
        PROCESO.
           MOVE 'O' TO SECCION.
           MOVE 'ORDENES DE MONTAJE ABIERTAS' TO CAB-TIT.
           PERFORM CABECERA.
           IF FS-FOMT = '00' THEN
              PERFORM LISTAR-ORDENES.
      *
           MOVE 'F' TO SECCION.
           MOVE 'FALTAS ACUMULADAS POR ALMACEN' TO CAB-TIT.
           PERFORM CABECERA.
           PERFORM LISTAR-FALTA
              VARYING TNIDX FROM 1 BY 1 UNTIL TNIDX > NUMTN.
           IF NUMFAL = 0 THEN
              WRITE LIN-IMPR FROM LINEA-SINFALTAS
                    AFTER ADVANCING 1 LINE.
           PERFORM TOTAL-GENERAL.
      *
           DISPLAY 'INFORME GENERADO EN MONTAJE.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FOMT = '00' OR FS-FOMT = '10' THEN
              CLOSE FOMT.
           IF FS-FKIT = '00' OR FS-FKIT = '10' THEN
              CLOSE FKIT.
           CLOSE FPROD FSUB FLISTA.
      *
      * ************************************************
      * Recorre las ordenes por numero y lista las abiertas
      * ************************************************
       LISTAR-ORDENES.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO OMTNUM.
           START FOMT KEY IS NOT LESS OMTNUM INVALID KEY
                                     MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FOMT NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-ORDEN UNTIL FINLEC = 'S'.
      *
       REVISAR-ORDEN.
           IF OMT-ABIERTA THEN
              PERFORM LISTAR-ORDEN.
           READ FOMT NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       LISTAR-ORDEN.
           ADD 1 TO NUMORD.
           MOVE OMTKIT TO KIT-COD.
           MOVE OMTUBI TO UBI-ORD.
           PERFORM CABECERA-ORDEN.
           IF OMT-MONTAJE THEN
              PERFORM LISTAR-COMPONENTES
            ELSE
              MOVE OMTCAN TO NECESITA
              MOVE KIT-COD TO PROCOD
              PERFORM IMPRIMIR-NECESIDAD.
      *
       CABECERA-ORDEN.
           IF LINPAG > MAXLIN - 3 THEN
              PERFORM CABECERA.
           MOVE OMTNUM TO ORD-NUM.
           IF OMT-MONTAJE THEN
              MOVE 'Montaje' TO ORD-TIP
            ELSE
              MOVE 'Desmontaje' TO ORD-TIP.
           MOVE KIT-COD TO ORD-KIT.
           MOVE KIT-COD TO PROCOD.
           MOVE SPACES TO PRODES.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE '(sin producto)' TO PRODES.
           MOVE PRODES TO ORD-DES.
           MOVE OMTCAN TO ORD-CAN.
           MOVE UBI-ORD TO ORD-UBI.
           MOVE OMPDD TO DD3.
           MOVE OMPMM TO MM3.
           MOVE OMPAA TO AA3.
           MOVE FF3 TO ORD-FPR.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-ORDEN AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
      * Una linea por componente de KITCOMP.DAT.
       LISTAR-COMPONENTES.
           IF FS-FKIT = '00' OR FS-FKIT = '10' THEN
              PERFORM POSICIONAR-KIT
              PERFORM LISTAR-UN-CMP UNTIL FINKIT = 'S'.
      *
       LISTAR-UN-CMP.
           COMPUTE NECESITA = OMTCAN * KITCAN.
           MOVE KITCMP TO PROCOD.
           PERFORM IMPRIMIR-NECESIDAD.
           PERFORM LEER-SIGUIENTE-CMP.
      *
       POSICIONAR-KIT.
           MOVE SPACE TO FINKIT.
           MOVE KIT-COD TO KITPRO.
           MOVE ZEROS   TO KITLIN.
           START FKIT KEY IS NOT LESS KITCLAVE INVALID KEY
                                      MOVE 'S' TO FINKIT.
           IF FINKIT NOT = 'S' THEN
              PERFORM LEER-SIGUIENTE-CMP.
      *
       LEER-SIGUIENTE-CMP.
           READ FKIT NEXT RECORD AT END MOVE 'S' TO FINKIT.
           IF FINKIT NOT = 'S' AND KITPRO NOT = KIT-COD THEN
              MOVE 'S' TO FINKIT.
      *
      * ************************************************
      * Necesidad de un articulo (PROCOD) para la orden en curso:
      * se imprime con su disponible y se acumula en la tabla
      * ************************************************
       IMPRIMIR-NECESIDAD.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE '(sin producto)' TO PRODES
              MOVE 0 TO DISP-ALM
            ELSE
              PERFORM DISPONIBLE-ALMACEN.
           MOVE 0 TO FALTA.
           IF NECESITA > DISP-ALM THEN
              COMPUTE FALTA = NECESITA - DISP-ALM.
      *
           MOVE SPACES   TO DET-UBI.
           MOVE PROCOD   TO DET-PRO.
           MOVE PRODES   TO DET-DES.
           MOVE NECESITA TO DET-NEC.
           MOVE DISP-ALM TO DET-DIS.
           MOVE FALTA    TO DET-FAL.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           PERFORM ACUMULAR-NECESIDAD.
      *
       ACUMULAR-NECESIDAD.
           PERFORM VARYING TNIDX FROM 1 BY 1
              UNTIL TNIDX > NUMTN
                 OR (TN-UBI(TNIDX) = UBI-ORD
                     AND TN-PRO(TNIDX) = PROCOD).
           IF TNIDX > NUMTN AND NUMTN < MAXTN THEN
              ADD 1 TO NUMTN
              MOVE NUMTN    TO TNIDX
              MOVE UBI-ORD  TO TN-UBI(TNIDX)
              MOVE PROCOD   TO TN-PRO(TNIDX)
              MOVE 0        TO TN-NEC(TNIDX)
              MOVE DISP-ALM TO TN-DIS(TNIDX).
           IF TNIDX NOT > NUMTN THEN
              ADD NECESITA TO TN-NEC(TNIDX).
      *
      * ************************************************
      * Stock disponible del articulo en el almacen de la orden,
      * con la regla DISPONIBLE-ALMACEN de UD11E4: su registro de
      * STOCKUBI.DAT (todo el PROQTY si el principal no tiene
      * registro), topado por existencia menos reservas
      * ************************************************
       DISPONIBLE-ALMACEN.
           MOVE PROCOD  TO SUPRO.
           MOVE UBI-ORD TO SUUBI.
           MOVE 'S' TO SUB-EXISTE.
           READ FSUB RECORD KEY IS SUCLAVE INVALID KEY
                                 MOVE 'N' TO SUB-EXISTE.
           IF SUB-EXISTE = 'S' THEN
              MOVE SUQTY TO DISP-ALM
            ELSE
              IF UBI-ORD = '01' THEN
                 MOVE PROQTY TO DISP-ALM
               ELSE
                 MOVE 0 TO DISP-ALM.
           IF DISP-ALM < 0 THEN
              MOVE 0 TO DISP-ALM.
           IF DISP-ALM > PROQTY - PRORES THEN
              COMPUTE DISP-ALM = PROQTY - PRORES.
           IF DISP-ALM < 0 THEN
              MOVE 0 TO DISP-ALM.
      *
      * ************************************************
      * Resumen: articulos a los que, entre todas las ordenes
      * abiertas de un almacen, no les llega lo disponible
      * ************************************************
       LISTAR-FALTA.
           IF TN-NEC(TNIDX) > TN-DIS(TNIDX) THEN
              PERFORM IMPRIMIR-FALTA.
      *
       IMPRIMIR-FALTA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           ADD 1 TO NUMFAL.
           MOVE TN-PRO(TNIDX) TO PROCOD.
           MOVE SPACES TO PRODES.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE '(sin producto)' TO PRODES.
           MOVE TN-UBI(TNIDX) TO DET-UBI.
           MOVE TN-PRO(TNIDX) TO DET-PRO.
           MOVE PRODES        TO DET-DES.
           MOVE TN-NEC(TNIDX) TO DET-NEC.
           MOVE TN-DIS(TNIDX) TO DET-DIS.
           COMPUTE FALTA = TN-NEC(TNIDX) - TN-DIS(TNIDX).
           MOVE FALTA TO DET-FAL.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Totales del informe
      * ************************************************
       TOTAL-GENERAL.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE NUMORD TO TOT-ORD.
           MOVE NUMFAL TO TOT-FAL.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva, con las columnas
      * de la seccion en curso
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
           IF SECCION = 'O' THEN
              WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE
            ELSE
              WRITE LIN-IMPR FROM CABECERA-6 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 7 TO LINPAG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FOMT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FOMT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FKIT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FKIT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSUB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSUB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
