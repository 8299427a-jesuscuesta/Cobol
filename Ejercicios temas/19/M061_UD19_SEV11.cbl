123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD19E11.
       REMARKS. UNIDAD 19 EJERCICIO 11.
      *
      * Informe del stock en consigna: lista en CONSIGNA.PRN, por
      * cliente, lo que tiene cada consigna (almacenes de UBICA.DAT
      * con UBICLI) segun STOCKUBI.DAT, con su valor al coste medio
      * (o a PROPRE si el articulo no tiene coste capturado) y lo
      * que lleva cada articulo en la estanteria del cliente: la
      * fecha de la entrada mas antigua que sigue alli y los dias
      * desde entonces. Esa fecha sale de MOVIMIENT.DAT suponiendo
      * que el cliente gasta primero lo mas antiguo: se suman las
      * entradas del articulo en la consigna, y la mas antigua que
      * sigue alli es la primera con la que el acumulado de
      * entradas supera lo ya consumido (entradas menos stock).
      * Un articulo sin entradas registradas sale sin fecha.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FUBI ASSIGN TO DISK 'UBICA.DAT'
            RECORD KEY IS UBICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FUBI.
      *
            SELECT FSUB ASSIGN TO DISK 'STOCKUBI.DAT'
            RECORD KEY IS SUCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FSUB.
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
            SELECT FMOV ASSIGN TO DISK 'MOVIMIENT.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FMOV.
      *
            SELECT FLISTA ASSIGN TO DISK 'CONSIGNA.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FUBI LABEL RECORD IS STANDARD.
           COPY REGUBI.
      *
       FD FSUB LABEL RECORD IS STANDARD.
           COPY REGSUB.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FMOV LABEL RECORD IS STANDARD.
           COPY REGMOV.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Articulos en consigna con existencia: almacen, producto,
      * stock, entradas registradas, acumulado de entradas de la
      * segunda pasada y fecha de la entrada mas antigua que sigue
      * en la estanteria.
       77 NUMTC      PIC 999 VALUE 0.
       77 TCIDX      PIC 999.
       01 TABLA-CONSIGNA.
           02 ART-CSG OCCURS 500 TIMES.
              03 TC-UBI  PIC XX.
              03 TC-PRO  PIC X(4).
              03 TC-QTY  PIC S9(5).
              03 TC-ENT  PIC S9(7).
              03 TC-ACU  PIC S9(7).
              03 TC-FEC  PIC 9(8).
      *
      * Pasada sobre MOVIMIENT.DAT: 1 suma entradas, 2 fecha.
       77 PASADA     PIC 9.
      *
      * Almacen en curso del listado y sus totales.
       77 UBI-ACT    PIC XX.
       77 ART-UBI    PIC 999.
       77 SUB-UNI    PIC 9(7).
       77 SUB-VAL    PIC 9(9)V99.
      *
      * Valor de la linea en curso y totales del informe.
       77 VALOR-LIN  PIC 9(9)V99.
       77 TOT-UNI    PIC 9(7)   VALUE 0.
       77 TOT-VAL    PIC 9(9)V99 VALUE 0.
       77 NUMART     PIC 9(5)   VALUE 0.
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER   PIC X(3).
       77 CAL-FECHA1 PIC 9(8).
       77 CAL-FECHA2 PIC 9(8).
       77 CAL-DIAS   PIC S9(5).
       77 CAL-OK     PIC X.
      *
      * Fecha de entrada descompuesta para imprimirla.
       01 FE1.
           02 FE-AA   PIC 9999.
           02 FE-MM   PIC 99.
           02 FE-DD   PIC 99.
       01 FE2.
           02 FE2-DD  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FE2-MM  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FE2-AA  PIC 9999.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FUBI    PIC XX.
       77 FS-FSUB    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FMOV    PIC XX.
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
           02 FILLER  PIC X(27) VALUE SPACES.
           02 FILLER  PIC X(26) VALUE
              'STOCK EN CONSIGNA'.
           02 FILLER  PIC X(27) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Prod.'.
           02 FILLER  PIC X(22) VALUE 'Descripcion'.
           02 FILLER  PIC X(6)  VALUE 'Cantd.'.
           02 FILLER  PIC X(14) VALUE '         Valor'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Desde'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE ' Dias'.
           02 FILLER  PIC X(10) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-CONSIGNA.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(10) VALUE 'Consigna '.
           02 CSG-UBI  PIC XX.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 CSG-DES  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE 'Cliente '.
           02 CSG-CLI  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 CSG-NOM  PIC X(20).
           02 FILLER   PIC X(6)  VALUE SPACES.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-PRO  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DES  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CAN  PIC ZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-VAL  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FEC  PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DIA  PIC ZZZZ9.
           02 DET-DIA-X REDEFINES DET-DIA PIC X(5).
           02 FILLER   PIC X(10) VALUE SPACES.
      *
       01 LINEA-SUBTOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(20) VALUE 'Total consigna....: '.
           02 FILLER   PIC X(6)  VALUE SPACES.
           02 SUB-CAN  PIC ZZZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 SUB-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(29) VALUE SPACES.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(20) VALUE 'TOTAL CONSIGNAS...: '.
           02 FILLER   PIC X(6)  VALUE SPACES.
           02 TOT-CAN  PIC ZZZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(29) VALUE SPACES.
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
           MOVE 0 TO NUMTC.
           MOVE 0 TO TOT-UNI.
           MOVE 0 TO TOT-VAL.
           MOVE 0 TO NUMART.
           MOVE 0 TO NUMPAG.
           OPEN INPUT FUBI.
           IF FS-FUBI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FUBI
              GOBACK.
      *
           OPEN INPUT FSUB.
           IF FS-FSUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSUB
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
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
      * Proceso del programa: carga lo que hay en consigna, fecha
      * cada articulo con dos pasadas sobre los movimientos y lista
      * por almacen de consigna
      * ************************************************
        PROCESO.
           PERFORM CARGAR-CONSIGNAS.
           MOVE 1 TO PASADA.
           PERFORM PASAR-MOVIMIENTOS.
           MOVE 2 TO PASADA.
           PERFORM PASAR-MOVIMIENTOS.
           PERFORM LISTAR-CONSIGNAS.
           PERFORM TOTAL-GENERAL.
      *
           DISPLAY 'INFORME GENERADO EN CONSIGNA.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FUBI FSUB FPROD FCLI FLISTA.
      *
      * ************************************************
      * Recorre el stock por ubicacion y se queda con lo que hay
      * en almacenes de consigna
      * ************************************************
       CARGAR-CONSIGNAS.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO SUCLAVE.
           START FSUB KEY IS NOT LESS SUCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FSUB NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-REGISTRO UNTIL FINLEC = 'S'.
      *
       REVISAR-REGISTRO.
           IF SUQTY > 0 AND SUUBI NOT = '01' AND SUUBI NOT = 'CU' THEN
              PERFORM MIRAR-ALMACEN.
           READ FSUB NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       MIRAR-ALMACEN.
           MOVE SUUBI TO UBICOD.
           MOVE SPACES TO EXISTE.
           READ FUBI RECORD KEY IS UBICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND NOT UBI-PROPIA
                AND NUMTC < 500 THEN
              PERFORM ANOTAR-ARTICULO.
      *
       ANOTAR-ARTICULO.
           ADD 1 TO NUMTC.
           MOVE SUUBI TO TC-UBI(NUMTC).
           MOVE SUPRO TO TC-PRO(NUMTC).
           MOVE SUQTY TO TC-QTY(NUMTC).
           MOVE 0     TO TC-ENT(NUMTC).
           MOVE 0     TO TC-ACU(NUMTC).
           MOVE 0     TO TC-FEC(NUMTC).
      *
      * ************************************************
      * Una pasada sobre MOVIMIENT.DAT mirando solo las entradas
      * de los articulos en consigna. Sin fichero de movimientos
      * (estado '35') ningun articulo lleva fecha.
      * ************************************************
       PASAR-MOVIMIENTOS.
           IF NUMTC > 0 THEN
              OPEN INPUT FMOV
              IF FS-FMOV = '00' THEN
                 PERFORM LEER-MOVIMIENTO
                 PERFORM REVISAR-MOVIMIENTO UNTIL FINLEC = 'S'
                 CLOSE FMOV.
      *
       LEER-MOVIMIENTO.
           MOVE SPACE TO FINLEC.
           READ FMOV AT END MOVE 'S' TO FINLEC.
      *
       REVISAR-MOVIMIENTO.
           IF MOVCANT > 0 THEN
              PERFORM BUSCAR-ARTICULO.
           READ FMOV AT END MOVE 'S' TO FINLEC.
      *
       BUSCAR-ARTICULO.
           PERFORM VARYING TCIDX FROM 1 BY 1
              UNTIL TCIDX > NUMTC
                 OR (TC-UBI(TCIDX) = MOVUBI AND TC-PRO(TCIDX) = MOVCOD).
           IF TCIDX NOT > NUMTC AND PASADA = 1 THEN
              ADD MOVCANT TO TC-ENT(TCIDX).
           IF TCIDX NOT > NUMTC AND PASADA = 2 THEN
              PERFORM FECHAR-ENTRADA.
      *
      * Primera entrada con la que el acumulado supera lo ya
      * consumido (entradas menos stock): es la mas antigua que
      * sigue en la estanteria.
       FECHAR-ENTRADA.
           IF TC-FEC(TCIDX) = 0 THEN
              ADD MOVCANT TO TC-ACU(TCIDX)
              IF TC-ACU(TCIDX) > TC-ENT(TCIDX) - TC-QTY(TCIDX) THEN
                 MOVE MOVFEC TO TC-FEC(TCIDX).
      *
      * ************************************************
      * Recorre el maestro de almacenes y lista cada consigna con
      * sus articulos
      * ************************************************
       LISTAR-CONSIGNAS.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO UBICOD.
           START FUBI KEY IS NOT LESS UBICOD INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FUBI NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-ALMACEN UNTIL FINLEC = 'S'.
      *
       REVISAR-ALMACEN.
           IF NOT UBI-PROPIA THEN
              PERFORM LISTAR-CONSIGNA.
           READ FUBI NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       LISTAR-CONSIGNA.
           MOVE UBICOD TO UBI-ACT.
           MOVE 0 TO ART-UBI.
           MOVE 0 TO SUB-UNI.
           MOVE 0 TO SUB-VAL.
           PERFORM CONTAR-ARTICULO
              VARYING TCIDX FROM 1 BY 1 UNTIL TCIDX > NUMTC.
           IF ART-UBI > 0 THEN
              PERFORM CABECERA-CONSIGNA
              PERFORM LISTAR-ARTICULO
                 VARYING TCIDX FROM 1 BY 1 UNTIL TCIDX > NUMTC
              PERFORM SUBTOTAL-CONSIGNA.
      *
       CONTAR-ARTICULO.
           IF TC-UBI(TCIDX) = UBI-ACT THEN
              ADD 1 TO ART-UBI.
      *
       CABECERA-CONSIGNA.
           IF LINPAG > MAXLIN - 3 THEN
              PERFORM CABECERA.
           MOVE UBICOD TO CSG-UBI.
           MOVE UBIDES TO CSG-DES.
           MOVE UBICLI TO CSG-CLI.
           MOVE UBICLI TO CLICOD.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
           MOVE CLINOM TO CSG-NOM.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-CONSIGNA AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
       LISTAR-ARTICULO.
           IF TC-UBI(TCIDX) = UBI-ACT THEN
              PERFORM IMPRIMIR-ARTICULO.
      *
       IMPRIMIR-ARTICULO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE TC-PRO(TCIDX) TO DET-PRO.
           MOVE TC-PRO(TCIDX) TO PROCOD.
           MOVE SPACES TO PRODES.
           MOVE ZEROS  TO PROCOS.
           MOVE ZEROS  TO PROPRE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE '(sin producto)' TO PRODES.
           MOVE PRODES TO DET-DES.
           MOVE TC-QTY(TCIDX) TO DET-CAN.
      * Valor al coste medio; sin coste capturado, a PROPRE.
           IF PROCOS > 0 THEN
              COMPUTE VALOR-LIN = TC-QTY(TCIDX) * PROCOS
            ELSE
              COMPUTE VALOR-LIN = TC-QTY(TCIDX) * PROPRE.
           MOVE VALOR-LIN TO DET-VAL.
      *
           MOVE 'sin fecha' TO DET-FEC.
           MOVE SPACES TO DET-DIA-X.
           IF TC-FEC(TCIDX) > 0 THEN
              PERFORM CALCULAR-ANTIGUEDAD.
      *
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD TC-QTY(TCIDX) TO SUB-UNI.
           ADD VALOR-LIN TO SUB-VAL.
           ADD TC-QTY(TCIDX) TO TOT-UNI.
           ADD VALOR-LIN TO TOT-VAL.
           ADD 1 TO NUMART.
      *
      * Fecha de la entrada mas antigua y dias hasta hoy.
       CALCULAR-ANTIGUEDAD.
           MOVE TC-FEC(TCIDX) TO FE1.
           MOVE FE-DD TO FE2-DD.
           MOVE FE-MM TO FE2-MM.
           MOVE FE-AA TO FE2-AA.
           MOVE FE2   TO DET-FEC.
           MOVE 'DIF' TO CAL-OPER.
           MOVE TC-FEC(TCIDX) TO CAL-FECHA1.
           MOVE FECHA TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           IF CAL-OK = 'S' AND CAL-DIAS NOT < 0 THEN
              MOVE CAL-DIAS TO DET-DIA.
      *
       SUBTOTAL-CONSIGNA.
           MOVE SUB-UNI TO SUB-CAN.
           MOVE SUB-VAL TO SUB-IMP.
           WRITE LIN-IMPR FROM LINEA-SUBTOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Total del informe
      * ************************************************
       TOTAL-GENERAL.
           IF LINPAG > MAXLIN OR NUMART = 0 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE TOT-UNI TO TOT-CAN.
           MOVE TOT-VAL TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
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
       ERROR-FICHERO-FUBI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FUBI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSUB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSUB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
