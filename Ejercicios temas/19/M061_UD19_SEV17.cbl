123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD19E17.
       REMARKS. UNIDAD 19 EJERCICIO 17.
      *
      * Traspasos atascados en transito: lista en TRANSITO.PRN los
      * traspasos de TRASPAS.DAT (los de UD09E12) enviados hace mas
      * de los dias que se piden al lanzarlo (sin dias, dos) y que
      * el destino todavia no ha confirmado. El camion tarda un
      * dia; lo que lleva mas en el almacen 'TR' es un traspaso
      * que nadie ha recibido o cuyo genero se ha perdido por el
      * camino, y cuanto antes se sepa, mejor.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FTRS ASSIGN TO DISK 'TRASPAS.DAT'
            RECORD KEY IS TRSNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTRS.
      *
            SELECT FUBI ASSIGN TO DISK 'UBICA.DAT'
            RECORD KEY IS UBICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FUBI.
      *
            SELECT FLISTA ASSIGN TO DISK 'TRANSITO.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FTRS LABEL RECORD IS STANDARD.
           COPY REGTRS.
      *
       FD FUBI LABEL RECORD IS STANDARD.
           COPY REGUBI.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 CONTINUA   PIC X.
      *
      * Dias de transito a partir de los que se lista.
       77 DIAS-E     PIC 999.
      *
      * Unidades de un traspaso y totales del informe.
       77 LINIDX     PIC 99.
       77 UNI-TRS    PIC 9(7).
       77 NUMTRS     PIC 9(5)   VALUE 0.
       77 TOT-UNI    PIC 9(7)   VALUE 0.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FTRS    PIC XX.
       77 FS-FUBI    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER   PIC X(3).
       77 CAL-FECHA1 PIC 9(8).
       77 CAL-FECHA2 PIC 9(8).
       77 CAL-DIAS   PIC S9(5).
       77 CAL-OK     PIC X.
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
      * Fecha de envio del traspaso (AAAAMMDD).
       01 FENV.
           02 FEAA    PIC 9999.
           02 FEMM    PIC 99.
           02 FEDD    PIC 99.
       01 FENV-N REDEFINES FENV PIC 9(8).
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
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(31) VALUE
              'TRASPASOS EN TRANSITO DE MAS DE'.
           02 CAB-DIAS PIC ZZ9.
           02 FILLER  PIC X(5)  VALUE ' DIAS'.
           02 FILLER  PIC X(21) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Trasp.'.
           02 FILLER  PIC X(24) VALUE 'Origen'.
           02 FILLER  PIC X(24) VALUE 'Destino'.
           02 FILLER  PIC X(11) VALUE 'Enviado'.
           02 FILLER  PIC X(5)  VALUE 'Dias'.
           02 FILLER  PIC X(5)  VALUE ' Uds.'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-NUM  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-ORI  PIC XX.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-ODE  PIC X(20).
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-DES  PIC XX.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-DDE  PIC X(20).
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-FEC.
               03 DET-DD PIC 99.
               03 FILLER PIC X   VALUE '/'.
               03 DET-MM PIC 99.
               03 FILLER PIC X   VALUE '/'.
               03 DET-AA PIC 9999.
           02 DET-DIAS PIC ZZZ9.
           02 DET-UNI  PIC ZZZ.ZZ9.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(24) VALUE 'Traspasos atascados...: '.
           02 TOT-TRS  PIC ZZ.ZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(12) VALUE 'Unidades..: '.
           02 TOT-CAN  PIC Z.ZZZ.ZZ9.
           02 FILLER   PIC X(22) VALUE SPACES.
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
           MOVE 0 TO NUMTRS.
           MOVE 0 TO TOT-UNI.
           MOVE 0 TO NUMPAG.
      *
      * TRASPAS.DAT puede no existir todavia (estado '35'): no hay
      * entonces ningun traspaso en transito.
           OPEN INPUT FTRS.
           IF FS-FTRS NOT = '00' AND FS-FTRS NOT = '35' THEN
              PERFORM ERROR-FICHERO-FTRS
              GOBACK.
      *
           OPEN INPUT FUBI.
           IF FS-FUBI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FUBI
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
      * Dias de transito: sin dias, dos (el camion tarda uno).
           DISPLAY 'Traspasos en transito de mas de (0 = 2) dias:'
                            LINE 22 POSITION 14.
           MOVE ZEROS TO DIAS-E.
           ACCEPT DIAS-E    LINE 22 POSITION 61 NO BEEP.
           IF DIAS-E = ZEROS THEN
              MOVE 2 TO DIAS-E.
           MOVE DIAS-E TO CAB-DIAS.
      *
           MOVE 99 TO LINPAG.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           IF FS-FTRS NOT = '35' THEN
              PERFORM RECORRER-TRASPASOS.
           PERFORM TOTAL-GENERAL.
      *
           DISPLAY 'INFORME GENERADO EN TRANSITO.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FUBI FLISTA.
           IF FS-FTRS NOT = '35' THEN
              CLOSE FTRS.
      *
      * ************************************************
      * Recorre los traspasos y lista los que llevan en transito
      * mas de los dias pedidos
      * ************************************************
       RECORRER-TRASPASOS.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO TRSNUM.
           START FTRS KEY IS NOT LESS TRSNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FTRS NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-TRASPASO UNTIL FINLEC = 'S'.
      *
       REVISAR-TRASPASO.
           IF TRS-TRANSITO THEN
              PERFORM CALCULAR-DIAS
              IF CAL-DIAS > DIAS-E THEN
                 PERFORM LISTAR-TRASPASO.
           READ FTRS NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       CALCULAR-DIAS.
           MOVE 'DIF'  TO CAL-OPER.
           MOVE TRSFEN TO CAL-FECHA1.
           MOVE FECHA  TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
      *
       LISTAR-TRASPASO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE TRSNUM TO DET-NUM.
           MOVE TRSORI TO DET-ORI.
           MOVE TRSORI TO UBICOD.
           PERFORM LEER-ALMACEN.
           MOVE UBIDES TO DET-ODE.
           MOVE TRSDES TO DET-DES.
           MOVE TRSDES TO UBICOD.
           PERFORM LEER-ALMACEN.
           MOVE UBIDES TO DET-DDE.
           MOVE TRSFEN TO FENV-N.
           MOVE FEDD   TO DET-DD.
           MOVE FEMM   TO DET-MM.
           MOVE FEAA   TO DET-AA.
           MOVE CAL-DIAS TO DET-DIAS.
           MOVE 0 TO UNI-TRS.
           PERFORM SUMAR-LINEA VARYING LINIDX FROM 1 BY 1
              UNTIL LINIDX > TRSNLI.
           MOVE UNI-TRS TO DET-UNI.
      *
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD 1 TO NUMTRS.
           ADD UNI-TRS TO TOT-UNI.
      *
       SUMAR-LINEA.
           ADD TRSCAN(LINIDX) TO UNI-TRS.
      *
       LEER-ALMACEN.
           READ FUBI RECORD KEY IS UBICOD INVALID KEY
                                 MOVE SPACES TO UBIDES.
      *
      * ************************************************
      * Total del informe
      * ************************************************
       TOTAL-GENERAL.
           IF LINPAG > MAXLIN OR NUMTRS = 0 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE NUMTRS  TO TOT-TRS.
           MOVE TOT-UNI TO TOT-CAN.
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
       ERROR-FICHERO-FTRS.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTRS   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FUBI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FUBI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
