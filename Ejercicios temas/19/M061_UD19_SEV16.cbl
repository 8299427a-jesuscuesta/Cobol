123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD19E16.
       REMARKS. UNIDAD 19 EJERCICIO 16.
      *
      * Fichas de alergenos pendientes: lista en SINALERG.PRN los
      * productos de las familias de alimentacion (FAMALI = 'S' en
      * FAMILIAS.DAT, mantenido con UD09E9) que no tienen ficha en
      * PROATRIB.DAT o que la tienen con algun alergeno sin
      * capturar. Son los que saldrian en la etiqueta, el albaran
      * o la tienda web sin los datos que exige el etiquetado, asi
      * que esta lista es el trabajo pendiente de UD09E11.
      *
      * La ficha se consulta con la rutina comun FICHALI, la misma
      * que usan la etiqueta UD13E17, el albaran UD11E3 y la
      * exportacion web UD18E10. Si FAMILIAS.DAT no existe no hay
      * familias de alimentacion y el informe sale vacio.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPROD.
      *
            SELECT FFAM ASSIGN TO DISK 'FAMILIAS.DAT'
            RECORD KEY IS FAMCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FFAM.
      *
            SELECT FLISTA ASSIGN TO DISK 'SINALERG.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FFAM LABEL RECORD IS STANDARD.
           COPY REGFAM.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Totales del informe.
       77 NUMALI     PIC 9(5)   VALUE 0.
       77 NUMSIN     PIC 9(5)   VALUE 0.
       77 NUMINC     PIC 9(5)   VALUE 0.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FPROD   PIC XX.
       77 FS-FFAM    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun FICHALI.
       77 FAL-EST    PIC X.
       77 FAL-NUM    PIC 99.
       01 FAL-NOMBRES.
           02 FAL-NOM PIC X(17) OCCURS 14 TIMES.
       77 FAL-ALE    PIC X(140).
       77 FAL-CON    PIC X(30).
       77 FAL-ORI    PIC X(2).
       77 FAL-ING    PIC X(180).
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
           02 FILLER  PIC X(22) VALUE SPACES.
           02 FILLER  PIC X(36) VALUE
              'FICHAS DE ALERGENOS PENDIENTES'.
           02 FILLER  PIC X(22) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Prod.'.
           02 FILLER  PIC X(22) VALUE 'Descripcion'.
           02 FILLER  PIC X(5)  VALUE 'Fam.'.
           02 FILLER  PIC X(25) VALUE 'Motivo'.
           02 FILLER  PIC X(19) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-PRO  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DES  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FAM  PIC X(3).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-MOT  PIC X(25).
           02 FILLER   PIC X(19) VALUE SPACES.
      *
       01 LINEA-TOTAL-1.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(30) VALUE
              'Productos de alimentacion...: '.
           02 TOT-ALI  PIC ZZ.ZZ9.
           02 FILLER   PIC X(41) VALUE SPACES.
       01 LINEA-TOTAL-2.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(30) VALUE
              'Sin ficha...................: '.
           02 TOT-SIN  PIC ZZ.ZZ9.
           02 FILLER   PIC X(41) VALUE SPACES.
       01 LINEA-TOTAL-3.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(30) VALUE
              'Alergenos sin capturar......: '.
           02 TOT-INC  PIC ZZ.ZZ9.
           02 FILLER   PIC X(41) VALUE SPACES.
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
           MOVE 0 TO NUMALI.
           MOVE 0 TO NUMSIN.
           MOVE 0 TO NUMINC.
           MOVE 0 TO NUMPAG.
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
      * FAMILIAS.DAT puede no existir todavia (estado '35'): no
      * hay entonces ninguna familia de alimentacion.
           OPEN INPUT FFAM.
           IF FS-FFAM NOT = '00' AND FS-FFAM NOT = '35' THEN
              PERFORM ERROR-FICHERO-FFAM
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
      * Proceso del programa
      * ************************************************
        PROCESO.
           IF FS-FFAM NOT = '35' THEN
              PERFORM RECORRER-PRODUCTOS.
           PERFORM TOTAL-GENERAL.
      *
           DISPLAY 'INFORME GENERADO EN SINALERG.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FPROD FLISTA.
           IF FS-FFAM NOT = '35' THEN
              CLOSE FFAM.
      *
      * ************************************************
      * Recorre el maestro de productos revisando los de las
      * familias de alimentacion
      * ************************************************
       RECORRER-PRODUCTOS.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO PROCOD.
           START FPROD KEY IS NOT LESS PROCOD INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FPROD NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-PRODUCTO UNTIL FINLEC = 'S'.
      *
       REVISAR-PRODUCTO.
           MOVE PROFAM TO FAMCOD.
           MOVE SPACES TO EXISTE.
           MOVE SPACE  TO FAMALI.
           READ FFAM RECORD KEY IS FAMCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND FAM-ALIMENTACION THEN
              PERFORM COMPROBAR-FICHA.
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       COMPROBAR-FICHA.
           ADD 1 TO NUMALI.
           CALL 'FICHALI' USING PROCOD, FAL-EST, FAL-NUM,
                                FAL-NOMBRES, FAL-ALE, FAL-CON,
                                FAL-ORI, FAL-ING.
           IF FAL-EST = 'N' THEN
              ADD 1 TO NUMSIN
              MOVE 'Sin ficha' TO DET-MOT
              PERFORM LISTAR-PRODUCTO.
           IF FAL-EST = 'I' THEN
              ADD 1 TO NUMINC
              MOVE 'Alergenos sin capturar' TO DET-MOT
              PERFORM LISTAR-PRODUCTO.
      *
       LISTAR-PRODUCTO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE PROCOD TO DET-PRO.
           MOVE PRODES TO DET-DES.
           MOVE PROFAM TO DET-FAM.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Totales del informe
      * ************************************************
       TOTAL-GENERAL.
           IF LINPAG > MAXLIN - 3 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE NUMALI TO TOT-ALI.
           MOVE NUMSIN TO TOT-SIN.
           MOVE NUMINC TO TOT-INC.
           WRITE LIN-IMPR FROM LINEA-TOTAL-1 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TOTAL-2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TOTAL-3 AFTER ADVANCING 1 LINE.
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
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
