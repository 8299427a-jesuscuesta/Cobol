123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD21E13.
       REMARKS. UNIDAD 21 EJERCICIO 13.
      *
      * Utilidad batch que carga el fichero de estados de
      * seguimiento que devuelve el transportista (SEGUIMTO.CSV),
      * texto delimitado por punto y coma con una linea por envio
      * tras la de cabecera de columnas:
      *
      *    pedido;estado;AAAAMMDD;HHMM;firmante-o-motivo
      *
      * El pedido va con sus seis cifras, como en las etiquetas de
      * UD21E1. Estado E es entregado (con quien firmo) y N no
      * entregado (con el motivo); cualquier otro (en transito, en
      * reparto...) solo se cuenta. Solo se aplican los pedidos
      * que tienen envio en EXPEDIC.DAT: los repartidos con
      * furgoneta propia van por la hoja de ruta UD21E12. La
      * prueba la anota la rutina comun ENTREGA con procedencia
      * transportista, y repetir el fichero no duplica nada: un
      * pedido ya entregado, o ya devuelto a captado, se rechaza.
      *
      * Las lineas rechazadas y los no entregados se listan en
      * SEGUIMTO.PRN con su motivo; el resumen sale por pantalla
      * y queda una linea en el diario de procesos BATCHLOG.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEXP ASSIGN TO DISK 'EXPEDIC.DAT'
            RECORD KEY IS EXPPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FEXP.
      *
            SELECT FCSV ASSIGN TO DISK 'SEGUIMTO.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FCSV.
      *
            SELECT FLISTA ASSIGN TO DISK 'SEGUIMTO.PRN'
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
       FD FEXP LABEL RECORD IS STANDARD.
           COPY REGEXP.
      *
       FD FCSV LABEL RECORD IS STANDARD.
           01 LIN-CSV PIC X(100).
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Campos de trabajo para descomponer una linea de CSV, con
      * el ancho exacto de los argumentos de ENTREGA para que el
      * MOVE a los numericos no arrastre espacios.
       01 CAMPOS-CSV.
           02 CAMPO-PED  PIC X(06).
           02 CAMPO-EST  PIC X(01).
           02 CAMPO-FEC  PIC X(08).
           02 CAMPO-HRA  PIC X(04).
           02 CAMPO-FIR  PIC X(30).
      *
      * Argumentos de la rutina comun ENTREGA.
       77 ENT-PED    PIC 9(6).
       77 ENT-RES    PIC X.
       77 ENT-FEC    PIC 9(8).
       77 ENT-HRA    PIC 9(4).
       77 ENT-FIR    PIC X(30).
       77 ENT-ORI    PIC X.
       77 ENT-USU    PIC X(8).
       77 ENT-OK     PIC X.
      *
      * Recuentos del resumen: lineas leidas, entregados, no
      * entregados, estados intermedios y rechazadas.
       77 NUMLEI     PIC 9(5).
       77 NUMENT     PIC 9(5).
       77 NUMNOE     PIC 9(5).
       77 NUMCUR     PIC 9(5).
       77 NUMRECH    PIC 9(5).
       77 ZNUM       PIC ZZZZ9.
      *
      * Motivo de la linea en curso para el listado.
       77 MOTIVO     PIC X(30).
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FEXP    PIC XX.
       77 FS-FCSV    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 FS-FLOG    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
      * Linea que deja la carga en el diario de procesos.
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
           02 FILLER   PIC X(20) VALUE 'Seguimiento: entreg.'.
           02 LOG-ENT  PIC ZZZZ9.
           02 FILLER   PIC X(9)  VALUE ' no entr.'.
           02 LOG-NOE  PIC ZZZZ9.
           02 FILLER   PIC X(7)  VALUE ' rech. '.
           02 LOG-REC  PIC ZZZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
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
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(40) VALUE
              'EXCEPCIONES DEL SEGUIMIENTO TRANSPORTE'.
           02 FILLER  PIC X(20) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Linea'.
           02 FILLER  PIC X(8)  VALUE 'Pedido'.
           02 FILLER  PIC X(4)  VALUE 'Est'.
           02 FILLER  PIC X(31) VALUE 'Firmante / motivo'.
           02 FILLER  PIC X(26) VALUE 'Resultado'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-LIN  PIC ZZZZ9.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-PED  PIC X(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-EST  PIC X.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-FIR  PIC X(30).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-MOT  PIC X(26).
      *
       01 LINEA-CIERRE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(25) VALUE
              'Lineas leidas..........: '.
           02 CIE-LEI  PIC ZZZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(14) VALUE 'Excepciones.: '.
           02 CIE-EXC  PIC ZZZZ9.
           02 FILLER   PIC X(24) VALUE SPACES.
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
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL desde el menu general.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO NUMENT.
           MOVE 0 TO NUMNOE.
           MOVE 0 TO NUMCUR.
           MOVE 0 TO NUMRECH.
           MOVE 0 TO NUMPAG.
      *
           OPEN INPUT FEXP.
           IF FS-FEXP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEXP
              GOBACK.
      *
           OPEN INPUT FCSV.
           IF FS-FCSV NOT = '00' THEN
              PERFORM ERROR-FICHERO-CSV
              CLOSE FEXP
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              CLOSE FEXP FCSV
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
           MOVE SPACE TO FINLEC.
           READ FCSV AT END MOVE 'S' TO FINLEC.
      *
      * La primera linea del fichero es la cabecera de columnas
      * del transportista, no un estado a cargar.
           IF FINLEC NOT = 'S' THEN
              READ FCSV AT END MOVE 'S' TO FINLEC.
      *
           PERFORM CARGAR-LINEA UNTIL FINLEC = 'S'.
           PERFORM CIERRE-INFORME.
           PERFORM ANOTAR-DIARIO.
           PERFORM RESUMEN-CARGA.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FEXP FCSV FLISTA.
      *
      * ************************************************
      * Descompone una linea del CSV y la aplica segun su estado
      * ************************************************
       CARGAR-LINEA.
           ADD 1 TO NUMLEI.
           MOVE SPACES TO CAMPOS-CSV.
           UNSTRING LIN-CSV DELIMITED BY ';'
              INTO CAMPO-PED, CAMPO-EST, CAMPO-FEC, CAMPO-HRA,
                   CAMPO-FIR.
           IF CAMPO-EST = 'e' MOVE 'E' TO CAMPO-EST.
           IF CAMPO-EST = 'n' MOVE 'N' TO CAMPO-EST.
      *
           MOVE SPACES TO MOTIVO.
           IF CAMPO-PED NOT NUMERIC THEN
              MOVE 'Pedido no valido' TO MOTIVO
            ELSE
              IF CAMPO-EST NOT = 'E' AND CAMPO-EST NOT = 'N' THEN
                 ADD 1 TO NUMCUR
               ELSE
                 PERFORM VALIDAR-LINEA.
      *
           IF MOTIVO NOT = SPACES THEN
              ADD 1 TO NUMRECH
              PERFORM LISTAR-LINEA.
      *
           READ FCSV AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Fecha y hora bien formadas y pedido con envio del
      * transportista
      * ************************************************
       VALIDAR-LINEA.
           IF CAMPO-FEC NOT NUMERIC OR CAMPO-HRA NOT NUMERIC THEN
              MOVE 'Fecha u hora no valida' TO MOTIVO
            ELSE
              PERFORM LEER-EXPEDICION
              IF EXISTE = 'N' THEN
                 MOVE 'Sin envio en EXPEDIC.DAT' TO MOTIVO
               ELSE
                 PERFORM APLICAR-LINEA.
      *
       LEER-EXPEDICION.
           MOVE CAMPO-PED TO EXPPED.
           MOVE SPACES TO EXISTE.
           READ FEXP RECORD KEY IS EXPPED INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Anota la prueba con la rutina comun
      * ************************************************
       APLICAR-LINEA.
           MOVE CAMPO-PED TO ENT-PED.
           MOVE CAMPO-EST TO ENT-RES.
           MOVE CAMPO-FEC TO ENT-FEC.
           MOVE CAMPO-HRA TO ENT-HRA.
           MOVE CAMPO-FIR TO ENT-FIR.
           MOVE 'T'        TO ENT-ORI.
           MOVE 'TRANSPOR' TO ENT-USU.
           CALL 'ENTREGA' USING ENT-PED, ENT-RES, ENT-FEC, ENT-HRA,
                                ENT-FIR, ENT-ORI, ENT-USU, ENT-OK.
           IF ENT-OK = 'P' THEN
              MOVE 'El pedido no existe' TO MOTIVO.
           IF ENT-OK = 'X' THEN
              MOVE 'El pedido no esta servido' TO MOTIVO.
           IF ENT-OK = 'Y' THEN
              MOVE 'Ya consta entregado' TO MOTIVO.
           IF ENT-OK = 'E' THEN
              MOVE 'Error de fichero' TO MOTIVO.
           IF (ENT-OK = 'S' OR ENT-OK = 'D') AND ENT-RES = 'E' THEN
              ADD 1 TO NUMENT.
           IF (ENT-OK = 'S' OR ENT-OK = 'D') AND ENT-RES = 'N' THEN
              ADD 1 TO NUMNOE
              PERFORM LISTAR-NO-ENTREGADO.
      *
      * El no entregado no es un rechazo, pero va al listado para
      * que se vea que vuelve al stock (o, facturado, a devolucion).
       LISTAR-NO-ENTREGADO.
           IF ENT-OK = 'D' THEN
              MOVE 'NO ENTR.: devolver UD12E5' TO DET-MOT
            ELSE
              MOVE 'NO ENTR.: vuelve al stock' TO DET-MOT.
           PERFORM ESCRIBIR-DETALLE.
      *
       LISTAR-LINEA.
           MOVE MOTIVO TO DET-MOT.
           PERFORM ESCRIBIR-DETALLE.
      *
       ESCRIBIR-DETALLE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE NUMLEI    TO DET-LIN.
           MOVE CAMPO-PED TO DET-PED.
           MOVE CAMPO-EST TO DET-EST.
           MOVE CAMPO-FIR TO DET-FIR.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       CIERRE-INFORME.
           IF LINPAG > MAXLIN OR NUMPAG = 0 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE NUMLEI TO CIE-LEI.
           COMPUTE CIE-EXC = NUMRECH + NUMNOE.
           WRITE LIN-IMPR FROM LINEA-CIERRE AFTER ADVANCING 1 LINE.
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
      * Deja la ejecucion anotada en BATCHLOG.DAT
      * ************************************************
       ANOTAR-DIARIO.
           OPEN EXTEND FLOG.
           IF FS-FLOG = '35' THEN
              OPEN OUTPUT FLOG.
           IF FS-FLOG = '00' THEN
              ACCEPT HR1 FROM TIME
              MOVE FF2 TO LOG-FEC
              MOVE HH1 TO LOG-HH
              MOVE NN1 TO LOG-NN
              MOVE SS1 TO LOG-SS
              MOVE NUMENT  TO LOG-ENT
              MOVE NUMNOE  TO LOG-NOE
              MOVE NUMRECH TO LOG-REC
              MOVE LINEA-LOG TO LIN-LOG
              WRITE LIN-LOG
              CLOSE FLOG.
      *
      * ************************************************
      * Muestra el resumen de la carga por pantalla
      * ************************************************
       RESUMEN-CARGA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'RESUMEN DEL SEGUIMIENTO DEL TRANSPORTISTA'
                                  LINE  3 POSITION 20 REVERSE HIGH.
      *
           DISPLAY 'Lineas......:'    LINE  7 POSITION 20 HIGH.
           MOVE NUMLEI TO ZNUM.
           DISPLAY ZNUM               LINE  7 POSITION 35.
      *
           DISPLAY 'Entregados..:'    LINE  9 POSITION 20 HIGH.
           MOVE NUMENT TO ZNUM.
           DISPLAY ZNUM               LINE  9 POSITION 35.
      *
           DISPLAY 'No entregad.:'    LINE 11 POSITION 20 HIGH.
           MOVE NUMNOE TO ZNUM.
           DISPLAY ZNUM               LINE 11 POSITION 35.
      *
           DISPLAY 'En camino...:'    LINE 13 POSITION 20 HIGH.
           MOVE NUMCUR TO ZNUM.
           DISPLAY ZNUM               LINE 13 POSITION 35.
      *
           DISPLAY 'Rechazados..:'    LINE 15 POSITION 20 HIGH.
           MOVE NUMRECH TO ZNUM.
           DISPLAY ZNUM               LINE 15 POSITION 35.
      *
           DISPLAY 'EXCEPCIONES EN SEGUIMTO.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FEXP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEXP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-CSV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCSV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
