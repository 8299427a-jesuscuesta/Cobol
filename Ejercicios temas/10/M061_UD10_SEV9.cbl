123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD10E9.
       REMARKS. UNIDAD 10 EJERCICIO 9.
      *
      * Listado de posibles clientes duplicados, para que el
      * supervisor decida cuales fusionar con UD10E8. Compara entre
      * si todos los clientes que no estan de baja y saca cada
      * pareja sospechosa: los que tienen el mismo NIF, y los que
      * sin coincidir en NIF (o sin tenerlo) viven en la misma
      * poblacion y tienen un nombre que empieza igual. Para
      * comparar nombres se quitan espacios, puntos y demas signos
      * y se pasa a mayusculas ("J. Garcia, S.L." y "JGARCIA SL"
      * coinciden), y se miran las seis primeras letras. De cada
      * pareja da los dos codigos con nombre, poblacion, NIF y
      * saldo, y el motivo. Genera DUPCLI.PRN y anota el resultado
      * en BATCHLOG.DAT, igual que UD19E4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCLI.
      *
            SELECT FLISTA ASSIGN TO DISK 'DUPCLI.PRN'
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
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 FINCLI      PIC X.
      *
      * Clientes vivos, con su nombre normalizado para comparar.
       77 NUMCLI-T    PIC 9999.
       77 CIDX        PIC 9999.
       77 OIDX        PIC 9999.
       77 OINI        PIC 9999.
       01 TABLA-CLIENTES.
           02 CLI-MEM OCCURS 2000 TIMES.
              03 TC-COD  PIC X(4).
              03 TC-NOM  PIC X(20).
              03 TC-POB  PIC X(20).
              03 TC-NIF  PIC X(9).
              03 TC-SAL  PIC S9(7)V99.
              03 TC-CLA  PIC X(20).
      *
      * Normalizacion del nombre: solo letras y cifras, en
      * mayusculas.
       77 NOM-MAY     PIC X(20).
       77 NOM-CLA     PIC X(20).
       77 NIDX        PIC 99.
       77 NPOS        PIC 99.
      *
       77 MOTIVO      PIC X(8).
       77 T-PAR       PIC 9(5).
       77 T-NIF       PIC 9(5).
       77 T-NOM       PIC 9(5).
      *
       77 LINPAG      PIC 99.
       77 MAXLIN      PIC 99 VALUE 55.
      *
       77 FS-FCLI     PIC XX.
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
           02 FILLER  PIC X(24) VALUE SPACES.
           02 FILLER  PIC X(32) VALUE
              'POSIBLES CLIENTES DUPLICADOS'.
           02 FILLER  PIC X(24) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'Cli'.
           02 FILLER  PIC X(21) VALUE 'Nombre'.
           02 FILLER  PIC X(21) VALUE 'Poblacion'.
           02 FILLER  PIC X(10) VALUE 'NIF'.
           02 FILLER  PIC X(13) VALUE '        Saldo'.
           02 FILLER  PIC X(9)  VALUE ' Motivo'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Un cliente de la pareja; el motivo va en la primera linea.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-COD  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-NOM  PIC X(20).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-POB  PIC X(20).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-NIF  PIC X(9).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-SAL  PIC -.---.--9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-MOT  PIC X(8).
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Parejas sospechosas: '.
           02 TOT-PAR  PIC ZZZZ9.
           02 FILLER   PIC X(12) VALUE '   Por NIF: '.
           02 TOT-NIF  PIC ZZZZ9.
           02 FILLER   PIC X(24) VALUE '   Por nombre+poblacion:'.
           02 TOT-NOM  PIC ZZZZ9.
           02 FILLER   PIC X(6)  VALUE SPACES.
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
              'Clientes duplicados. Parejas:'.
           02 LOG-REG  PIC ZZZZ9.
           02 FILLER   PIC X(21) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF RETURN-CODE = 0 THEN
              PERFORM PROCESO
              PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: como el resto de
      * listados, se puede lanzar tambien desde otro programa.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMCLI-T.
           MOVE 0 TO T-PAR.
           MOVE 0 TO T-NIF.
           MOVE 0 TO T-NOM.
           MOVE 0 TO RETURN-CODE.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
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
           PERFORM CARGAR-CLIENTES.
           PERFORM CABECERA-HOJA.
           PERFORM COMPARAR-CLIENTE
              VARYING CIDX FROM 1 BY 1 UNTIL CIDX > NUMCLI-T.
           PERFORM IMPRIMIR-TOTAL.
           PERFORM GRABAR-LOG.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FLISTA FLOG.
      *
      * ************************************************
      * Carga los clientes que no estan de baja
      * ************************************************
       CARGAR-CLIENTES.
           MOVE SPACE TO FINCLI.
           MOVE LOW-VALUES TO CLICOD.
           START FCLI KEY IS NOT LESS CLICOD INVALID KEY
                                     MOVE 'S' TO FINCLI.
           IF FINCLI NOT = 'S' THEN
              READ FCLI NEXT RECORD AT END MOVE 'S' TO FINCLI.
           PERFORM CARGAR-UN-CLIENTE UNTIL FINCLI = 'S'.
      *
       CARGAR-UN-CLIENTE.
           IF NOT CLI-BAJA AND NUMCLI-T < 2000 THEN
              ADD 1 TO NUMCLI-T
              MOVE CLICOD TO TC-COD(NUMCLI-T)
              MOVE CLINOM TO TC-NOM(NUMCLI-T)
              MOVE CLIPOB TO TC-POB(NUMCLI-T)
              MOVE CLINIF TO TC-NIF(NUMCLI-T)
              MOVE CLISAL TO TC-SAL(NUMCLI-T)
              PERFORM NORMALIZAR-NOMBRE
              MOVE NOM-CLA TO TC-CLA(NUMCLI-T).
      *
           READ FCLI NEXT RECORD AT END MOVE 'S' TO FINCLI.
      *
      * Deja en NOM-CLA el nombre solo con letras y cifras, en
      * mayusculas y juntas a la izquierda.
       NORMALIZAR-NOMBRE.
           MOVE CLINOM TO NOM-MAY.
           INSPECT NOM-MAY CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO NOM-CLA.
           MOVE 0 TO NPOS.
           PERFORM COPIAR-LETRA
              VARYING NIDX FROM 1 BY 1 UNTIL NIDX > 20.
      *
       COPIAR-LETRA.
           IF (NOM-MAY(NIDX:1) NOT < 'A' AND
               NOM-MAY(NIDX:1) NOT > 'Z') OR
              (NOM-MAY(NIDX:1) NOT < '0' AND
               NOM-MAY(NIDX:1) NOT > '9') THEN
              ADD 1 TO NPOS
              MOVE NOM-MAY(NIDX:1) TO NOM-CLA(NPOS:1).
      *
      * ************************************************
      * Compara un cliente con todos los que le siguen
      * ************************************************
       COMPARAR-CLIENTE.
           COMPUTE OINI = CIDX + 1.
           PERFORM COMPARAR-PAREJA
              VARYING OIDX FROM OINI BY 1 UNTIL OIDX > NUMCLI-T.
      *
       COMPARAR-PAREJA.
           MOVE SPACES TO MOTIVO.
           IF TC-NIF(CIDX) NOT = SPACES AND
              TC-NIF(CIDX) = TC-NIF(OIDX) THEN
              MOVE 'NIF' TO MOTIVO
              ADD 1 TO T-NIF
            ELSE
              IF TC-POB(CIDX) = TC-POB(OIDX) AND
                 TC-CLA(CIDX) NOT = SPACES AND
                 TC-CLA(CIDX)(1:6) = TC-CLA(OIDX)(1:6) THEN
                 MOVE 'NOM+POB' TO MOTIVO
                 ADD 1 TO T-NOM.
           IF MOTIVO NOT = SPACES THEN
              PERFORM LISTAR-PAREJA.
      *
      * ************************************************
      * Dos lineas por pareja y una en blanco
      * ************************************************
       LISTAR-PAREJA.
           IF LINPAG > MAXLIN - 2 THEN
              PERFORM CABECERA-HOJA.
      *
           MOVE TC-COD(CIDX) TO DET-COD.
           MOVE TC-NOM(CIDX) TO DET-NOM.
           MOVE TC-POB(CIDX) TO DET-POB.
           MOVE TC-NIF(CIDX) TO DET-NIF.
           MOVE TC-SAL(CIDX) TO DET-SAL.
           MOVE MOTIVO       TO DET-MOT.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
      *
           MOVE TC-COD(OIDX) TO DET-COD.
           MOVE TC-NOM(OIDX) TO DET-NOM.
           MOVE TC-POB(OIDX) TO DET-POB.
           MOVE TC-NIF(OIDX) TO DET-NIF.
           MOVE TC-SAL(OIDX) TO DET-SAL.
           MOVE SPACES       TO DET-MOT.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 3 TO LINPAG.
           ADD 1 TO T-PAR.
      *
       CABECERA-HOJA.
           MOVE FF2 TO CAB-FEC.
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 6 TO LINPAG.
      *
       IMPRIMIR-TOTAL.
           MOVE T-PAR TO TOT-PAR.
           MOVE T-NIF TO TOT-NIF.
           MOVE T-NOM TO TOT-NOM.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
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
           MOVE T-PAR TO LOG-REG.
           MOVE LINEA-LOG TO LIN-LOG.
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOG   LINE 23 POSITION 40 REVERSE.
