123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD16E13.
       REMARKS. UNIDAD 16 EJERCICIO 13.
      *
      * Informe para el supervisor de las tareas vencidas por
      * persona: recorre TAREAS.DAT (trazado REGTEA) por el
      * operador asignado y lista en TAREAVEN.PRN las que siguen
      * sin cerrar pasada su fecha de vencimiento, con su tipo,
      * referencia, prioridad y los dias de retraso (FECHACAL desde
      * el vencimiento). Cada persona lleva su subtotal; las que
      * no ha tomado nadie salen juntas al principio como "sin
      * asignar", con el perfil al que van. Cierra con el total de
      * vencidas. Las tareas se atienden en la bandeja UD16E12.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FTEA ASSIGN TO DISK 'TAREAS.DAT'
            RECORD KEY IS TEANUM
            ALTERNATE RECORD KEY IS TEACLV WITH DUPLICATES
            ALTERNATE RECORD KEY IS TEAASG WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTEA.
      *
            SELECT FLISTA ASSIGN TO DISK 'TAREAVEN.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FTEA LABEL RECORD IS STANDARD.
           COPY REGTEA.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 CONTINUA   PIC X.
      *
      * Vencimiento y dias de retraso de la tarea en curso.
       77 VTO-N      PIC 9(8).
       77 DIAS-RET   PIC S9(5).
      *
      * Argumentos de la rutina comun FECHACAL ('DIF').
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
      * Corte por persona: asignado en curso y sus vencidas.
       77 ASG-ANT    PIC X(8).
       77 ROL-ANT    PIC X.
       77 NUMPER     PIC 9(5) VALUE 0.
       77 NUMVEN     PIC 9(5) VALUE 0.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FTEA    PIC XX.
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
           02 FILLER  PIC X(28) VALUE 'TAREAS VENCIDAS POR PERSONA'.
           02 FILLER  PIC X(26) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Tarea'.
           02 FILLER  PIC X(2)  VALUE 'P '.
           02 FILLER  PIC X(7)  VALUE 'Tipo'.
           02 FILLER  PIC X(13) VALUE 'Referencia'.
           02 FILLER  PIC X(11) VALUE 'Vence'.
           02 FILLER  PIC X(7)  VALUE ' Dias '.
           02 FILLER  PIC X(29) VALUE 'Descripcion'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-PERSONA.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(12) VALUE 'Asignada a: '.
           02 PER-NOM  PIC X(32).
           02 FILLER   PIC X(33) VALUE SPACES.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-NUM  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PRI  PIC 9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-TIP  PIC X(6).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-REF  PIC X(12).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-VTO  PIC 99/99/9999.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-DIA  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DES  PIC X(28).
           02 FILLER   PIC X(1)  VALUE SPACES.
      *
       01 LINEA-SUBTOTAL.
           02 FILLER   PIC X(13) VALUE SPACES.
           02 FILLER   PIC X(25) VALUE
              'Vencidas de la persona.: '.
           02 SUB-NUM  PIC ZZZZ9.
           02 FILLER   PIC X(37) VALUE SPACES.
      *
       01 LINEA-CIERRE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(25) VALUE
              'Tareas vencidas........: '.
           02 CIE-NUM  PIC ZZZZ9.
           02 FILLER   PIC X(47) VALUE SPACES.
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
           MOVE 0 TO NUMVEN.
           MOVE 0 TO NUMPER.
           MOVE 0 TO NUMPAG.
      *
      * Sin TAREAS.DAT (estado '35') todavia no hay tareas: el
      * informe sale vacio.
           MOVE SPACE TO FINLEC.
           OPEN INPUT FTEA.
           IF FS-FTEA = '35' THEN
              MOVE 'S' TO FINLEC
            ELSE
              IF FS-FTEA NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FTEA
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
           MOVE LOW-VALUES TO ASG-ANT.
           IF FINLEC NOT = 'S' THEN
              MOVE LOW-VALUES TO TEAASG
              START FTEA KEY IS NOT LESS TEAASG INVALID KEY
                                         MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FTEA NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
           PERFORM REVISAR-TAREA UNTIL FINLEC = 'S'.
           PERFORM CORTE-PERSONA.
           PERFORM CIERRE-INFORME.
      *
           DISPLAY 'INFORME GENERADO EN TAREAVEN.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FTEA NOT = '35' THEN
              CLOSE FTEA.
           CLOSE FLISTA.
      *
       REVISAR-TAREA.
           IF TEAASG NOT = ASG-ANT THEN
              PERFORM CORTE-PERSONA
              MOVE TEAASG TO ASG-ANT.
           MOVE TEAVTO TO VTO-N.
           IF NOT TEA-CERRADA AND VTO-N < FECHA THEN
              PERFORM LISTAR-TAREA.
           READ FTEA NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * Subtotal de la persona que termina, si tenia vencidas.
       CORTE-PERSONA.
           IF NUMPER > 0 THEN
              MOVE NUMPER TO SUB-NUM
              WRITE LIN-IMPR FROM LINEA-SUBTOTAL
                    AFTER ADVANCING 1 LINE
              WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE
              ADD 2 TO LINPAG
              IF FS-FLISTA NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FLISTA.
           MOVE 0 TO NUMPER.
      *
      * La primera vencida de cada persona lleva delante su nombre;
      * entre las sin asignar, cada cambio de perfil.
       LISTAR-TAREA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           IF NUMPER = 0 OR
              (TEAASG = SPACES AND TEAROL NOT = ROL-ANT) THEN
              PERFORM LINEA-DE-PERSONA.
           MOVE TEAROL TO ROL-ANT.
      *
           MOVE TEANUM TO DET-NUM.
           MOVE TEAPRI TO DET-PRI.
           MOVE TEATIP TO DET-TIP.
           MOVE TEAREF TO DET-REF.
           MOVE TVTDD  TO DD2.
           MOVE TVTMM  TO MM2.
           MOVE TVTAA  TO AA2.
           MOVE FF2    TO DET-VTO.
           MOVE DD1    TO DD2.
           MOVE MM1    TO MM2.
           MOVE AA1    TO AA2.
      *
           MOVE 'DIF' TO CAL-OPER.
           MOVE VTO-N TO CAL-FECHA1.
           MOVE FECHA TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-DIAS TO DIAS-RET.
           MOVE DIAS-RET TO DET-DIA.
           MOVE TEADES(1:28) TO DET-DES.
      *
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
           ADD 1 TO NUMPER.
           ADD 1 TO NUMVEN.
      *
       LINEA-DE-PERSONA.
           IF TEAASG = SPACES THEN
              MOVE SPACES TO PER-NOM
              STRING 'Sin asignar (perfil ' TEAROL ')'
                     DELIMITED BY SIZE INTO PER-NOM
            ELSE
              MOVE TEAASG TO PER-NOM.
           WRITE LIN-IMPR FROM LINEA-PERSONA AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       CIERRE-INFORME.
           IF LINPAG > MAXLIN OR NUMVEN = 0 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE NUMVEN TO CIE-NUM.
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
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FTEA.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTEA   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
