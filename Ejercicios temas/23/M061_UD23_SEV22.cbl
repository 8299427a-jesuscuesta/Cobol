123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E22.
       REMARKS. UNIDAD 23 EJERCICIO 22.
      *
      * Calendario de vencimientos de efectos por banco, para la
      * prevision de tesoreria: lista en VENCEFE.PRN los efectos
      * vivos de la cartera (EFECTOS.DAT, los que mantiene UD23E21)
      * leidos por la clave alternativa EFEAGE, es decir agrupados
      * por la entidad donde estan depositados o descontados y, en
      * cada una, por fecha de vencimiento. Los que siguen en
      * cartera sin depositar (entidad en blanco) salen los
      * primeros, en un grupo propio. Son vivos los efectos en
      * cartera, depositados y descontados (estos ultimos ya
      * cobrados, pero el banco los carga si resultan impagados);
      * los pagados e impagados no salen. Los ya vencidos se marcan
      * con un asterisco: estan pendientes de pasar a pagado o a
      * impagado. Total por banco y total general.
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
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FEFE ASSIGN TO DISK 'EFECTOS.DAT'
            RECORD KEY IS EFENUM
            ALTERNATE RECORD KEY IS EFEAGE WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEFE.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'VENCEFE.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FEFE LABEL RECORD IS STANDARD.
           COPY REGEFE.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 CONTINUA   PIC X.
      *
      * Banco en curso (corte de control) y totales.
       77 BCO-ANT    PIC X(4).
       77 HAY-BCO    PIC X.
       77 VTO-N      PIC 9(8).
       77 NUMEFE     PIC 9(5).
       77 NUMBCO     PIC 9(5).
       77 NUMVEN     PIC 9(5).
       77 B-NUM      PIC 9(5).
       77 B-IMP      PIC 9(9)V99.
       77 T-IMP      PIC 9(9)V99.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FEFE    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Fecha AAAAMMDD que se edita DD/MM/AAAA.
       01 FEC-TRAB.
           02 FT-AA   PIC 9999.
           02 FT-MM   PIC 99.
           02 FT-DD   PIC 99.
       01 FEC-ED.
           02 FE-DD   PIC 99.
           02 FILLER  PIC X VALUE '/'.
           02 FE-MM   PIC 99.
           02 FILLER  PIC X VALUE '/'.
           02 FE-AA   PIC 9999.
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
      * Lineas de cabecera de pagina.
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
              'CALENDARIO DE VENCIMIENTOS DE EFECTOS'.
           02 FILLER  PIC X(20) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(11) VALUE 'Vencim.'.
           02 FILLER  PIC X(7)  VALUE 'Efecto'.
           02 FILLER  PIC X(2)  VALUE 'T'.
           02 FILLER  PIC X(13) VALUE 'Documento'.
           02 FILLER  PIC X(5)  VALUE 'Cli.'.
           02 FILLER  PIC X(16) VALUE 'Nombre'.
           02 FILLER  PIC X(10) VALUE 'Estado'.
           02 FILLER  PIC X(10) VALUE '   Importe'.
           02 FILLER  PIC X(4)  VALUE ' V'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Banco al que pertenecen las lineas que siguen.
       01 LINEA-BANCO.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(7)  VALUE 'Banco: '.
           02 LBC-BCO  PIC X(40).
           02 FILLER   PIC X(31) VALUE SPACES.
      *
      * Linea de detalle de un efecto.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-VTO  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-NUM  PIC ZZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-TIP  PIC X.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-REF  PIC X(12).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CLI  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-NOM  PIC X(15).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-EST  PIC X(10).
           02 DET-IMP  PIC ZZZZZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-VEN  PIC X.
           02 FILLER   PIC X(2)  VALUE SPACES.
      *
      * Totales del banco y general.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-ROT  PIC X(40).
           02 TOT-NUM  PIC ZZZZ9.
           02 FILLER   PIC X(19) VALUE SPACES.
           02 TOT-IMP  PIC ZZZZZZ9,99.
           02 FILLER   PIC X(4)  VALUE SPACES.
      *
       01 LINEA-CIERRE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 CIE-ROT  PIC X(40).
           02 CIE-NUM  PIC ZZZZ9.
           02 FILLER   PIC X(32) VALUE SPACES.
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
           MOVE 0 TO NUMEFE NUMBCO NUMVEN NUMPAG.
           MOVE 0 TO T-IMP.
           MOVE 'N' TO HAY-BCO.
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FEFE.
           IF FS-FEFE NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEFE
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
           PERFORM LISTAR-EFECTOS.
           IF HAY-BCO = 'S' THEN
              PERFORM TOTAL-BANCO.
           PERFORM CIERRE-INFORME.
      *
           DISPLAY 'INFORME GENERADO EN VENCEFE.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FEFE FLISTA.
      *
      * ************************************************
      * Recorre EFECTOS.DAT por banco y vencimiento
      * ************************************************
       LISTAR-EFECTOS.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO EFEAGE.
           START FEFE KEY IS NOT LESS EFEAGE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FEFE NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM TRATAR-EFECTO UNTIL FINLEC = 'S'.
      *
       TRATAR-EFECTO.
           IF EFE-CARTERA OR EFE-DEPOSITADO OR EFE-DESCONTADO THEN
              PERFORM LISTAR-EFECTO.
           READ FEFE NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       LISTAR-EFECTO.
           IF HAY-BCO = 'N' OR EFEBCO NOT = BCO-ANT THEN
              PERFORM CAMBIO-BANCO.
      *
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE EFEVTO TO FEC-TRAB.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-VTO.
           MOVE EFENUM TO DET-NUM.
           MOVE EFETIP TO DET-TIP.
           MOVE EFEREF TO DET-REF.
           MOVE EFECLI TO DET-CLI.
           MOVE EFECLI TO CLICOD.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
           MOVE CLINOM TO DET-NOM.
           PERFORM DESCRIBIR-ESTADO.
           MOVE EFEIMP TO DET-IMP.
           MOVE EFEVTO TO VTO-N.
           MOVE SPACE TO DET-VEN.
           IF VTO-N < FECHA THEN
              MOVE '*' TO DET-VEN
              ADD 1 TO NUMVEN.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD 1 TO NUMEFE B-NUM.
           ADD EFEIMP TO B-IMP T-IMP.
      *
       DESCRIBIR-ESTADO.
           MOVE SPACES TO DET-EST.
           IF EFE-CARTERA THEN
              MOVE 'Cartera' TO DET-EST.
           IF EFE-DEPOSITADO THEN
              MOVE 'Depositado' TO DET-EST.
           IF EFE-DESCONTADO THEN
              MOVE 'Descontado' TO DET-EST.
      *
      * Cambio de banco: total del anterior, si lo hay, y
      * cabecera del nuevo.
       CAMBIO-BANCO.
           IF HAY-BCO = 'S' THEN
              PERFORM TOTAL-BANCO.
           PERFORM CABECERA-BANCO.
      *
      * ************************************************
      * Primer efecto de un banco: su entidad, o el grupo de los
      * que siguen en cartera
      * ************************************************
       CABECERA-BANCO.
           MOVE EFEBCO TO BCO-ANT.
           MOVE 'S' TO HAY-BCO.
           ADD 1 TO NUMBCO.
           MOVE 0 TO B-NUM B-IMP.
      *
           IF LINPAG > MAXLIN - 2 THEN
              PERFORM CABECERA.
           IF EFEBCO = SPACES THEN
              MOVE 'EN CARTERA (sin depositar)' TO LBC-BCO
            ELSE
              MOVE SPACES TO LBC-BCO
              STRING 'Entidad ' DELIMITED BY SIZE
                     EFEBCO     DELIMITED BY SIZE
                INTO LBC-BCO.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-BANCO AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
      * ************************************************
      * Total de un banco
      * ************************************************
       TOTAL-BANCO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE 'Total banco' TO TOT-ROT.
           MOVE B-NUM TO TOT-NUM.
           MOVE B-IMP TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Total general y recuentos del cierre
      * ************************************************
       CIERRE-INFORME.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL EFECTOS VIVOS' TO TOT-ROT.
           MOVE NUMEFE TO TOT-NUM.
           MOVE T-IMP TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Bancos (y cartera) con efectos.........: '
                TO CIE-ROT.
           MOVE NUMBCO TO CIE-NUM.
           WRITE LIN-IMPR FROM LINEA-CIERRE AFTER ADVANCING 1 LINE.
           MOVE 'Efectos ya vencidos (*)................: '
                TO CIE-ROT.
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
       EDITAR-FECHA.
           MOVE FT-DD TO FE-DD.
           MOVE FT-MM TO FE-MM.
           MOVE FT-AA TO FE-AA.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FEFE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEFE   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
