123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E20.
       REMARKS. UNIDAD 23 EJERCICIO 20.
      *
      * Relacion anual de creditos incobrables: lista en
      * FALLIDOS.PRN las rectificativas por credito incobrable del
      * ano pedido (las que emite UD23E19 y anota en FALLIDOS.DAT),
      * agrupadas por cliente con su nombre y NIF de REGCLI. De
      * cada una da la serie, la fecha, la factura rectificada, el
      * motivo (C concurso, I impago) y la base, cuota, recargo y
      * total rectificados, con el total por cliente y el total del
      * ano, que es la cuota de IVA recuperada a cuadrar con las
      * declaraciones de IVA del ano y la relacion que se remite a
      * la Agencia Tributaria.
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
            SELECT FFAL ASSIGN TO DISK 'FALLIDOS.DAT'
            RECORD KEY IS FALCLA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAL.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'FALLIDOS.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FFAL LABEL RECORD IS STANDARD.
           COPY REGFAL.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 CONTINUA   PIC X.
      *
      * Ano pedido (cero = el anterior al actual).
       77 ANO-E      PIC 9999.
       77 SEL-AA     PIC 9999.
      *
      * Cliente en curso (corte de control) y totales.
       77 CLI-ANT    PIC X(4).
       77 NUMDOC     PIC 9(5).
       77 NUMCLI     PIC 9(5).
       77 C-NUM      PIC 9(5).
       77 C-BAS      PIC 9(9)V99.
       77 C-IVA      PIC 9(9)V99.
       77 C-REC      PIC 9(9)V99.
       77 C-TOT      PIC 9(9)V99.
       77 T-BAS      PIC 9(9)V99.
       77 T-IVA      PIC 9(9)V99.
       77 T-REC      PIC 9(9)V99.
       77 T-TOT      PIC 9(9)V99.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FFAL    PIC XX.
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
           02 FILLER  PIC X(16) VALUE SPACES.
           02 FILLER  PIC X(38) VALUE
              'CREDITOS INCOBRABLES RECTIFICADOS EN '.
           02 CAB-ANO PIC 9999.
           02 FILLER  PIC X(22) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(13) VALUE 'Rectificativa'.
           02 FILLER  PIC X(11) VALUE 'Fecha'.
           02 FILLER  PIC X(13) VALUE 'Factura'.
           02 FILLER  PIC X(1)  VALUE 'M'.
           02 FILLER  PIC X(11) VALUE '      Base'.
           02 FILLER  PIC X(10) VALUE '    Cuota'.
           02 FILLER  PIC X(9)  VALUE ' Recargo'.
           02 FILLER  PIC X(10) VALUE '     Total'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Cliente al que pertenecen las lineas que siguen.
       01 LINEA-CLIENTE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE 'Cliente: '.
           02 LCL-CLI  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LCL-NOM  PIC X(20).
           02 FILLER   PIC X(8)  VALUE '   NIF: '.
           02 LCL-NIF  PIC X(9).
           02 FILLER   PIC X(26) VALUE SPACES.
      *
      * Linea de detalle de una rectificativa.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-SER  PIC X(12).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-FEC  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-ORG  PIC X(12).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-MOT  PIC X.
           02 DET-BAS  PIC ZZZZZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-IVA  PIC ZZZZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-REC  PIC ZZZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-TOT  PIC ZZZZZZ9,99.
      *
      * Totales del cliente y del ano.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-ROT  PIC X(27).
           02 TOT-NUM  PIC ZZZZ9.
           02 FILLER   PIC X(6)  VALUE SPACES.
           02 TOT-BAS  PIC ZZZZZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-IVA  PIC ZZZZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-REC  PIC ZZZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-TOT  PIC ZZZZZZ9,99.
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
           MOVE 0 TO NUMDOC NUMCLI NUMPAG.
           MOVE 0 TO T-BAS T-IVA T-REC T-TOT.
           MOVE SPACES TO CLI-ANT.
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FFAL.
           IF FS-FFAL NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAL
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
           PERFORM PEDIR-ANO.
           MOVE 99 TO LINPAG.
      *
       PEDIR-ANO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'CREDITOS INCOBRABLES'
                                  LINE  3 POSITION 30 REVERSE HIGH.
           DISPLAY 'Ano AAAA (cero = anterior):'
                                  LINE  8 POSITION 10 HIGH.
           MOVE ZEROS TO ANO-E.
           ACCEPT ANO-E LINE  8 POSITION 39 NO BEEP.
      *
           IF ANO-E = ZEROS THEN
              COMPUTE SEL-AA = AA1 - 1
            ELSE
              MOVE ANO-E TO SEL-AA.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM LISTAR-ANO.
           IF CLI-ANT NOT = SPACES THEN
              PERFORM TOTAL-CLIENTE.
           PERFORM CIERRE-INFORME.
      *
           DISPLAY 'INFORME GENERADO EN FALLIDOS.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FFAL FLISTA.
      *
      * ************************************************
      * Recorre FALLIDOS.DAT en orden de cliente
      * ************************************************
       LISTAR-ANO.
           MOVE SPACE TO FINLEC.
           MOVE SPACES TO FALCLI.
           MOVE ZEROS TO FALABO.
           START FFAL KEY IS NOT LESS FALCLA INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFAL NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM TRATAR-FALLIDO UNTIL FINLEC = 'S'.
      *
       TRATAR-FALLIDO.
           IF FALAA = SEL-AA THEN
              PERFORM LISTAR-FALLIDO.
           READ FFAL NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       LISTAR-FALLIDO.
           IF FALCLI NOT = CLI-ANT THEN
              PERFORM CAMBIO-CLIENTE.
      *
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE FALSER TO DET-SER.
           MOVE FALFEC TO FEC-TRAB.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-FEC.
           MOVE FALORG TO DET-ORG.
           MOVE FALMOT TO DET-MOT.
           MOVE FALBAS TO DET-BAS.
           MOVE FALIVA TO DET-IVA.
           MOVE FALREC TO DET-REC.
           MOVE FALTOT TO DET-TOT.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD 1 TO NUMDOC C-NUM.
           ADD FALBAS TO C-BAS T-BAS.
           ADD FALIVA TO C-IVA T-IVA.
           ADD FALREC TO C-REC T-REC.
           ADD FALTOT TO C-TOT T-TOT.
      *
      * Cambio de cliente: total del anterior, si lo hay, y
      * cabecera del nuevo.
       CAMBIO-CLIENTE.
           IF CLI-ANT NOT = SPACES THEN
              PERFORM TOTAL-CLIENTE.
           PERFORM CABECERA-CLIENTE.
      *
      * ************************************************
      * Primer documento de un cliente: su nombre y NIF
      * ************************************************
       CABECERA-CLIENTE.
           MOVE FALCLI TO CLI-ANT.
           ADD 1 TO NUMCLI.
           MOVE 0 TO C-NUM C-BAS C-IVA C-REC C-TOT.
      *
           MOVE FALCLI TO CLICOD.
           MOVE SPACES TO CLINOM CLINIF.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
      *
           IF LINPAG > MAXLIN - 2 THEN
              PERFORM CABECERA.
           MOVE FALCLI TO LCL-CLI.
           MOVE CLINOM TO LCL-NOM.
           MOVE CLINIF TO LCL-NIF.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-CLIENTE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
      * ************************************************
      * Total de un cliente
      * ************************************************
       TOTAL-CLIENTE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE 'Total cliente' TO TOT-ROT.
           MOVE C-NUM TO TOT-NUM.
           MOVE C-BAS TO TOT-BAS.
           MOVE C-IVA TO TOT-IVA.
           MOVE C-REC TO TOT-REC.
           MOVE C-TOT TO TOT-TOT.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Total del ano y recuentos del cierre
      * ************************************************
       CIERRE-INFORME.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL DEL ANO' TO TOT-ROT.
           MOVE NUMDOC TO TOT-NUM.
           MOVE T-BAS TO TOT-BAS.
           MOVE T-IVA TO TOT-IVA.
           MOVE T-REC TO TOT-REC.
           MOVE T-TOT TO TOT-TOT.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Clientes con creditos incobrables......: '
                TO CIE-ROT.
           MOVE NUMCLI TO CIE-NUM.
           WRITE LIN-IMPR FROM LINEA-CIERRE AFTER ADVANCING 1 LINE.
           MOVE 'Rectificativas emitidas................: '
                TO CIE-ROT.
           MOVE NUMDOC TO CIE-NUM.
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
           MOVE SEL-AA TO CAB-ANO.
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
       ERROR-FICHERO-FFAL.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAL   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
