123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E29.
       REMARKS. UNIDAD 23 EJERCICIO 29.
      *
      * Apuntes fuera de plazo para la gestoria: lista en
      * TARDIOS.PRN los documentos grabados con fecha de un mes que
      * ya se habia exportado con UD17E11 (los anota la rutina
      * comun PERIODO en TARDIOS.DAT) y que por tanto no van en el
      * ASIENTOS.CSV que se mando: facturas y cargos, abonos,
      * cobros, facturas de proveedor y movimientos de almacen. Se
      * pide el mes (cero = todos) y desde que fecha de grabacion
      * (cero = desde el principio), para mandar solo lo nuevo
      * desde el ultimo envio. De cada apunte da la fecha del
      * documento, cuando y desde que programa se grabo, la clase,
      * la referencia y el importe (en los movimientos de almacen,
      * las unidades), con el recuento y el total por clase.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FTAD ASSIGN TO DISK 'TARDIOS.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FTAD.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'TARDIOS.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FTAD LABEL RECORD IS STANDARD.
           COPY REGTAD.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 CONTINUA   PIC X.
      *
      * Mes pedido (AAAAMM; cero = todos) y fecha de grabacion
      * desde la que se lista (AAAAMMDD; cero = todas).
       77 MES-E      PIC 9(6).
       77 DESDE-E    PIC 9(8).
      *
      * Recuento e importe por clase de documento y del listado.
       77 NUMAPU     PIC 9(5).
       77 CLAIDX     PIC 9.
       01 TABLA-CLASES.
           02 FILLER  PIC X(21) VALUE 'FFacturas y cargos   '.
           02 FILLER  PIC X(21) VALUE 'AAbonos              '.
           02 FILLER  PIC X(21) VALUE 'CCobros              '.
           02 FILLER  PIC X(21) VALUE 'PFacturas proveedor  '.
           02 FILLER  PIC X(21) VALUE 'MMovimientos almacen '.
       01 TABLA-CLASES-R REDEFINES TABLA-CLASES.
           02 CLASE OCCURS 5 TIMES.
              03 CLA-TIP PIC X.
              03 CLA-NOM PIC X(20).
       01 TABLA-TOTALES.
           02 TOT-CLASE OCCURS 5 TIMES.
              03 CLA-NUM PIC 9(5).
              03 CLA-IMP PIC S9(9)V99.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FTAD    PIC XX.
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
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(32) VALUE
              'APUNTES FUERA DE PLAZO. Mes: '.
           02 CAB-MES PIC X(6).
           02 FILLER  PIC X(9)  VALUE '  Desde: '.
           02 CAB-DSD PIC X(10).
           02 FILLER  PIC X(11) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(11) VALUE 'Fecha doc.'.
           02 FILLER  PIC X(18) VALUE 'Grabado'.
           02 FILLER  PIC X(9)  VALUE 'Programa'.
           02 FILLER  PIC X(2)  VALUE 'C'.
           02 FILLER  PIC X(14) VALUE 'Documento'.
           02 FILLER  PIC X(24) VALUE '         Importe'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Linea de detalle de un apunte.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FEC  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-FGR  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-HGR  PIC 99B99B99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PRG  PIC X(8).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-TIP  PIC X.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-DOC  PIC X(13).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-IMP  PIC ---.---.--9,99.
           02 FILLER   PIC X(8)  VALUE SPACES.
      *
      * Totales por clase.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-TIP  PIC X.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-NOM  PIC X(20).
           02 TOT-NUM  PIC ZZZZ9.
           02 FILLER   PIC X(20) VALUE SPACES.
           02 TOT-IMP  PIC ---.---.--9,99.
           02 FILLER   PIC X(17) VALUE SPACES.
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
           MOVE 0 TO NUMAPU NUMPAG.
           MOVE 1 TO CLAIDX.
           PERFORM PONER-CERO-CLASE 5 TIMES.
      *
      * Sin apuntes anotados todavia, TARDIOS.DAT no existe: el
      * listado sale vacio.
           OPEN INPUT FTAD.
           IF FS-FTAD NOT = '00' AND FS-FTAD NOT = '35' THEN
              PERFORM ERROR-FICHERO-FTAD
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
           PERFORM PEDIR-SELECCION.
           MOVE 99 TO LINPAG.
      *
       PONER-CERO-CLASE.
           MOVE 0 TO CLA-NUM(CLAIDX) CLA-IMP(CLAIDX).
           ADD 1 TO CLAIDX.
      *
       PEDIR-SELECCION.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'APUNTES FUERA DE PLAZO'
                                  LINE  3 POSITION 29 REVERSE HIGH.
           DISPLAY 'Mes AAAAMM (cero = todos)....:'
                                  LINE  8 POSITION 10 HIGH.
           DISPLAY 'Grabados desde AAAAMMDD (cero = todos):'
                                  LINE 10 POSITION 10 HIGH.
           MOVE ZEROS TO MES-E.
           ACCEPT MES-E   LINE  8 POSITION 41 NO BEEP.
           MOVE ZEROS TO DESDE-E.
           ACCEPT DESDE-E LINE 10 POSITION 50 NO BEEP.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           IF FS-FTAD = '00' THEN
              PERFORM LISTAR-APUNTES.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           PERFORM CIERRE-INFORME.
      *
           DISPLAY 'INFORME GENERADO EN TARDIOS.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FTAD NOT = '35' THEN
              CLOSE FTAD.
           CLOSE FLISTA.
      *
      * ************************************************
      * Recorre TARDIOS.DAT en el orden en que se grabaron
      * ************************************************
       LISTAR-APUNTES.
           MOVE SPACE TO FINLEC.
           READ FTAD AT END MOVE 'S' TO FINLEC.
           PERFORM TRATAR-APUNTE UNTIL FINLEC = 'S'.
      *
       TRATAR-APUNTE.
           IF (MES-E = ZEROS OR TADMES = MES-E)
              AND TADFGR NOT < DESDE-E THEN
              PERFORM LISTAR-APUNTE.
           READ FTAD AT END MOVE 'S' TO FINLEC.
      *
       LISTAR-APUNTE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE TADFEC TO FEC-TRAB.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-FEC.
           MOVE TADFGR TO FEC-TRAB.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-FGR.
           MOVE TADHGR TO DET-HGR.
           MOVE TADPRG TO DET-PRG.
           MOVE TADTIP TO DET-TIP.
           MOVE TADDOC TO DET-DOC.
           MOVE TADIMP TO DET-IMP.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD 1 TO NUMAPU.
           MOVE 1 TO CLAIDX.
           PERFORM BUSCAR-CLASE
              UNTIL CLAIDX > 5 OR CLA-TIP(CLAIDX) = TADTIP.
           IF CLAIDX NOT > 5 THEN
              ADD 1      TO CLA-NUM(CLAIDX)
              ADD TADIMP TO CLA-IMP(CLAIDX).
      *
       BUSCAR-CLASE.
           ADD 1 TO CLAIDX.
      *
      * ************************************************
      * Recuento e importe por clase de documento
      * ************************************************
       CIERRE-INFORME.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 1 TO CLAIDX.
           PERFORM TOTAL-CLASE 5 TIMES.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Apuntes fuera de plazo listados.......: '
                TO CIE-ROT.
           MOVE NUMAPU TO CIE-NUM.
           WRITE LIN-IMPR FROM LINEA-CIERRE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
       TOTAL-CLASE.
           MOVE CLA-TIP(CLAIDX) TO TOT-TIP.
           MOVE CLA-NOM(CLAIDX) TO TOT-NOM.
           MOVE CLA-NUM(CLAIDX) TO TOT-NUM.
           MOVE CLA-IMP(CLAIDX) TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           ADD 1 TO CLAIDX.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
      * ************************************************
       CABECERA.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG TO CAB-PAG.
           MOVE FF2    TO CAB-FEC.
           IF MES-E = ZEROS THEN
              MOVE 'TODOS'  TO CAB-MES
            ELSE
              MOVE MES-E    TO CAB-MES.
           IF DESDE-E = ZEROS THEN
              MOVE 'EL INICIO' TO CAB-DSD
            ELSE
              MOVE DESDE-E  TO FEC-TRAB
              PERFORM EDITAR-FECHA
              MOVE FEC-ED   TO CAB-DSD.
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
       ERROR-FICHERO-FTAD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTAD   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
