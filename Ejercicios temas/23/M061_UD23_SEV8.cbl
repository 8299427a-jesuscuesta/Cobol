123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E8.
       REMARKS. UNIDAD 23 EJERCICIO 8.
      *
      * Declaracion recapitulativa de operaciones intracomunitarias
      * (modelo 349), trimestral: recorre FACTURAS.DAT acumulando
      * por cliente la base de las entregas intracomunitarias
      * exentas (FAC-INTRACOM) del trimestre pedido, facturas menos
      * abonos, como UD17E12 acumula el 347, y lista en M349.PRN a
      * cada operador con su pais y su NIF-IVA de REGCLI, la clave
      * de operacion E (entregas de bienes) y la base. Cierra con
      * el numero de operadores y el importe total a declarar. Los
      * abonos del trimestre rebajan la base del cliente en el
      * propio trimestre; un cliente que se queda a cero no sale.
      * La declaracion es la de la empresa del grupo con la que se
      * trabaja: solo entran las operaciones con sus clientes
      * (rutina comun EMPRESA), y su razon social y CIF van en el
      * membrete.
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
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'M349.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
       01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete de los documentos.
           COPY EMPRESA.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 CONTINUA   PIC X.
      *
      * Trimestre solicitado (TAAAA, p.ej. 22026; a cero = el
      * anterior al actual, que es el que se declara) y meses que
      * abarca.
       77 TRIM-E     PIC 9(5).
       01 TRIM-SEL.
           02 SEL-T   PIC 9.
           02 SEL-AA  PIC 9999.
       77 MES-DESDE  PIC 99.
       77 MES-HASTA  PIC 99.
      *
      * Base de las entregas por cliente (facturas menos abonos).
       77 NUMCLI-T   PIC 999 VALUE 0.
       77 CLIIDX     PIC 999.
       01 TABLA-CLIENTES.
           02 CLI-ACUM OCCURS 500 TIMES.
              03 TC-CLI  PIC X(4).
              03 TC-IMP  PIC S9(9)V99.
      *
      * Recuento e importe total del cierre del informe.
       77 NUMDECL    PIC 999.
       77 TOT-DECL   PIC S9(9)V99.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FFAC    PIC XX.
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
      * Lineas de cabecera de pagina.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 CAB-EMP PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'CIF: '.
           02 CAB-CIF PIC X(9)  VALUE SPACES.
           02 FILLER  PIC X(3)  VALUE SPACES.
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
           02 FILLER  PIC X(51) VALUE
              'MODELO 349 - ENTREGAS INTRACOMUNITARIAS TRIMESTRE '.
           02 CAB-TRI PIC 9.
           02 FILLER  PIC X(1)  VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(11) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(4)  VALUE 'Pais'.
           02 FILLER  PIC X(16) VALUE 'NIF-IVA'.
           02 FILLER  PIC X(22) VALUE 'Nombre'.
           02 FILLER  PIC X(5)  VALUE 'Clave'.
           02 FILLER  PIC X(14) VALUE 'Base imponible'.
           02 FILLER  PIC X(16) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Linea de detalle de un operador intracomunitario.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-PAI  PIC X(2).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-VIE  PIC X(14).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-NOM  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CLA  PIC X.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 DET-IMP  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(16) VALUE SPACES.
      *
      * Lineas de recuento e importe del cierre.
       01 LINEA-CIERRE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 CIE-ROT  PIC X(40).
           02 CIE-NUM  PIC ZZ9.
           02 FILLER   PIC X(34) VALUE SPACES.
       01 LINEA-IMPORTE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 IMP-ROT  PIC X(40).
           02 IMP-TOT  PIC ---.---.--9,99.
           02 FILLER   PIC X(23) VALUE SPACES.
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
           PERFORM MEMBRETE-EMPRESA.
           MOVE 0 TO NUMCLI-T.
           MOVE 0 TO NUMDECL.
           MOVE 0 TO TOT-DECL.
           MOVE 0 TO NUMPAG.
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
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
           PERFORM PEDIR-TRIMESTRE.
           MOVE 99 TO LINPAG.
      *
       PEDIR-TRIMESTRE.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'MODELO 349'   LINE  3 POSITION 34 REVERSE HIGH.
           DISPLAY 'Trimestre TAAAA (cero = anterior):'
                                  LINE  8 POSITION 10 HIGH.
           MOVE ZEROS TO TRIM-E.
           ACCEPT TRIM-E LINE  8 POSITION 45 NO BEEP.
      *
      * El trimestre anterior al de hoy; en el primero, el cuarto
      * del ano pasado.
           IF TRIM-E = ZEROS THEN
              MOVE AA1 TO SEL-AA
              COMPUTE SEL-T = (MM1 + 2) / 3 - 1
            ELSE
              MOVE TRIM-E TO TRIM-SEL.
           IF TRIM-E = ZEROS AND SEL-T = 0 THEN
              MOVE 4 TO SEL-T
              SUBTRACT 1 FROM SEL-AA.
      *
      * Un trimestre fuera de 1-4 se trata como el actual.
           IF SEL-T < 1 OR SEL-T > 4 THEN
              COMPUTE SEL-T = (MM1 + 2) / 3
              MOVE AA1 TO SEL-AA.
      *
           COMPUTE MES-DESDE = (SEL-T * 3) - 2.
           COMPUTE MES-HASTA = SEL-T * 3.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM ACUMULAR-TRIMESTRE.
           PERFORM LISTAR-DECLARABLES.
           PERFORM CIERRE-INFORME.
      *
           DISPLAY 'INFORME GENERADO EN M349.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FFAC FLISTA.
      *
      * ************************************************
      * Acumula por cliente la base de las entregas
      * intracomunitarias del trimestre
      * ************************************************
       ACUMULAR-TRIMESTRE.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO FACNUM.
           START FFAC KEY IS NOT LESS FACNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM ACUMULAR-DOCUMENTO UNTIL FINLEC = 'S'.
      *
       ACUMULAR-DOCUMENTO.
           MOVE FACCLI TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
           IF FACAA = SEL-AA AND FACMM NOT < MES-DESDE
                             AND FACMM NOT > MES-HASTA
                             AND FAC-INTRACOM
                             AND EMA-OK = 'S' THEN
              PERFORM SUMAR-CLIENTE.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       SUMAR-CLIENTE.
           MOVE 1 TO CLIIDX.
           PERFORM AVANZAR-CLIENTE
              UNTIL CLIIDX > NUMCLI-T OR TC-CLI(CLIIDX) = FACCLI.
           IF CLIIDX > NUMCLI-T AND NUMCLI-T < 500 THEN
              ADD 1 TO NUMCLI-T
              MOVE FACCLI TO TC-CLI(NUMCLI-T)
              MOVE 0 TO TC-IMP(NUMCLI-T)
              MOVE NUMCLI-T TO CLIIDX.
           IF CLIIDX NOT > NUMCLI-T THEN
              IF FAC-ABONO THEN
                 SUBTRACT FACBAS FROM TC-IMP(CLIIDX)
               ELSE
                 ADD FACBAS TO TC-IMP(CLIIDX).
      *
       AVANZAR-CLIENTE.
           ADD 1 TO CLIIDX.
      *
      * ************************************************
      * Lista los operadores con base distinta de cero
      * ************************************************
       LISTAR-DECLARABLES.
           PERFORM REVISAR-CLIENTE
              VARYING CLIIDX FROM 1 BY 1 UNTIL CLIIDX > NUMCLI-T.
      *
       REVISAR-CLIENTE.
           IF TC-IMP(CLIIDX) NOT = 0 THEN
              PERFORM LISTAR-CLIENTE.
      *
       LISTAR-CLIENTE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE TC-CLI(CLIIDX) TO CLICOD.
           MOVE SPACES TO CLINOM CLIPAI CLIVIE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
      *
           MOVE CLIPAI TO DET-PAI.
           MOVE CLIVIE TO DET-VIE.
           MOVE CLINOM TO DET-NOM.
           MOVE 'E' TO DET-CLA.
           MOVE TC-IMP(CLIIDX) TO DET-IMP.
           ADD 1 TO NUMDECL.
           ADD TC-IMP(CLIIDX) TO TOT-DECL.
      *
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Cierre: numero de operadores e importe total
      * ************************************************
       CIERRE-INFORME.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Numero total de operadores............: '
                TO CIE-ROT.
           MOVE NUMDECL TO CIE-NUM.
           WRITE LIN-IMPR FROM LINEA-CIERRE AFTER ADVANCING 1 LINE.
           MOVE 'Importe de las operaciones............: '
                TO IMP-ROT.
           MOVE TOT-DECL TO IMP-TOT.
           WRITE LIN-IMPR FROM LINEA-IMPORTE AFTER ADVANCING 1 LINE.
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
           MOVE SEL-T  TO CAB-TRI.
           MOVE SEL-AA TO CAB-AA.
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
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Razon social y CIF de la empresa de trabajo (rutina comun
      * EMPRESA) para el membrete del documento
      * ************************************************
       MEMBRETE-EMPRESA.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-NOM TO CAB-EMP.
           MOVE EMA-CIF TO CAB-CIF.
      *
      * ************************************************
      * Empresa del grupo del cliente EMA-CLI (rutina comun
      * EMPRESA): EMA-OK 'S' si es la de trabajo
      * ************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
