123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E27.
       REMARKS. UNIDAD 23 EJERCICIO 27.
      *
      * Informe mensual de portes: para el mes pedido, cada envio
      * de EXPEDIC.DAT de ese mes con los portes cargados al
      * cliente en su factura (PEDPOR del pedido, con la condicion
      * que se aplico en PEDPCO) al lado de lo que nos ha cobrado
      * el transportista por el (FACTRANS.DAT, que se teclea en
      * UD23E26), y la diferencia. Un envio sin factura del
      * transportista todavia se senala y no entra en la
      * diferencia total. Al final, los totales y el numero de
      * envios pagados por la empresa, francos, sin tarifa y
      * pendientes de facturar. Se genera en PORTMES.PRN.
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
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEXP.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      *
            SELECT FFTR ASSIGN TO DISK 'FACTRANS.DAT'
            RECORD KEY IS FTRPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FFTR.
      *
            SELECT FLISTA ASSIGN TO DISK 'PORTMES.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FEXP LABEL RECORD IS STANDARD.
           COPY REGEXP.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FFTR LABEL RECORD IS STANDARD.
           COPY REGFTR.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 CONTINUA   PIC X.
       77 EXISTE     PIC X.
       77 HAY-FTR    PIC X.
      *
      * Mes pedido (AAAAMM; cero = el anterior al actual).
       77 MES-E      PIC 9(6).
       01 MES-SEL.
           02 SEL-AA  PIC 9999.
           02 SEL-MM  PIC 99.
      *
      * Importes del envio en curso y su diferencia.
       77 IMP-CAR    PIC 9(5)V99.
       77 IMP-TRA    PIC 9(5)V99.
       77 DIF        PIC S9(7)V99.
      *
      * Totales del mes.
       77 TOT-CAR    PIC 9(7)V99.
       77 TOT-TRA    PIC 9(7)V99.
       77 TOT-DIF    PIC S9(7)V99.
       77 NUMENV     PIC 9(5).
       77 NUMSFT     PIC 9(5).
       77 NUMPAG-E   PIC 9(5).
       77 NUMFRA     PIC 9(5).
       77 NUMSTA     PIC 9(5).
       77 NUMPEN     PIC 9(5).
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FEXP    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FFTR    PIC XX.
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
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(33) VALUE
              'PORTES CARGADOS Y FACTURADOS   '.
           02 CAB-MM  PIC 99.
           02 FILLER  PIC X     VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(20) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pedido  '.
           02 FILLER  PIC X(6)  VALUE 'Cli.  '.
           02 FILLER  PIC X(11) VALUE '    Kilos  '.
           02 FILLER  PIC X(3)  VALUE 'C  '.
           02 FILLER  PIC X(12) VALUE '   Cargado  '.
           02 FILLER  PIC X(12) VALUE 'Transport.  '.
           02 FILLER  PIC X(12) VALUE 'Diferencia  '.
           02 FILLER  PIC X(14) VALUE 'Observaciones'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PED  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CLI  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PES  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CON  PIC X.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CAR  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-TRA  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DIF  PIC ---.--9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-OBS  PIC X(14).
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(28) VALUE 'Total del mes'.
           02 TOT-LCAR PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-LTRA PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-LDIF PIC ---.--9,99.
           02 FILLER   PIC X(16) VALUE SPACES.
      *
       01 LINEA-CUENTA.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 CTA-TXT  PIC X(40).
           02 CTA-NUM  PIC ZZ.ZZ9.
           02 FILLER   PIC X(32) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMPAG.
           MOVE 0 TO TOT-CAR.
           MOVE 0 TO TOT-TRA.
           MOVE 0 TO TOT-DIF.
           MOVE 0 TO NUMENV.
           MOVE 0 TO NUMSFT.
           MOVE 0 TO NUMPAG-E.
           MOVE 0 TO NUMFRA.
           MOVE 0 TO NUMSTA.
           MOVE 0 TO NUMPEN.
      *
      * EXPEDIC.DAT y FACTRANS.DAT pueden no existir todavia
      * (estado '35'): sin envios el informe sale vacio, y sin
      * facturas del transportista todos los envios salen sin ella.
           OPEN INPUT FEXP.
           IF FS-FEXP NOT = '00' AND FS-FEXP NOT = '35' THEN
              PERFORM ERROR-FICHERO-FEXP
              GOBACK.
      *
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
           OPEN INPUT FFTR.
           IF FS-FFTR NOT = '00' AND FS-FFTR NOT = '35' THEN
              PERFORM ERROR-FICHERO-FFTR
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
           PERFORM PEDIR-MES.
           MOVE 99 TO LINPAG.
      *
       PEDIR-MES.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'INFORME MENSUAL DE PORTES'
                                  LINE  3 POSITION 27 REVERSE HIGH.
           DISPLAY 'Mes AAAAMM (cero = anterior):'
                                  LINE  8 POSITION 10 HIGH.
           MOVE ZEROS TO MES-E.
           ACCEPT MES-E LINE  8 POSITION 41 NO BEEP.
      *
           IF MES-E = ZEROS THEN
              MOVE AA1 TO SEL-AA
              MOVE MM1 TO SEL-MM
              IF SEL-MM = 1 THEN
                 MOVE 12 TO SEL-MM
                 SUBTRACT 1 FROM SEL-AA
               ELSE
                 SUBTRACT 1 FROM SEL-MM
            ELSE
              MOVE MES-E TO MES-SEL.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM LISTAR-ENVIOS.
           PERFORM TOTAL-GENERAL.
      *
           DISPLAY 'INFORME GENERADO EN PORTMES.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FEXP NOT = '35' THEN
              CLOSE FEXP.
           IF FS-FFTR NOT = '35' THEN
              CLOSE FFTR.
           CLOSE FPED FLISTA.
      *
      * ************************************************
      * Recorre EXPEDIC.DAT y lista los envios del mes
      * ************************************************
       LISTAR-ENVIOS.
           MOVE 'S' TO FINLEC.
           IF FS-FEXP NOT = '35' THEN
              MOVE SPACE TO FINLEC
              MOVE ZEROS TO EXPPED
              START FEXP KEY IS NOT LESS EXPPED INVALID KEY
                                         MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FEXP NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM LISTAR-UN-ENVIO UNTIL FINLEC = 'S'.
      *
       LISTAR-UN-ENVIO.
           IF EXPAA = SEL-AA AND EXPMM = SEL-MM THEN
              PERFORM IMPRIMIR-ENVIO.
           READ FEXP NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Linea de un envio: portes cargados en la factura del
      * pedido contra lo que cobra el transportista
      * ************************************************
       IMPRIMIR-ENVIO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           ADD 1 TO NUMENV.
           MOVE 0 TO IMP-CAR.
           MOVE 0 TO IMP-TRA.
           MOVE SPACES TO DET-OBS.
           MOVE SPACE TO DET-CON.
      *
           MOVE EXPPED TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              MOVE PEDPOR TO IMP-CAR
              MOVE PEDPCO TO DET-CON
              PERFORM CONTAR-CONDICION.
      *
           MOVE 'N' TO HAY-FTR.
           IF FS-FFTR NOT = '35' THEN
              MOVE EXPPED TO FTRPED
              MOVE 'S' TO HAY-FTR
              READ FFTR RECORD KEY IS FTRPED INVALID KEY
                                    MOVE 'N' TO HAY-FTR.
           IF HAY-FTR = 'S' THEN
              MOVE FTRIMP TO IMP-TRA
              COMPUTE DIF = IMP-CAR - IMP-TRA
              ADD IMP-TRA TO TOT-TRA
              ADD DIF TO TOT-DIF
            ELSE
              MOVE 0 TO DIF
              ADD 1 TO NUMSFT
              MOVE 'Sin fact.trans' TO DET-OBS.
           ADD IMP-CAR TO TOT-CAR.
      *
           MOVE EXPPED TO DET-PED.
           MOVE EXPCLI TO DET-CLI.
           MOVE EXPPES TO DET-PES.
           MOVE IMP-CAR TO DET-CAR.
           MOVE IMP-TRA TO DET-TRA.
           MOVE DIF TO DET-DIF.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * Cuenta los envios cuyos portes no se han cargado, segun la
      * condicion aplicada al facturar; en blanco, el pedido no se
      * ha facturado todavia.
       CONTAR-CONDICION.
           IF POR-PAGADOS THEN
              ADD 1 TO NUMPAG-E.
           IF POR-FRANCOS THEN
              ADD 1 TO NUMFRA.
           IF POR-SIN-TARIFA THEN
              ADD 1 TO NUMSTA
              MOVE 'Sin tarifa' TO DET-OBS.
           IF PEDPCO = SPACE THEN
              ADD 1 TO NUMPEN
              MOVE 'Sin facturar' TO DET-OBS.
      *
      * ************************************************
      * Totales y cuentas del mes
      * ************************************************
       TOTAL-GENERAL.
           IF LINPAG > MAXLIN - 8 THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE TOT-CAR TO TOT-LCAR.
           MOVE TOT-TRA TO TOT-LTRA.
           MOVE TOT-DIF TO TOT-LDIF.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
      *
           MOVE 'Envios del mes.........................:' TO CTA-TXT.
           MOVE NUMENV TO CTA-NUM.
           WRITE LIN-IMPR FROM LINEA-CUENTA AFTER ADVANCING 1 LINE.
           MOVE 'Sin factura del transportista..........:' TO CTA-TXT.
           MOVE NUMSFT TO CTA-NUM.
           WRITE LIN-IMPR FROM LINEA-CUENTA AFTER ADVANCING 1 LINE.
           MOVE 'Portes pagados por la empresa..........:' TO CTA-TXT.
           MOVE NUMPAG-E TO CTA-NUM.
           WRITE LIN-IMPR FROM LINEA-CUENTA AFTER ADVANCING 1 LINE.
           MOVE 'Portes francos por importe.............:' TO CTA-TXT.
           MOVE NUMFRA TO CTA-NUM.
           WRITE LIN-IMPR FROM LINEA-CUENTA AFTER ADVANCING 1 LINE.
           MOVE 'Envios sin tarifa de portes............:' TO CTA-TXT.
           MOVE NUMSTA TO CTA-NUM.
           WRITE LIN-IMPR FROM LINEA-CUENTA AFTER ADVANCING 1 LINE.
           MOVE 'Pedidos sin facturar todavia...........:' TO CTA-TXT.
           MOVE NUMPEN TO CTA-NUM.
           WRITE LIN-IMPR FROM LINEA-CUENTA AFTER ADVANCING 1 LINE.
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
           MOVE SEL-MM TO CAB-MM.
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
       ERROR-FICHERO-FEXP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEXP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
