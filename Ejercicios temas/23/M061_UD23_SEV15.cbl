123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E15.
       REMARKS. UNIDAD 23 EJERCICIO 15.
      *
      * Devengo mensual de rappels: para cada acuerdo de rappel de
      * RAPPEL.DAT, recorre FACTURAS.DAT acumulando la venta neta
      * del cliente desde enero hasta el mes pedido (base imponible
      * de las facturas menos la de los abonos; los cargos de
      * gastos y las facturas de intereses de demora no son venta
      * y no cuentan ni los propios abonos de rappel ni las
      * rectificativas por credito incobrable de UD23E19, que no
      * son devoluciones) y lista el tramo alcanzado, el rappel
      * devengado hasta la fecha (el porcentaje del tramo sobre
      * toda la venta neta) y lo que falta de venta para llegar al
      * tramo siguiente. Listado en RAPMES.PRN. El rappel se emite
      * al cierre del ano con UD23E16.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FRAP ASSIGN TO DISK 'RAPPEL.DAT'
            RECORD KEY IS RAPCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FRAP.
      *
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
            SELECT FLISTA ASSIGN TO DISK 'RAPMES.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FRAP LABEL RECORD IS STANDARD.
           COPY REGRAP.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINRAP     PIC X.
       77 FINFAC     PIC X.
       77 CONTINUA   PIC X.
      *
      * Mes pedido (AAAAMM; cero = el anterior al actual).
       77 MES-E      PIC 9(6).
       01 MES-SEL.
           02 SEL-AA  PIC 9999.
           02 SEL-MM  PIC 99.
      *
      * Venta neta del cliente en curso, tramo alcanzado, rappel
      * devengado y venta que falta para el tramo siguiente.
       77 NETO       PIC S9(9)V99.
       77 TRAMO      PIC 9.
       77 TRIDX      PIC 9.
       77 TRSIG      PIC 9.
       77 RAPPEL     PIC 9(7)V99.
       77 FALTA      PIC 9(9)V99.
      *
      * Totales del informe.
       77 T-NETO     PIC S9(11)V99.
       77 T-RAP      PIC 9(9)V99.
      *
      * Paginacion del listado.
       77 LINPAG     PIC 99.
       77 MAXLIN     PIC 99 VALUE 55.
      *
       77 FS-FRAP    PIC XX.
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
      * Lineas del informe.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'Empresa distribuidora, S.A.'.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(18) VALUE SPACES.
           02 FILLER  PIC X(26) VALUE
              'RAPPELS DEVENGADOS HASTA  '.
           02 CAB-MM  PIC 99.
           02 FILLER  PIC X     VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(29) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Cli.'.
           02 FILLER  PIC X(20) VALUE 'Nombre'.
           02 FILLER  PIC X(14) VALUE '    Venta neta'.
           02 FILLER  PIC X(4)  VALUE '  Tr'.
           02 FILLER  PIC X(7)  VALUE '      %'.
           02 FILLER  PIC X(14) VALUE '  Rappel dev.'.
           02 FILLER  PIC X(14) VALUE ' Falta sig.tr.'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CLI  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-NOM  PIC X(20).
           02 DET-NETO PIC ---.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-TRA  PIC 9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-POR  PIC Z9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-RAP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-FAL  PIC ZZZ.ZZZ.ZZ9,99.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(7)  VALUE SPACES.
           02 FILLER   PIC X(20) VALUE 'TOTAL ACUERDOS'.
           02 TOT-NETO PIC ---.---.--9,99.
           02 FILLER   PIC X(12) VALUE SPACES.
           02 TOT-RAP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(15) VALUE SPACES.
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
           OPEN INPUT FRAP.
           IF FS-FRAP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRAP
              GOBACK.
      *
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
           PERFORM PEDIR-MES.
      *
       PEDIR-MES.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'DEVENGO DE RAPPELS'
                                  LINE  3 POSITION 31 REVERSE HIGH.
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
      * Proceso del programa: una linea por acuerdo y el total
      * ************************************************
        PROCESO.
           MOVE 0 TO T-NETO T-RAP.
           PERFORM CABECERA-HOJA.
      *
           MOVE SPACE TO FINRAP.
           MOVE LOW-VALUES TO RAPCLI.
           START FRAP KEY IS NOT LESS RAPCLI INVALID KEY
                                      MOVE 'S' TO FINRAP.
           IF FINRAP NOT = 'S' THEN
              READ FRAP NEXT RECORD AT END MOVE 'S' TO FINRAP.
      *
           PERFORM TRATAR-ACUERDO UNTIL FINRAP = 'S'.
      *
           PERFORM TOTAL-INFORME.
      *
           DISPLAY 'INFORME GENERADO EN RAPMES.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FRAP FCLI FFAC FLISTA.
      *
       TRATAR-ACUERDO.
           PERFORM SUMAR-VENTA-NETA.
           PERFORM CALCULAR-RAPPEL.
           PERFORM LISTAR-ACUERDO.
           READ FRAP NEXT RECORD AT END MOVE 'S' TO FINRAP.
      *
      * ************************************************
      * Venta neta del cliente en el ano hasta el mes pedido:
      * facturas menos abonos, sin cargos de gastos ni los
      * abonos del propio rappel
      * ************************************************
       SUMAR-VENTA-NETA.
           MOVE 0 TO NETO.
           MOVE SPACE TO FINFAC.
           MOVE ZEROS TO FACNUM.
           START FFAC KEY IS NOT LESS FACNUM INVALID KEY
                                      MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
           PERFORM SUMAR-DOCUMENTO UNTIL FINFAC = 'S'.
      *
       SUMAR-DOCUMENTO.
           IF FACCLI = RAPCLI AND FACAA = SEL-AA
                             AND FACMM NOT > SEL-MM
                             AND NOT FAC-CARGO
                             AND NOT FAC-INTERES THEN
              IF FAC-ABONO THEN
                 IF NOT FAC-RAPPEL AND NOT FAC-INCOBRABLE THEN
                    SUBTRACT FACBAS FROM NETO
                  ELSE
                    CONTINUE
               ELSE
                 ADD FACBAS TO NETO.
      *
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
      *
      * ************************************************
      * Tramo alcanzado (el ultimo en uso cuyo volumen se
      * supera), rappel sobre toda la venta neta y venta que
      * falta para el tramo siguiente
      * ************************************************
       CALCULAR-RAPPEL.
           MOVE 0 TO TRAMO.
           MOVE 0 TO RAPPEL.
           MOVE 0 TO FALTA.
           IF NETO > 0 THEN
              PERFORM PROBAR-TRAMO
                 VARYING TRIDX FROM 1 BY 1 UNTIL TRIDX > 5.
      *
           IF TRAMO > 0 THEN
              COMPUTE RAPPEL ROUNDED = NETO * RAPPOR(TRAMO) / 100.
      *
           IF TRAMO < 5 THEN
              COMPUTE TRSIG = TRAMO + 1
              IF RAPPOR(TRSIG) > 0 THEN
                 COMPUTE FALTA = RAPDES(TRSIG) - NETO.
      *
       PROBAR-TRAMO.
           IF RAPPOR(TRIDX) > 0 AND NETO NOT < RAPDES(TRIDX) THEN
              MOVE TRIDX TO TRAMO.
      *
       LISTAR-ACUERDO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           MOVE RAPCLI TO CLICOD.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
      *
           MOVE RAPCLI  TO DET-CLI.
           MOVE CLINOM  TO DET-NOM.
           MOVE NETO    TO DET-NETO.
           MOVE TRAMO   TO DET-TRA.
           MOVE 0       TO DET-POR.
           IF TRAMO > 0 THEN
              MOVE RAPPOR(TRAMO) TO DET-POR.
           MOVE RAPPEL  TO DET-RAP.
           MOVE FALTA   TO DET-FAL.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD NETO   TO T-NETO.
           ADD RAPPEL TO T-RAP.
      *
      * ************************************************
      * Linea de total del informe
      * ************************************************
       TOTAL-INFORME.
           MOVE T-NETO TO TOT-NETO.
           MOVE T-RAP  TO TOT-RAP.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Cabecera de pagina del informe
      * ************************************************
       CABECERA-HOJA.
           MOVE FF2    TO CAB-FEC.
           MOVE SEL-MM TO CAB-MM.
           MOVE SEL-AA TO CAB-AA.
      *
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
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FRAP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRAP   LINE 23 POSITION 40 REVERSE.
      *
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
