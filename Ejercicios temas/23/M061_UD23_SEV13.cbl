123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E13.
       REMARKS. UNIDAD 23 EJERCICIO 13.
      *
      * Informe mensual de presupuestos: para los presupuestos de
      * COTIZA.DAT emitidos en el mes pedido, cuantos hay de cada
      * vendedor de VENDEDOR.DAT (el que pasa a PEDVEN al aceptar)
      * y en que quedaron: aceptados, perdidos, caducados (emitidos
      * cuya validez ya paso sin resolverlos) y todavia abiertos,
      * con la tasa de conversion (aceptados sobre emitidos) de
      * cada vendedor y del total. Los presupuestos sin vendedor
      * salen en su propia linea. Listado en PRESMES.PRN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FVEN ASSIGN TO DISK 'VENDEDOR.DAT'
            RECORD KEY IS VENCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FVEN.
      *
            SELECT FCOT ASSIGN TO DISK 'COTIZA.DAT'
            RECORD KEY IS COTNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOT.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'PRESMES.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FVEN LABEL RECORD IS STANDARD.
           COPY REGVEN.
      *
       FD FCOT LABEL RECORD IS STANDARD.
           COPY REGCOT.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINVEN     PIC X.
       77 FINCOT     PIC X.
       77 CONTINUA   PIC X.
      *
      * Mes pedido (AAAAMM; cero = el anterior al actual).
       77 MES-E      PIC 9(6).
       01 MES-SEL.
           02 SEL-AA  PIC 9999.
           02 SEL-MM  PIC 99.
      *
      * Vendedor en curso y sus cuentas del mes.
       77 VEN-ACT    PIC XX.
       77 NOM-ACT    PIC X(20).
       77 N-EMI      PIC 9(5).
       77 N-ACE      PIC 9(5).
       77 N-PER      PIC 9(5).
       77 N-CAD      PIC 9(5).
       77 N-ABI      PIC 9(5).
      *
      * Totales del informe.
       77 T-EMI      PIC 9(5).
       77 T-ACE      PIC 9(5).
       77 T-PER      PIC 9(5).
       77 T-CAD      PIC 9(5).
       77 T-ABI      PIC 9(5).
       77 TASA       PIC 999V99.
      *
      * Paginacion del listado.
       77 LINPAG     PIC 99.
       77 MAXLIN     PIC 99 VALUE 55.
      *
       77 FS-FVEN    PIC XX.
       77 FS-FCOT    PIC XX.
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
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(24) VALUE
              'PRESUPUESTOS DEL MES   '.
           02 CAB-MM  PIC 99.
           02 FILLER  PIC X     VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(29) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(24) VALUE 'Vendedor'.
           02 FILLER  PIC X(7)  VALUE ' Emitid'.
           02 FILLER  PIC X(7)  VALUE ' Acept.'.
           02 FILLER  PIC X(7)  VALUE ' Perdid'.
           02 FILLER  PIC X(7)  VALUE ' Caduc.'.
           02 FILLER  PIC X(7)  VALUE ' Abiert'.
           02 FILLER  PIC X(11) VALUE '  Convers.%'.
           02 FILLER  PIC X(7)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-VEN  PIC XX.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-NOM  PIC X(20).
           02 DET-EMI  PIC ZZZZZZ9.
           02 DET-ACE  PIC ZZZZZZ9.
           02 DET-PER  PIC ZZZZZZ9.
           02 DET-CAD  PIC ZZZZZZ9.
           02 DET-ABI  PIC ZZZZZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 DET-TAS  PIC ZZ9,99.
           02 FILLER   PIC X(8)  VALUE SPACES.
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
      * VENDEDOR.DAT puede no existir todavia (estado '35'): todo
      * sale entonces en la linea sin vendedor.
           OPEN INPUT FVEN.
           IF FS-FVEN NOT = '00' AND FS-FVEN NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVEN
              GOBACK.
      *
           OPEN INPUT FCOT.
           IF FS-FCOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOT
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
           DISPLAY 'INFORME DE PRESUPUESTOS'
                                  LINE  3 POSITION 28 REVERSE HIGH.
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
      * Proceso del programa: una linea por vendedor, la de los
      * presupuestos sin vendedor y el total
      * ************************************************
        PROCESO.
           MOVE 0 TO T-EMI T-ACE T-PER T-CAD T-ABI.
           PERFORM CABECERA-HOJA.
      *
           MOVE 'S' TO FINVEN.
           IF FS-FVEN = '00' THEN
              MOVE SPACE TO FINVEN
              MOVE LOW-VALUES TO VENCOD
              START FVEN KEY IS NOT LESS VENCOD INVALID KEY
                                         MOVE 'S' TO FINVEN.
           IF FINVEN NOT = 'S' THEN
              READ FVEN NEXT RECORD AT END MOVE 'S' TO FINVEN.
      *
           PERFORM TRATAR-VENDEDOR UNTIL FINVEN = 'S'.
      *
           MOVE SPACES TO VEN-ACT.
           MOVE '(sin vendedor)' TO NOM-ACT.
           PERFORM CONTAR-VENDEDOR.
      *
           PERFORM TOTAL-INFORME.
      *
           DISPLAY 'INFORME GENERADO EN PRESMES.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FVEN = '00' OR FS-FVEN = '10' THEN
              CLOSE FVEN.
           CLOSE FCOT FLISTA.
      *
       TRATAR-VENDEDOR.
           MOVE VENCOD TO VEN-ACT.
           MOVE VENNOM TO NOM-ACT.
           PERFORM CONTAR-VENDEDOR.
           READ FVEN NEXT RECORD AT END MOVE 'S' TO FINVEN.
      *
      * ************************************************
      * Recorre los presupuestos contando los del mes de este
      * vendedor; si tiene alguno, escribe su linea
      * ************************************************
       CONTAR-VENDEDOR.
           MOVE 0 TO N-EMI N-ACE N-PER N-CAD N-ABI.
      *
           MOVE SPACE TO FINCOT.
           MOVE ZEROS TO COTNUM.
           START FCOT KEY IS NOT LESS COTNUM INVALID KEY
                                      MOVE 'S' TO FINCOT.
           IF FINCOT NOT = 'S' THEN
              READ FCOT NEXT RECORD AT END MOVE 'S' TO FINCOT.
      *
           PERFORM REVISAR-PRESUPUESTO UNTIL FINCOT = 'S'.
      *
           IF N-EMI > 0 THEN
              PERFORM LISTAR-VENDEDOR.
      *
      * Un presupuesto emitido cuya validez ya paso esta caducado.
       REVISAR-PRESUPUESTO.
           IF COTAA = SEL-AA AND COTMM = SEL-MM
                             AND COTVEN = VEN-ACT THEN
              ADD 1 TO N-EMI
              IF COT-ACEPTADO THEN
                 ADD 1 TO N-ACE
               ELSE
                 IF COT-PERDIDO THEN
                    ADD 1 TO N-PER
                  ELSE
                    IF COTVAL < FECHA THEN
                       ADD 1 TO N-CAD
                     ELSE
                       ADD 1 TO N-ABI.
      *
           READ FCOT NEXT RECORD AT END MOVE 'S' TO FINCOT.
      *
       LISTAR-VENDEDOR.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           COMPUTE TASA ROUNDED = N-ACE * 100 / N-EMI.
           MOVE VEN-ACT TO DET-VEN.
           MOVE NOM-ACT TO DET-NOM.
           MOVE N-EMI   TO DET-EMI.
           MOVE N-ACE   TO DET-ACE.
           MOVE N-PER   TO DET-PER.
           MOVE N-CAD   TO DET-CAD.
           MOVE N-ABI   TO DET-ABI.
           MOVE TASA    TO DET-TAS.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD N-EMI TO T-EMI.
           ADD N-ACE TO T-ACE.
           ADD N-PER TO T-PER.
           ADD N-CAD TO T-CAD.
           ADD N-ABI TO T-ABI.
      *
      * ************************************************
      * Linea de total y conversion global del mes
      * ************************************************
       TOTAL-INFORME.
           MOVE 0 TO TASA.
           IF T-EMI > 0 THEN
              COMPUTE TASA ROUNDED = T-ACE * 100 / T-EMI.
           MOVE SPACES  TO DET-VEN.
           MOVE 'TOTAL DEL MES' TO DET-NOM.
           MOVE T-EMI   TO DET-EMI.
           MOVE T-ACE   TO DET-ACE.
           MOVE T-PER   TO DET-PER.
           MOVE T-CAD   TO DET-CAD.
           MOVE T-ABI   TO DET-ABI.
           MOVE TASA    TO DET-TAS.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
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
       ERROR-FICHERO-FVEN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVEN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
