123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD18E18.
       REMARKS. UNIDAD 18 EJERCICIO 18.
      *
      * Informe mensual de clientes perdidos por vendedor, pensado
      * para lanzarse desde la cadena UD13E18 en el cierre de mes
      * (y tambien desde el menu): saca de RITMOCLI.DAT, que
      * recalcula cada noche UD18E16, los clientes activos que
      * estan en riesgo (muy pasados de su ritmo habitual de
      * pedido), agrupados por el vendedor de su ultimo pedido y,
      * dentro, de los que mas tiempo llevan sin pedir a los que
      * menos. De cada uno da el ultimo pedido, los dias sin
      * pedir, su ritmo y cesta habituales, las llamadas de
      * televenta que se le hicieron en el mes (anotaciones de tipo
      * L en CONTACLI.DAT) y la ultima con su resultado. Cada
      * vendedor cierra con los clientes que tiene en riesgo y la
      * cesta habitual que suman. Genera CLIPERD.PRN y anota el
      * resultado en BATCHLOG.DAT, igual que UD19E4, y deja sus
      * totales de control (ritmos leidos, clientes listados y su
      * cesta habitual) en CTLTOT.DAT con la rutina comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FRIT ASSIGN TO DISK 'RITMOCLI.DAT'
            RECORD KEY IS RITCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FRIT.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FCTC ASSIGN TO DISK 'CONTACLI.DAT'
            RECORD KEY IS CTCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCTC.
      *
            SELECT FVEN ASSIGN TO DISK 'VENDEDOR.DAT'
            RECORD KEY IS VENCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVEN.
      *
            SELECT FLISTA ASSIGN TO DISK 'CLIPERD.PRN'
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
       FD FRIT LABEL RECORD IS STANDARD.
           COPY REGRIT.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FCTC LABEL RECORD IS STANDARD.
           COPY REGCTC.
      *
       FD FVEN LABEL RECORD IS STANDARD.
           COPY REGVEN.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 FINRIT      PIC X.
       77 FINCTC      PIC X.
       77 EXISTE      PIC X.
      *
      * Clientes en riesgo, ordenados por vendedor y, dentro, por
      * dias sin pedir de mayor a menor (TR-INV = 99999 - dias).
       77 NUMRIE-T    PIC 999.
       77 RIDX        PIC 999.
       01 TABLA-RIESGO.
           02 RIE-MEM OCCURS 500 TIMES.
              03 TR-CLAVE.
                 04 TR-VEN  PIC XX.
                 04 TR-INV  PIC 9(5).
              03 TR-CLI  PIC X(4).
              03 TR-NOM  PIC X(20).
              03 TR-ULT  PIC 9(8).
              03 TR-DIA  PIC 9(5).
              03 TR-INT  PIC 9(4).
              03 TR-CES  PIC 9(7)V99.
              03 TR-LLM  PIC 999.
              03 TR-FLL  PIC 9(8).
              03 TR-RES  PIC X.
      *
      * Ordenacion de la tabla.
       77 ORD-I       PIC 999.
       77 ORD-J       PIC 999.
       77 ORD-MIN     PIC 999.
       77 ORD-SWAP    PIC X(69).
      *
      * Llamadas del cliente en el mes en curso.
       77 NUMLLM      PIC 999.
      *
      * Rotura por vendedor y totales.
       77 VENANT      PIC XX.
       77 PRIMERA-VEZ PIC X.
       77 SUB-CLI     PIC 9(5).
       77 SUB-CES     PIC 9(9)V99.
       77 T-CLI       PIC 9(5).
       77 T-CES       PIC 9(9)V99.
      *
      * Totales de control para la rutina comun CTLTOT: ritmos de
      * cliente leidos.
       77 NUMLEI      PIC 9(7).
           COPY CTLTOT.
      *
       77 LINPAG      PIC 99.
       77 MAXLIN      PIC 99 VALUE 55.
      *
       77 FS-FRIT     PIC XX.
       77 FS-FCLI     PIC XX.
       77 FS-FCTC     PIC XX.
       77 FS-FVEN     PIC XX.
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
      * Fecha cualquiera descompuesta para imprimirla.
       01 FFX.
           02 FXA     PIC 9999.
           02 FXM     PIC 99.
           02 FXD     PIC 99.
       01 FFP.
           02 FPD     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPM     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPA     PIC 9999.
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
           02 FILLER  PIC X(18) VALUE SPACES.
           02 FILLER  PIC X(35) VALUE
              'CLIENTES EN RIESGO POR VENDEDOR   '.
           02 FILLER  PIC X(5)  VALUE 'Mes: '.
           02 CAB-MM  PIC 99.
           02 FILLER  PIC X     VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(15) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'Cli'.
           02 FILLER  PIC X(21) VALUE 'Nombre'.
           02 FILLER  PIC X(11) VALUE 'Ult.pedido'.
           02 FILLER  PIC X(6)  VALUE ' Dias'.
           02 FILLER  PIC X(5)  VALUE 'Ritm'.
           02 FILLER  PIC X(12) VALUE 'Cesta habit.'.
           02 FILLER  PIC X(5)  VALUE '  Llm'.
           02 FILLER  PIC X(12) VALUE '  Ult.llamad'.
           02 FILLER  PIC X(2)  VALUE ' R'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-VENDEDOR.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 FILLER   PIC X(10) VALUE 'Vendedor: '.
           02 GRP-VEN  PIC XX.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 GRP-NOM  PIC X(30).
           02 FILLER   PIC X(35) VALUE SPACES.
      *
      * Cliente en riesgo: ultimo pedido, dias sin pedir, ritmo,
      * cesta habitual, llamadas del mes y ultima llamada.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CLI  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-NOM  PIC X(20).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-ULT  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-DIA  PIC ZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-INT  PIC ZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CES  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-LLM  PIC ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FLL  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-RES  PIC X.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-TXT  PIC X(20).
           02 FILLER   PIC X(21) VALUE 'Clientes en riesgo: '.
           02 TOT-CLI  PIC ZZZZ9.
           02 FILLER   PIC X(9)  VALUE '  Cesta: '.
           02 TOT-CES  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(11) VALUE SPACES.
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
              'Clientes en riesgo. Clientes:'.
           02 LOG-REG  PIC ZZZZ9.
           02 FILLER   PIC X(21) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF FS-FRIT = '00' THEN
              PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: estos programas se
      * lanzan tambien desde la cadena nocturna UD13E18 con CALL.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMRIE-T.
           MOVE 0 TO T-CLI.
           MOVE 0 TO T-CES.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO RETURN-CODE.
      *
      * RITMOCLI.DAT no existe hasta el primer pase de UD18E16
      * (estado '35'): sin ritmos no hay nadie en riesgo.
           OPEN INPUT FRIT.
           IF FS-FRIT NOT = '00' AND FS-FRIT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FRIT
              MOVE 8 TO RETURN-CODE
              GOBACK.
           IF FS-FRIT NOT = '00' THEN
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * Sin diario de contactos ni maestro de vendedores el
      * informe sale igual, sin llamadas ni nombres.
           OPEN INPUT FCTC.
           IF FS-FCTC NOT = '00' AND FS-FCTC NOT = '35' THEN
              PERFORM ERROR-FICHERO-FCTC
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN INPUT FVEN.
           IF FS-FVEN NOT = '00' AND FS-FVEN NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVEN
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
           PERFORM CARGAR-RIESGO.
           PERFORM PASADA-RIESGO
              VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I > NUMRIE-T.
      *
           PERFORM CABECERA-HOJA.
           MOVE 'S' TO PRIMERA-VEZ.
           PERFORM LISTAR-CLIENTE
              VARYING RIDX FROM 1 BY 1 UNTIL RIDX > NUMRIE-T.
           IF PRIMERA-VEZ = 'N' THEN
              PERFORM SUBTOTAL-VENDEDOR.
           PERFORM IMPRIMIR-TOTAL.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FRIT = '00' OR FS-FRIT = '10' THEN
              CLOSE FRIT FCLI FLISTA FLOG.
           IF FS-FCTC = '00' OR FS-FCTC = '10' THEN
              CLOSE FCTC.
           IF FS-FVEN NOT = '35' THEN
              CLOSE FVEN.
      *
      * ************************************************
      * Carga los clientes activos en riesgo con sus llamadas
      * del mes
      * ************************************************
       CARGAR-RIESGO.
           MOVE SPACE TO FINRIT.
           MOVE LOW-VALUES TO RITCLI.
           START FRIT KEY IS NOT LESS RITCLI INVALID KEY
                                     MOVE 'S' TO FINRIT.
           IF FINRIT NOT = 'S' THEN
              READ FRIT NEXT RECORD AT END MOVE 'S' TO FINRIT.
           PERFORM REVISAR-RITMO UNTIL FINRIT = 'S'.
      *
       REVISAR-RITMO.
           ADD 1 TO NUMLEI.
           IF RIT-RIESGO THEN
              PERFORM REVISAR-CLIENTE.
      *
           READ FRIT NEXT RECORD AT END MOVE 'S' TO FINRIT.
      *
       REVISAR-CLIENTE.
           MOVE RITCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND NOT CLI-BAJA
                AND NOT CLI-INSOLVENTE THEN
              PERFORM ANOTAR-RIESGO.
      *
       ANOTAR-RIESGO.
           IF NUMRIE-T < 500 THEN
              PERFORM CONTAR-LLAMADAS
              ADD 1 TO NUMRIE-T
              MOVE RITVEN TO TR-VEN(NUMRIE-T)
              COMPUTE TR-INV(NUMRIE-T) = 99999 - RITDIA
              MOVE RITCLI TO TR-CLI(NUMRIE-T)
              MOVE CLINOM TO TR-NOM(NUMRIE-T)
              MOVE RITULT TO TR-ULT(NUMRIE-T)
              MOVE RITDIA TO TR-DIA(NUMRIE-T)
              MOVE RITINT TO TR-INT(NUMRIE-T)
              MOVE RITCES TO TR-CES(NUMRIE-T)
              MOVE NUMLLM TO TR-LLM(NUMRIE-T)
              MOVE RITFLL TO TR-FLL(NUMRIE-T)
              MOVE RITRES TO TR-RES(NUMRIE-T).
      *
      * Anotaciones de llamada (tipo L) del cliente en el mes.
       CONTAR-LLAMADAS.
           MOVE 0 TO NUMLLM.
           MOVE SPACE TO FINCTC.
           IF FS-FCTC = '35' THEN
              MOVE 'S' TO FINCTC.
           IF FINCTC NOT = 'S' THEN
              MOVE RITCLI TO CTCCLI
              MOVE ZEROS  TO CTCSEQ
              START FCTC KEY IS NOT LESS CTCCLAVE INVALID KEY
                                         MOVE 'S' TO FINCTC.
           IF FINCTC NOT = 'S' THEN
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINCTC.
           PERFORM CONTAR-UNA-LLAMADA UNTIL FINCTC = 'S'.
      *
       CONTAR-UNA-LLAMADA.
           IF CTCCLI NOT = RITCLI THEN
              MOVE 'S' TO FINCTC
            ELSE
              IF CTCTIP = 'L' AND CTCAA = AA1 AND CTCMM = MM1
                   AND NUMLLM < 999 THEN
                 ADD 1 TO NUMLLM.
           IF FINCTC NOT = 'S' THEN
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINCTC.
      *
      * ************************************************
      * Ordena por vendedor y dias sin pedir
      * ************************************************
       PASADA-RIESGO.
           MOVE ORD-I TO ORD-MIN.
           PERFORM BUSCAR-MINIMO-RIESGO
              VARYING ORD-J FROM ORD-I BY 1 UNTIL ORD-J > NUMRIE-T.
           IF ORD-MIN NOT = ORD-I THEN
              MOVE RIE-MEM(ORD-I)   TO ORD-SWAP
              MOVE RIE-MEM(ORD-MIN) TO RIE-MEM(ORD-I)
              MOVE ORD-SWAP         TO RIE-MEM(ORD-MIN).
      *
       BUSCAR-MINIMO-RIESGO.
           IF TR-CLAVE(ORD-J) < TR-CLAVE(ORD-MIN) THEN
              MOVE ORD-J TO ORD-MIN.
      *
       CABECERA-HOJA.
           MOVE FF2 TO CAB-FEC.
           MOVE MM1 TO CAB-MM.
           MOVE AA1 TO CAB-AA.
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
      * Linea de un cliente en riesgo, con rotura por vendedor
      * ************************************************
       LISTAR-CLIENTE.
           IF PRIMERA-VEZ = 'N' AND TR-VEN(RIDX) NOT = VENANT THEN
              PERFORM SUBTOTAL-VENDEDOR.
           IF PRIMERA-VEZ = 'S' OR TR-VEN(RIDX) NOT = VENANT THEN
              PERFORM CABECERA-VENDEDOR.
      *
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           MOVE TR-CLI(RIDX) TO DET-CLI.
           MOVE TR-NOM(RIDX) TO DET-NOM.
           MOVE TR-ULT(RIDX) TO FFX.
           PERFORM PINTAR-FECHA.
           MOVE FFP TO DET-ULT.
           MOVE TR-DIA(RIDX) TO DET-DIA.
           MOVE TR-INT(RIDX) TO DET-INT.
           MOVE TR-CES(RIDX) TO DET-CES.
           MOVE TR-LLM(RIDX) TO DET-LLM.
           MOVE SPACES TO DET-FLL.
           IF TR-FLL(RIDX) > 0 THEN
              MOVE TR-FLL(RIDX) TO FFX
              PERFORM PINTAR-FECHA
              MOVE FFP TO DET-FLL.
           MOVE TR-RES(RIDX) TO DET-RES.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD 1            TO SUB-CLI T-CLI.
           ADD TR-CES(RIDX) TO SUB-CES T-CES.
      *
       PINTAR-FECHA.
           MOVE FXD TO FPD.
           MOVE FXM TO FPM.
           MOVE FXA TO FPA.
      *
      * Rotulo del vendedor que empieza; en blanco son los
      * clientes cuyo ultimo pedido entro por la web o por EDI.
       CABECERA-VENDEDOR.
           MOVE TR-VEN(RIDX) TO VENANT.
           MOVE 'N' TO PRIMERA-VEZ.
           MOVE 0 TO SUB-CLI SUB-CES.
      *
           MOVE VENANT TO GRP-VEN.
           MOVE SPACES TO GRP-NOM.
           IF VENANT = SPACES THEN
              MOVE '(sin vendedor / web o EDI)' TO GRP-NOM
            ELSE
              IF FS-FVEN NOT = '35' THEN
                 PERFORM NOMBRE-VENDEDOR.
      *
           IF LINPAG > MAXLIN - 2 THEN
              PERFORM CABECERA-HOJA.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-VENDEDOR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
       NOMBRE-VENDEDOR.
           MOVE VENANT TO VENCOD.
           MOVE SPACES TO VENNOM.
           READ FVEN RECORD KEY IS VENCOD INVALID KEY
                                 MOVE '(sin vendedor)' TO VENNOM.
           MOVE VENNOM TO GRP-NOM.
      *
       SUBTOTAL-VENDEDOR.
           MOVE 'Total vendedor' TO TOT-TXT.
           MOVE SUB-CLI TO TOT-CLI.
           MOVE SUB-CES TO TOT-CES.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       IMPRIMIR-TOTAL.
           MOVE 'Total general' TO TOT-TXT.
           MOVE T-CLI TO TOT-CLI.
           MOVE T-CES TO TOT-CES.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 2 LINES.
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
           MOVE T-CLI TO LOG-REG.
           MOVE LINEA-LOG TO LIN-LOG.
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD18E18 ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE T-CLI      TO CTA-ESC.
           MOVE 0          TO CTA-REC.
           MOVE T-CES      TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FRIT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRIT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FVEN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVEN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOG   LINE 23 POSITION 40 REVERSE.
