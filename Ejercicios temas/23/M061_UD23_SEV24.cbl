123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E24.
       REMARKS. UNIDAD 23 EJERCICIO 24.
      *
      * Informe semanal de facturas en disputa (DISPUTAS.DAT, las
      * que mantiene UD23E23), en DISPUTAS.PRN, en dos partes:
      *
      *   - disputas abiertas, leidas por la clave alternativa
      *     DSPORD, es decir agrupadas por responsable y, en cada
      *     uno, de la mas antigua a la mas reciente, con los dias
      *     que lleva abierta; se marcan con un asterisco las que
      *     tienen el seguimiento vencido. Total por responsable,
      *     total general y resumen por antiguedad (hasta una
      *     semana, hasta 30 dias, hasta 90 y mas de 90);
      *   - historial de las disputas cerradas en los ultimos dias
      *     (los que se piden al lanzarlo; sin dias, la ultima
      *     semana): como se resolvio cada una, el abono que la
      *     zanjo, lo que tardo y el texto del cierre.
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
            SELECT FOPE ASSIGN TO DISK 'OPERADOR.DAT'
            RECORD KEY IS OPEUSU
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FOPE.
      *
            SELECT FDSP ASSIGN TO DISK 'DISPUTAS.DAT'
            RECORD KEY IS DSPNUM
            ALTERNATE RECORD KEY IS DSPFAC WITH DUPLICATES
            ALTERNATE RECORD KEY IS DSPORD WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDSP.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'DISPUTAS.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FOPE LABEL RECORD IS STANDARD.
           COPY REGOPE.
      *
       FD FDSP LABEL RECORD IS STANDARD.
           COPY REGDSP.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 CONTINUA   PIC X.
      *
      * Dias de historial de cerradas que se piden y fecha de
      * corte que resulta.
       77 DIAS-E     PIC 999.
       77 CORTE      PIC 9(8).
       77 CIE-N      PIC 9(8).
       77 SEG-N      PIC 9(8).
      *
      * Parte del informe en curso: 1 abiertas, 2 cerradas (elige
      * la linea de titulos de columna de la cabecera).
       77 SECCION    PIC 9.
      *
      * Responsable en curso (corte de control) y totales.
       77 RES-ANT    PIC X(8).
       77 HAY-RES    PIC X.
       77 NUMRES     PIC 9(5).
       77 NUMVEN     PIC 9(5).
       77 R-NUM      PIC 9(5).
       77 R-IMP      PIC 9(9)V99.
       77 T-NUM      PIC 9(5).
       77 T-IMP      PIC 9(9)V99.
       77 H-NUM      PIC 9(5).
       77 H-IMP      PIC 9(9)V99.
      *
      * Resumen por antiguedad de las abiertas.
       01 TRAMOS.
           02 TRAMO OCCURS 4.
              03 TR-NUM PIC 9(5).
              03 TR-IMP PIC 9(9)V99.
       77 TR-IDX     PIC 9.
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FOPE    PIC XX.
       77 FS-FDSP    PIC XX.
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
           02 CAB-TIT PIC X(40).
           02 FILLER  PIC X(20) VALUE SPACES.
      *
      * Titulos de columna de las abiertas.
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Disp.'.
           02 FILLER  PIC X(7)  VALUE 'Factura'.
           02 FILLER  PIC X(5)  VALUE 'Cli.'.
           02 FILLER  PIC X(16) VALUE 'Nombre'.
           02 FILLER  PIC X(2)  VALUE 'M'.
           02 FILLER  PIC X(11) VALUE 'Abierta'.
           02 FILLER  PIC X(6)  VALUE ' Dias'.
           02 FILLER  PIC X(11) VALUE '   Importe'.
           02 FILLER  PIC X(10) VALUE 'Seguim.'.
           02 FILLER  PIC X(3)  VALUE ' S'.
      *
      * Titulos de columna del historial de cerradas.
       01 CABECERA-6.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Disp.'.
           02 FILLER  PIC X(7)  VALUE 'Factura'.
           02 FILLER  PIC X(5)  VALUE 'Cli.'.
           02 FILLER  PIC X(11) VALUE 'Abierta'.
           02 FILLER  PIC X(11) VALUE 'Cerrada'.
           02 FILLER  PIC X(6)  VALUE ' Dias'.
           02 FILLER  PIC X(12) VALUE 'Resolucion'.
           02 FILLER  PIC X(7)  VALUE ' Abono'.
           02 FILLER  PIC X(10) VALUE '   Abonado'.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Responsable al que pertenecen las lineas que siguen.
       01 LINEA-RESP.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(13) VALUE 'Responsable: '.
           02 LRS-USU  PIC X(8).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LRS-NOM  PIC X(20).
           02 FILLER   PIC X(36) VALUE SPACES.
      *
      * Linea de detalle de una disputa abierta.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-NUM  PIC ZZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-FAC  PIC 9(6).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CLI  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-NOM  PIC X(15).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-MOT  PIC X.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-ALT  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-DIA  PIC ZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-IMP  PIC ZZZZZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-SEG  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-VEN  PIC X.
           02 FILLER   PIC X(1)  VALUE SPACES.
      *
      * Linea de detalle de una disputa cerrada y segunda linea
      * con el motivo y el texto del cierre.
       01 LINEA-HISTORIA.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 HIS-NUM  PIC ZZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 HIS-FAC  PIC 9(6).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 HIS-CLI  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 HIS-ALT  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 HIS-CIE  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 HIS-DIA  PIC ZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 HIS-SOL  PIC X(11).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 HIS-ABO  PIC ZZZZZ9 BLANK WHEN ZERO.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 HIS-IAB  PIC ZZZZZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(2)  VALUE SPACES.
      *
       01 LINEA-TEXTO.
           02 FILLER   PIC X(9)  VALUE SPACES.
           02 TXT-MOT  PIC X(22).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TXT-TCI  PIC X(40).
           02 FILLER   PIC X(8)  VALUE SPACES.
      *
      * Totales del responsable, generales y por antiguedad.
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
           MOVE 0 TO NUMRES NUMVEN NUMPAG T-NUM H-NUM.
           MOVE 0 TO T-IMP H-IMP.
           MOVE ZEROS TO TRAMOS.
           MOVE 'N' TO HAY-RES.
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FOPE.
           IF FS-FOPE NOT = '00' THEN
              PERFORM ERROR-FICHERO-FOPE
              GOBACK.
      *
           OPEN INPUT FDSP.
           IF FS-FDSP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDSP
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
      * Dias de historial de cerradas: sin dias, una semana.
           DISPLAY 'Dias de historial de disputas cerradas (0 = 7):'
                            LINE 22 POSITION 14.
           MOVE ZEROS TO DIAS-E.
           ACCEPT DIAS-E    LINE 22 POSITION 63 NO BEEP.
           IF DIAS-E = ZEROS THEN
              MOVE 7 TO DIAS-E.
           MOVE 'RES' TO CAL-OPER.
           MOVE FECHA TO CAL-FECHA1.
           MOVE DIAS-E TO CAL-DIAS.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-FECHA2 TO CORTE.
      *
           MOVE 99 TO LINPAG.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           MOVE 1 TO SECCION.
           MOVE 'FACTURAS EN DISPUTA: ABIERTAS' TO CAB-TIT.
           PERFORM LISTAR-ABIERTAS.
           IF HAY-RES = 'S' THEN
              PERFORM TOTAL-RESPONSABLE.
           PERFORM CIERRE-ABIERTAS.
      *
           MOVE 2 TO SECCION.
           MOVE 'FACTURAS EN DISPUTA: CERRADAS' TO CAB-TIT.
           MOVE 99 TO LINPAG.
           PERFORM LISTAR-CERRADAS.
           PERFORM CIERRE-CERRADAS.
      *
           DISPLAY 'INFORME GENERADO EN DISPUTAS.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FOPE FDSP FLISTA.
      *
      * ************************************************
      * Recorre DISPUTAS.DAT por responsable y fecha de
      * apertura, listando las abiertas
      * ************************************************
       LISTAR-ABIERTAS.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO DSPORD.
           START FDSP KEY IS NOT LESS DSPORD INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FDSP NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM TRATAR-ABIERTA UNTIL FINLEC = 'S'.
      *
       TRATAR-ABIERTA.
           IF DSP-ABIERTA THEN
              PERFORM LISTAR-ABIERTA.
           READ FDSP NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       LISTAR-ABIERTA.
           IF HAY-RES = 'N' OR DSPRES NOT = RES-ANT THEN
              PERFORM CAMBIO-RESPONSABLE.
      *
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE DSPNUM TO DET-NUM.
           MOVE DSPFAC TO DET-FAC.
           MOVE DSPCLI TO DET-CLI.
           MOVE DSPCLI TO CLICOD.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
           MOVE CLINOM TO DET-NOM.
           MOVE DSPMOT TO DET-MOT.
           MOVE DSPALT TO FEC-TRAB.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-ALT.
      *
           MOVE 'DIF' TO CAL-OPER.
           MOVE DSPALT TO CAL-FECHA1.
           MOVE FECHA TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-DIAS TO DET-DIA.
           MOVE DSPIMP TO DET-IMP.
           MOVE DSPSEG TO FEC-TRAB.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-SEG.
           MOVE DSPSEG TO SEG-N.
           MOVE SPACE TO DET-VEN.
           IF SEG-N < FECHA THEN
              MOVE '*' TO DET-VEN
              ADD 1 TO NUMVEN.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD 1 TO T-NUM R-NUM.
           ADD DSPIMP TO T-IMP R-IMP.
           PERFORM ACUMULAR-TRAMO.
      *
      * Tramo de antiguedad: 1 hasta 7 dias, 2 hasta 30, 3 hasta
      * 90, 4 mas de 90.
       ACUMULAR-TRAMO.
           MOVE 4 TO TR-IDX.
           IF CAL-DIAS NOT > 90 THEN
              MOVE 3 TO TR-IDX.
           IF CAL-DIAS NOT > 30 THEN
              MOVE 2 TO TR-IDX.
           IF CAL-DIAS NOT > 7 THEN
              MOVE 1 TO TR-IDX.
           ADD 1 TO TR-NUM(TR-IDX).
           ADD DSPIMP TO TR-IMP(TR-IDX).
      *
      * Cambio de responsable: total del anterior, si lo hay, y
      * cabecera del nuevo.
       CAMBIO-RESPONSABLE.
           IF HAY-RES = 'S' THEN
              PERFORM TOTAL-RESPONSABLE.
           PERFORM CABECERA-RESPONSABLE.
      *
       CABECERA-RESPONSABLE.
           MOVE DSPRES TO RES-ANT.
           MOVE 'S' TO HAY-RES.
           ADD 1 TO NUMRES.
           MOVE 0 TO R-NUM R-IMP.
      *
           IF LINPAG > MAXLIN - 2 THEN
              PERFORM CABECERA.
           MOVE DSPRES TO LRS-USU.
           MOVE DSPRES TO OPEUSU.
           MOVE SPACES TO OPENOM.
           READ FOPE RECORD KEY IS OPEUSU INVALID KEY
                                 MOVE '(sin operador)' TO OPENOM.
           MOVE OPENOM TO LRS-NOM.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-RESP AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
       TOTAL-RESPONSABLE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE 'Total responsable' TO TOT-ROT.
           MOVE R-NUM TO TOT-NUM.
           MOVE R-IMP TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Total de abiertas y resumen por antiguedad
      * ************************************************
       CIERRE-ABIERTAS.
           IF LINPAG > MAXLIN - 8 THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL DISPUTAS ABIERTAS' TO TOT-ROT.
           MOVE T-NUM TO TOT-NUM.
           MOVE T-IMP TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           MOVE '  Abiertas hasta 7 dias' TO TOT-ROT.
           MOVE 1 TO TR-IDX.
           PERFORM LINEA-TRAMO.
           MOVE '  Abiertas de 8 a 30 dias' TO TOT-ROT.
           MOVE 2 TO TR-IDX.
           PERFORM LINEA-TRAMO.
           MOVE '  Abiertas de 31 a 90 dias' TO TOT-ROT.
           MOVE 3 TO TR-IDX.
           PERFORM LINEA-TRAMO.
           MOVE '  Abiertas hace mas de 90 dias' TO TOT-ROT.
           MOVE 4 TO TR-IDX.
           PERFORM LINEA-TRAMO.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Responsables con disputas abiertas.....: '
                TO CIE-ROT.
           MOVE NUMRES TO CIE-NUM.
           WRITE LIN-IMPR FROM LINEA-CIERRE AFTER ADVANCING 1 LINE.
           MOVE 'Con el seguimiento vencido (*).........: '
                TO CIE-ROT.
           MOVE NUMVEN TO CIE-NUM.
           WRITE LIN-IMPR FROM LINEA-CIERRE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 9 TO LINPAG.
      *
       LINEA-TRAMO.
           MOVE TR-NUM(TR-IDX) TO TOT-NUM.
           MOVE TR-IMP(TR-IDX) TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
      *
      * ************************************************
      * Historial: recorre DISPUTAS.DAT por numero listando las
      * cerradas desde la fecha de corte
      * ************************************************
       LISTAR-CERRADAS.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO DSPNUM.
           START FDSP KEY IS NOT LESS DSPNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FDSP NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM TRATAR-CERRADA UNTIL FINLEC = 'S'.
      *
       TRATAR-CERRADA.
           MOVE DSPCIE TO CIE-N.
           IF DSP-CERRADA AND CIE-N NOT < CORTE THEN
              PERFORM LISTAR-CERRADA.
           READ FDSP NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       LISTAR-CERRADA.
           IF LINPAG > MAXLIN - 1 THEN
              PERFORM CABECERA.
      *
           MOVE DSPNUM TO HIS-NUM.
           MOVE DSPFAC TO HIS-FAC.
           MOVE DSPCLI TO HIS-CLI.
           MOVE DSPALT TO FEC-TRAB.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO HIS-ALT.
           MOVE DSPCIE TO FEC-TRAB.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO HIS-CIE.
           MOVE 'DIF' TO CAL-OPER.
           MOVE DSPALT TO CAL-FECHA1.
           MOVE DSPCIE TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-DIAS TO HIS-DIA.
           PERFORM DESCRIBIR-SOLUCION.
           MOVE DSPABO TO HIS-ABO.
           MOVE DSPIAB TO HIS-IAB.
           WRITE LIN-IMPR FROM LINEA-HISTORIA AFTER ADVANCING 1 LINE.
           PERFORM DESCRIBIR-MOTIVO.
           MOVE DSPTCI TO TXT-TCI.
           WRITE LIN-IMPR FROM LINEA-TEXTO AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
           ADD 1 TO H-NUM.
           ADD DSPIAB TO H-IMP.
      *
       DESCRIBIR-SOLUCION.
           MOVE SPACES TO HIS-SOL.
           IF DSP-ABONO-TOTAL THEN
              MOVE 'Abono total' TO HIS-SOL.
           IF DSP-PARCIAL THEN
              MOVE 'Parcial' TO HIS-SOL.
           IF DSP-DESESTIMADA THEN
              MOVE 'Desestimada' TO HIS-SOL.
           IF DSP-OTRA-SOL THEN
              MOVE 'Otra' TO HIS-SOL.
      *
       DESCRIBIR-MOTIVO.
           MOVE SPACES TO TXT-MOT.
           IF DSP-PRECIO THEN
              MOVE 'Precio' TO TXT-MOT.
           IF DSP-NO-RECIBIDA THEN
              MOVE 'Mercancia no recibida' TO TXT-MOT.
           IF DSP-DEFECTUOSA THEN
              MOVE 'Mercancia defectuosa' TO TXT-MOT.
           IF DSP-OTRO THEN
              MOVE 'Otro' TO TXT-MOT.
      *
       CIERRE-CERRADAS.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL CERRADAS / IMPORTE ABONADO' TO TOT-ROT.
           MOVE H-NUM TO TOT-NUM.
           MOVE H-IMP TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva, con los
      * titulos de columna de la parte en curso
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
           IF SECCION = 1 THEN
              WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE
            ELSE
              WRITE LIN-IMPR FROM CABECERA-6 AFTER ADVANCING 1 LINE.
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
       ERROR-FICHERO-FOPE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FOPE   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FDSP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDSP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
