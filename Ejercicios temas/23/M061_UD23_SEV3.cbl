123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E3.
       REMARKS. UNIDAD 23 EJERCICIO 3.
      *
      * Libro de IVA soportado, la otra cara del libro de IVA
      * repercutido UD12E6: recorre FACPROV.DAT para un trimestre
      * (por la fecha de registro de la factura) y lista cada
      * factura de proveedor con su base, su cuota y su total; la
      * base y la cuota de cada tipo se reconstruyen de las lineas
      * de LINFPROV.DAT con el tipo que factura el proveedor
      * (LPRIVA), redondeando la cuota de cada linea como hace el
      * registro UD17E7. Cierra con el resumen por tipo y el total
      * general, en LIBROSOP.PRN con el formato de LIBROIVA.PRN, y
      * deja las cifras de cada tipo en el resumen trimestral
      * IVATRIM.DAT (libro S) para la hoja del modelo 303 UD23E4.
      * Las facturas registradas antes de existir el tipo por linea
      * salen con su importe como base al tipo cero.
      * El libro es el de la empresa del grupo con la que se
      * trabaja (rutina comun EMPRESA): solo entran las facturas
      * recibidas a su nombre (FPREMP; las de antes de haber varias
      * empresas, a cero, son de la 01), su razon social y CIF van
      * en el membrete y sus cifras quedan en IVATRIM bajo su codigo.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FFPR ASSIGN TO DISK 'FACPROV.DAT'
            RECORD KEY IS FPRNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPR.
      *
            SELECT FLPR ASSIGN TO DISK 'LINFPROV.DAT'
            RECORD KEY IS LPRCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLPR.
      *
      * Resumen trimestral por tipo para el modelo 303.
            SELECT FIVT ASSIGN TO DISK 'IVATRIM.DAT'
            RECORD KEY IS IVTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FIVT.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora o visualizar con
      * cualquier editor.
            SELECT FLISTA ASSIGN TO DISK 'LIBROSOP.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FFPR LABEL RECORD IS STANDARD.
           COPY REGFPR.
      *
       FD FLPR LABEL RECORD IS STANDARD.
           COPY REGLPR.
      *
       FD FIVT LABEL RECORD IS STANDARD.
           COPY REGIVT.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
       01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete, las facturas que
      * entran y las filas del libro S que se rehacen.
           COPY EMPRESA.
       77 EMP-TRA     PIC 99.
       77 EMP-FAC     PIC 99.
       77 FECHA       PIC 99999999.
       77 FINLEC      PIC X.
       77 FINLIN      PIC X.
       77 FINIVT      PIC X.
       77 CONTINUA    PIC X.
      *
      * Trimestre solicitado (TAAAA, p.ej. 22026; a cero = el del
      * dia de hoy) y meses que abarca.
       77 TRIM-E      PIC 9(5).
       01 TRIM-SEL.
           02 SEL-T   PIC 9.
           02 SEL-AA  PIC 9999.
       77 MES-DESDE   PIC 99.
       77 MES-HASTA   PIC 99.
      *
      * Acumulado por tipo de IVA.
       77 NUMTIP      PIC 99 VALUE 0.
       77 TIPIDX      PIC 99.
       01 TABLA-TIPOS.
           02 TIPO-ACUM OCCURS 10 TIMES.
              03 TT-TIPO  PIC 99V99.
              03 TT-BASE  PIC S9(9)V99.
              03 TT-CUOTA PIC S9(9)V99.
      *
      * Base y cuota de la linea en curso y su tipo.
       77 BASE-LIN    PIC 9(7)V99.
       77 CUOTA-LIN   PIC 9(7)V99.
       77 TIPO-LIN    PIC 99V99.
      *
      * Base y cuota de la factura en curso.
       77 BASE-FAC    PIC 9(8)V99.
       77 CUOTA-FAC   PIC 9(8)V99.
      *
      * Totales del libro.
       77 TOT-BASE    PIC S9(9)V99 VALUE 0.
       77 TOT-CUOTA   PIC S9(9)V99 VALUE 0.
       77 NUMFAC      PIC 9(5) VALUE 0.
      *
      * Paginacion del listado.
       77 NUMPAG      PIC 999 VALUE 0.
       77 LINPAG      PIC 99  VALUE 0.
       77 MAXLIN      PIC 99  VALUE 55.
      *
       77 FS-FFPR     PIC XX.
       77 FS-FLPR     PIC XX.
       77 FS-FIVT     PIC XX.
       77 FS-FLISTA   PIC XX.
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
           02 FILLER  PIC X(16) VALUE SPACES.
           02 FILLER  PIC X(37) VALUE
              'LIBRO DE IVA SOPORTADO - TRIMESTRE'.
           02 CAB-TRI PIC 9.
           02 FILLER  PIC X(1)  VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(21) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Num.'.
           02 FILLER  PIC X(11) VALUE 'Fecha'.
           02 FILLER  PIC X(6)  VALUE 'Prov.'.
           02 FILLER  PIC X(13) VALUE 'Referencia'.
           02 FILLER  PIC X(13) VALUE '         Base'.
           02 FILLER  PIC X(13) VALUE '        Cuota'.
           02 FILLER  PIC X(14) VALUE '         Total'.
      *
       01 CABECERA-6.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(12) VALUE 'Tipo IVA'.
           02 FILLER  PIC X(18) VALUE '   Base imponible'.
           02 FILLER  PIC X(18) VALUE '  Cuota soportada'.
           02 FILLER  PIC X(29) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Linea de detalle de una factura de proveedor.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-NUM  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FEC  PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PRV  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-REF  PIC X(12).
           02 DET-BAS  PIC ZZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CUO  PIC ZZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-TOT  PIC ZZZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
      *
      * Linea de resumen de un tipo de IVA.
       01 LINEA-TIPO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-TIPO PIC Z9,99.
           02 FILLER   PIC X(2)  VALUE ' %'.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-BASE PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-CUOT PIC ----.---.--9,99.
           02 FILLER   PIC X(33) VALUE SPACES.
      *
      * Linea de total general.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 TOT-ROT  PIC X(9).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-BAS  PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 TOT-CUO  PIC ----.---.--9,99.
           02 FILLER   PIC X(33) VALUE SPACES.
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
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL desde el menu general.
           MOVE 0 TO TOT-BASE.
           MOVE 0 TO TOT-CUOTA.
           MOVE 0 TO NUMFAC.
           MOVE 0 TO NUMPAG.
           MOVE 0 TO NUMTIP.
           OPEN INPUT FFPR.
           IF FS-FFPR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFPR
              GOBACK.
      *
           OPEN INPUT FLPR.
           IF FS-FLPR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLPR
              GOBACK.
      *
      * IVATRIM.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio.
           OPEN I-O FIVT.
           IF FS-FIVT = '35' THEN
              OPEN OUTPUT FIVT
              CLOSE FIVT
              OPEN I-O FIVT.
           IF FS-FIVT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FIVT
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
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'LIBRO DE IVA SOPORTADO'
                                  LINE  3 POSITION 29 REVERSE HIGH.
           DISPLAY 'Trimestre TAAAA (cero = actual):'
                                  LINE  8 POSITION 10 HIGH.
           MOVE ZEROS TO TRIM-E.
           ACCEPT TRIM-E LINE  8 POSITION 43 NO BEEP.
      *
           IF TRIM-E = ZEROS THEN
              MOVE AA1 TO SEL-AA
              COMPUTE SEL-T = (MM1 + 2) / 3
            ELSE
              MOVE TRIM-E TO TRIM-SEL.
      *
      * Un trimestre fuera de 1-4 se trata como el actual.
           IF SEL-T < 1 OR SEL-T > 4 THEN
              COMPUTE SEL-T = (MM1 + 2) / 3
              MOVE AA1 TO SEL-AA.
      *
           COMPUTE MES-DESDE = (SEL-T * 3) - 2.
           COMPUTE MES-HASTA = SEL-T * 3.
      *
           MOVE 99 TO LINPAG.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM LISTAR-TRIMESTRE.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM GUARDAR-RESUMEN.
      *
           DISPLAY 'LIBRO GENERADO EN LIBROSOP.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FFPR FLPR FIVT FLISTA.
      *
      * ************************************************
      * Recorre FACPROV.DAT listando las del trimestre
      * ************************************************
       LISTAR-TRIMESTRE.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO FPRNUM.
           START FFPR KEY IS NOT LESS FPRNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFPR NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
           PERFORM TRATAR-FACTURA UNTIL FINLEC = 'S'.
      *
       TRATAR-FACTURA.
           MOVE FPREMP TO EMP-FAC.
           IF EMP-FAC = 0 THEN
              MOVE 1 TO EMP-FAC.
           IF FPRAA = SEL-AA AND FPRMM NOT < MES-DESDE
                             AND FPRMM NOT > MES-HASTA
                             AND EMP-FAC = EMP-TRA THEN
              PERFORM ACUMULAR-FACTURA
              PERFORM IMPRIMIR-FACTURA.
      *
           READ FFPR NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Reconstruye la base y la cuota de la factura desde sus
      * lineas, tipo a tipo
      * ************************************************
       ACUMULAR-FACTURA.
           ADD 1 TO NUMFAC.
           MOVE 0 TO BASE-FAC.
           MOVE 0 TO CUOTA-FAC.
      *
           MOVE SPACE TO FINLIN.
           MOVE FPRNUM TO LPRFAC.
           MOVE ZEROS  TO LPRNUM.
           START FLPR KEY IS NOT LESS LPRCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLPR NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LPRFAC NOT = FPRNUM THEN
              MOVE 'S' TO FINLIN.
      *
           PERFORM ACUMULAR-LINEA UNTIL FINLIN = 'S'.
      *
      * Factura sin desglose (registrada antes del tipo por
      * linea): su importe entra como base al tipo cero.
           IF FPRBAS = 0 AND FPRCUO = 0 THEN
              MOVE FPRIMP TO BASE-FAC
              MOVE 0      TO CUOTA-FAC
              MOVE FPRIMP TO BASE-LIN
              MOVE 0      TO CUOTA-LIN
              MOVE 0      TO TIPO-LIN
              PERFORM SUMAR-EN-TIPO.
      *
       ACUMULAR-LINEA.
           COMPUTE BASE-LIN = LPRCAN * LPRPRE.
           COMPUTE CUOTA-LIN ROUNDED = LPRCAN * LPRPRE * LPRIVA / 100.
           MOVE LPRIVA TO TIPO-LIN.
           IF FPRBAS NOT = 0 OR FPRCUO NOT = 0 THEN
              ADD BASE-LIN  TO BASE-FAC
              ADD CUOTA-LIN TO CUOTA-FAC
              PERFORM SUMAR-EN-TIPO.
      *
           READ FLPR NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LPRFAC NOT = FPRNUM THEN
              MOVE 'S' TO FINLIN.
      *
      * ************************************************
      * Acumula BASE-LIN/CUOTA-LIN en la casilla del tipo
      * TIPO-LIN
      * ************************************************
       SUMAR-EN-TIPO.
           PERFORM LOCALIZAR-TIPO.
           IF TIPIDX > 0 THEN
              ADD BASE-LIN  TO TT-BASE(TIPIDX)
              ADD CUOTA-LIN TO TT-CUOTA(TIPIDX)
              ADD BASE-LIN  TO TOT-BASE
              ADD CUOTA-LIN TO TOT-CUOTA.
      *
       LOCALIZAR-TIPO.
           MOVE 1 TO TIPIDX.
           PERFORM AVANZAR-TIPO
              UNTIL TIPIDX > NUMTIP OR TT-TIPO(TIPIDX) = TIPO-LIN.
           IF TIPIDX > NUMTIP THEN
              IF NUMTIP < 10 THEN
                 ADD 1 TO NUMTIP
                 MOVE TIPO-LIN TO TT-TIPO(NUMTIP)
                 MOVE 0 TO TT-BASE(NUMTIP)
                 MOVE 0 TO TT-CUOTA(NUMTIP)
                 MOVE NUMTIP TO TIPIDX
               ELSE
                 MOVE 0 TO TIPIDX.
      *
       AVANZAR-TIPO.
           ADD 1 TO TIPIDX.
      *
      * ************************************************
      * Linea de detalle de la factura
      * ************************************************
       IMPRIMIR-FACTURA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE FPRNUM TO DET-NUM.
           MOVE FPRDD  TO DD2.
           MOVE FPRMM  TO MM2.
           MOVE FPRAA  TO AA2.
           MOVE FF2    TO DET-FEC.
           MOVE DD1    TO DD2.
           MOVE MM1    TO MM2.
           MOVE AA1    TO AA2.
           MOVE FPRPRV TO DET-PRV.
           MOVE FPRREF TO DET-REF.
           MOVE BASE-FAC  TO DET-BAS.
           MOVE CUOTA-FAC TO DET-CUO.
           MOVE FPRIMP    TO DET-TOT.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Resumen por tipo y total general
      * ************************************************
       IMPRIMIR-RESUMEN.
           IF LINPAG > MAXLIN - 6 THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-6 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           ADD 4 TO LINPAG.
      *
           PERFORM IMPRIMIR-TIPO
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'TOTALES: ' TO TOT-ROT.
           MOVE TOT-BASE  TO TOT-BAS.
           MOVE TOT-CUOTA TO TOT-CUO.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
       IMPRIMIR-TIPO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE TT-TIPO(TIPIDX)  TO DET-TIPO.
           MOVE TT-BASE(TIPIDX)  TO DET-BASE.
           MOVE TT-CUOTA(TIPIDX) TO DET-CUOT.
           WRITE LIN-IMPR FROM LINEA-TIPO AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Rehace el resumen del trimestre en IVATRIM.DAT: borra
      * el que hubiera del libro S y graba un registro por tipo
      * ************************************************
       GUARDAR-RESUMEN.
           MOVE EMP-TRA TO IVTEMP.
           MOVE SEL-AA TO IVTAA.
           MOVE SEL-T  TO IVTTRI.
           MOVE 'S'    TO IVTLIB.
           MOVE ZEROS  TO IVTTIP.
           MOVE SPACE  TO FINIVT.
           START FIVT KEY IS NOT LESS IVTCLAVE INVALID KEY
                                      MOVE 'S' TO FINIVT.
           IF FINIVT NOT = 'S' THEN
              READ FIVT NEXT RECORD AT END MOVE 'S' TO FINIVT.
           PERFORM BORRAR-RESUMEN UNTIL FINIVT = 'S'.
      *
           PERFORM GRABAR-RESUMEN
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
      *
       BORRAR-RESUMEN.
           IF IVTEMP NOT = EMP-TRA OR IVTAA NOT = SEL-AA
                     OR IVTTRI NOT = SEL-T OR IVTLIB NOT = 'S' THEN
              MOVE 'S' TO FINIVT
            ELSE
              DELETE FIVT RECORD
              READ FIVT NEXT RECORD AT END MOVE 'S' TO FINIVT.
      *
       GRABAR-RESUMEN.
           MOVE EMP-TRA TO IVTEMP.
           MOVE SEL-AA TO IVTAA.
           MOVE SEL-T  TO IVTTRI.
           MOVE 'S'    TO IVTLIB.
           MOVE TT-TIPO(TIPIDX)  TO IVTTIP.
           MOVE TT-BASE(TIPIDX)  TO IVTBAS.
           MOVE TT-CUOTA(TIPIDX) TO IVTCUO.
           MOVE ZEROS TO IVTREC.
           WRITE REGIVT.
           IF FS-FIVT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FIVT.
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
      * Razon social y CIF de la empresa de trabajo (rutina comun
      * EMPRESA) para el membrete del libro
      * ************************************************
       MEMBRETE-EMPRESA.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-NOM TO CAB-EMP.
           MOVE EMA-CIF TO CAB-CIF.
           MOVE EMA-COD TO EMP-TRA.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FFPR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFPR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLPR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLPR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FIVT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FIVT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
