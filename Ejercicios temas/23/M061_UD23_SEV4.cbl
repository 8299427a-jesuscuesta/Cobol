123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E4.
       REMARKS. UNIDAD 23 EJERCICIO 4.
      *
      * Hoja de liquidacion trimestral del IVA (modelo 303): toma
      * del resumen trimestral IVATRIM.DAT las cifras por tipo del
      * libro de IVA repercutido UD12E6 (IVA devengado) y del libro
      * de IVA soportado UD23E3 (IVA deducible) del trimestre
      * pedido, y las enfrenta: la diferencia sale como resultado
      * a ingresar o, si lo deducible supera a lo devengado, a
      * compensar en trimestres siguientes. La hoja queda en
      * M303.PRN para la gestoria y el resultado en pantalla. Si
      * alguno de los dos libros no se ha sacado para el trimestre
      * se avisa: las cifras son las de la ultima vez que se
      * imprimio cada libro. El recargo de equivalencia repercutido
      * a los clientes en ese regimen cuenta como IVA devengado.
      * Las entregas intracomunitarias exentas (tipo ficticio 99,99
      * del libro R) no son un tipo de IVA: su base sale aparte, en
      * la linea de la casilla 59, y no suma en el total del libro.
      * La hoja es la de la empresa del grupo con la que se trabaja
      * (rutina comun EMPRESA): solo se toman sus filas de IVATRIM
      * y su razon social y CIF van en el membrete.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FIVT ASSIGN TO DISK 'IVATRIM.DAT'
            RECORD KEY IS IVTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FIVT.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora o visualizar con
      * cualquier editor.
            SELECT FLISTA ASSIGN TO DISK 'M303.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FIVT LABEL RECORD IS STANDARD.
           COPY REGIVT.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
       01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete y las filas del
      * resumen trimestral que se toman.
           COPY EMPRESA.
       77 EMP-TRA     PIC 99.
       77 FECHA       PIC 99999999.
       77 FINIVT      PIC X.
       77 CONTINUA    PIC X.
      *
      * Trimestre solicitado (TAAAA, p.ej. 22026; a cero = el del
      * dia de hoy).
       77 TRIM-E      PIC 9(5).
       01 TRIM-SEL.
           02 SEL-T   PIC 9.
           02 SEL-AA  PIC 9999.
      *
      * Libro que se esta recorriendo (R o S).
       77 LIBRO-SEL   PIC X.
       77 NUMREG      PIC 99.
      *
      * Totales de cada libro y resultado de la liquidacion.
       77 TOT-BAS-L   PIC S9(9)V99.
       77 TOT-CUO-L   PIC S9(9)V99.
       77 TOT-REC-L   PIC S9(9)V99.
       77 TOT-DEV     PIC S9(9)V99.
       77 TOT-DED     PIC S9(9)V99.
       77 RESULTADO   PIC S9(9)V99.
       77 INTRA-BAS   PIC S9(9)V99.
       77 ZRES        PIC ----.---.--9,99.
      *
      * Libros que faltan en el trimestre.
       77 HAY-DEV     PIC X.
       77 HAY-DED     PIC X.
      *
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
              'LIQUIDACION DE IVA (303) - TRIMESTRE'.
           02 CAB-TRI PIC 9.
           02 FILLER  PIC X(1)  VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(21) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(12) VALUE 'Tipo IVA'.
           02 FILLER  PIC X(18) VALUE '   Base imponible'.
           02 FILLER  PIC X(18) VALUE '            Cuota'.
           02 FILLER  PIC X(18) VALUE '   Recargo equiv.'.
           02 FILLER  PIC X(11) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Titulo de cada bloque (devengado / deducible).
       01 LINEA-BLOQUE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 BLQ-TIT  PIC X(40).
           02 FILLER   PIC X(37) VALUE SPACES.
      *
      * Linea de un tipo de IVA.
       01 LINEA-TIPO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-TIPO PIC Z9,99.
           02 FILLER   PIC X(2)  VALUE ' %'.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-BASE PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-CUO  PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-REC  PIC ----.---.--9,99.
           02 FILLER   PIC X(15) VALUE SPACES.
      *
      * Linea de total de un bloque.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 TOT-ROT  PIC X(9).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-BAS  PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 TOT-CUO  PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 TOT-REC  PIC ----.---.--9,99.
           02 FILLER   PIC X(15) VALUE SPACES.
      *
      * Linea de resultado.
       01 LINEA-RESULTADO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 RES-ROT  PIC X(30).
           02 FILLER   PIC X(9)  VALUE SPACES.
           02 RES-IMP  PIC ----.---.--9,99.
           02 FILLER   PIC X(23) VALUE SPACES.
      *
      * Aviso de libro no sacado.
       01 LINEA-AVISO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 AVI-TXT  PIC X(60).
           02 FILLER   PIC X(17) VALUE SPACES.
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
      * IVATRIM.DAT no existe hasta que se saca el primer libro.
           OPEN INPUT FIVT.
           IF FS-FIVT = '35' THEN
              OPEN OUTPUT FIVT
              CLOSE FIVT
              OPEN INPUT FIVT.
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
           DISPLAY 'LIQUIDACION DE IVA - MODELO 303'
                                  LINE  3 POSITION 25 REVERSE HIGH.
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
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM CABECERA.
           MOVE 0 TO INTRA-BAS.
      *
           MOVE 'IVA DEVENGADO (libro de IVA repercutido)'
                TO BLQ-TIT.
           MOVE 'R' TO LIBRO-SEL.
           PERFORM IMPRIMIR-LIBRO.
           COMPUTE TOT-DEV = TOT-CUO-L + TOT-REC-L.
           MOVE 'S' TO HAY-DEV.
           IF NUMREG = 0 THEN
              MOVE 'N' TO HAY-DEV.
      *
           MOVE 'IVA DEDUCIBLE (libro de IVA soportado)'
                TO BLQ-TIT.
           MOVE 'S' TO LIBRO-SEL.
           PERFORM IMPRIMIR-LIBRO.
           MOVE TOT-CUO-L TO TOT-DED.
           MOVE 'S' TO HAY-DED.
           IF NUMREG = 0 THEN
              MOVE 'N' TO HAY-DED.
      *
           PERFORM IMPRIMIR-RESULTADO.
           PERFORM MOSTRAR-RESULTADO.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FIVT FLISTA.
      *
      * ************************************************
      * Un bloque de la hoja: los tipos del libro LIBRO-SEL en
      * el trimestre y su total
      * ************************************************
       IMPRIMIR-LIBRO.
           MOVE 0 TO NUMREG.
           MOVE 0 TO TOT-BAS-L.
           MOVE 0 TO TOT-CUO-L.
           MOVE 0 TO TOT-REC-L.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-BLOQUE AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
      *
           MOVE EMP-TRA   TO IVTEMP.
           MOVE SEL-AA    TO IVTAA.
           MOVE SEL-T     TO IVTTRI.
           MOVE LIBRO-SEL TO IVTLIB.
           MOVE ZEROS     TO IVTTIP.
           MOVE SPACE     TO FINIVT.
           START FIVT KEY IS NOT LESS IVTCLAVE INVALID KEY
                                      MOVE 'S' TO FINIVT.
           IF FINIVT NOT = 'S' THEN
              READ FIVT NEXT RECORD AT END MOVE 'S' TO FINIVT.
           PERFORM IMPRIMIR-TIPO UNTIL FINIVT = 'S'.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL:   ' TO TOT-ROT.
           MOVE TOT-BAS-L TO TOT-BAS.
           MOVE TOT-CUO-L TO TOT-CUO.
           MOVE TOT-REC-L TO TOT-REC.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
       IMPRIMIR-TIPO.
           IF IVTEMP NOT = EMP-TRA OR IVTAA NOT = SEL-AA
                  OR IVTTRI NOT = SEL-T OR IVTLIB NOT = LIBRO-SEL THEN
              MOVE 'S' TO FINIVT
            ELSE
              IF IVT-INTRACOM THEN
                 ADD 1 TO NUMREG
                 ADD IVTBAS TO INTRA-BAS
                 PERFORM LEER-IVT
               ELSE
                 PERFORM IMPRIMIR-UN-TIPO.
      *
       IMPRIMIR-UN-TIPO.
           ADD 1 TO NUMREG.
           ADD IVTBAS TO TOT-BAS-L.
           ADD IVTCUO TO TOT-CUO-L.
           ADD IVTREC TO TOT-REC-L.
           MOVE IVTTIP TO DET-TIPO.
           MOVE IVTBAS TO DET-BASE.
           MOVE IVTCUO TO DET-CUO.
           MOVE IVTREC TO DET-REC.
           WRITE LIN-IMPR FROM LINEA-TIPO AFTER ADVANCING 1 LINE.
           PERFORM LEER-IVT.
      *
       LEER-IVT.
           READ FIVT NEXT RECORD AT END MOVE 'S' TO FINIVT.
      *
      * ************************************************
      * Resultado de la liquidacion y avisos de libros que no
      * se han sacado para el trimestre
      * ************************************************
       IMPRIMIR-RESULTADO.
           COMPUTE RESULTADO = TOT-DEV - TOT-DED.
      *
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Total IVA devengado' TO RES-ROT.
           MOVE TOT-DEV TO RES-IMP.
           WRITE LIN-IMPR FROM LINEA-RESULTADO AFTER ADVANCING 1 LINE.
           MOVE 'Total IVA deducible' TO RES-ROT.
           MOVE TOT-DED TO RES-IMP.
           WRITE LIN-IMPR FROM LINEA-RESULTADO AFTER ADVANCING 1 LINE.
           IF INTRA-BAS NOT = 0 THEN
              MOVE 'Entregas intracomunit. (c. 59)' TO RES-ROT
              MOVE INTRA-BAS TO RES-IMP
              WRITE LIN-IMPR FROM LINEA-RESULTADO
                                              AFTER ADVANCING 1 LINE.
      *
           IF RESULTADO < 0 THEN
              MOVE 'RESULTADO A COMPENSAR' TO RES-ROT
              COMPUTE RES-IMP = 0 - RESULTADO
            ELSE
              MOVE 'RESULTADO A INGRESAR' TO RES-ROT
              MOVE RESULTADO TO RES-IMP.
           WRITE LIN-IMPR FROM LINEA-RESULTADO AFTER ADVANCING 1 LINE.
      *
           IF HAY-DEV = 'N' THEN
              MOVE 'AVISO: falta el libro de IVA repercutido (UD12E6)'
                   TO AVI-TXT
              WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE
              WRITE LIN-IMPR FROM LINEA-AVISO AFTER ADVANCING 1 LINE.
           IF HAY-DED = 'N' THEN
              MOVE 'AVISO: falta el libro de IVA soportado (UD23E3)'
                   TO AVI-TXT
              WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE
              WRITE LIN-IMPR FROM LINEA-AVISO AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
       MOSTRAR-RESULTADO.
           MOVE TOT-DEV TO ZRES.
           DISPLAY 'IVA devengado...:' LINE 11 POSITION 10 HIGH.
           DISPLAY ZRES               LINE 11 POSITION 28.
           MOVE TOT-DED TO ZRES.
           DISPLAY 'IVA deducible...:' LINE 12 POSITION 10 HIGH.
           DISPLAY ZRES               LINE 12 POSITION 28.
           IF RESULTADO < 0 THEN
              COMPUTE ZRES = 0 - RESULTADO
              DISPLAY 'A compensar.....:' LINE 14 POSITION 10 HIGH
            ELSE
              MOVE RESULTADO TO ZRES
              DISPLAY 'A ingresar......:' LINE 14 POSITION 10 HIGH.
           DISPLAY ZRES               LINE 14 POSITION 28.
           IF INTRA-BAS NOT = 0 THEN
              MOVE INTRA-BAS TO ZRES
              DISPLAY 'Entregas intrac.:' LINE 15 POSITION 10 HIGH
              DISPLAY ZRES               LINE 15 POSITION 28.
           IF HAY-DEV = 'N' THEN
              DISPLAY 'Falta el libro de IVA repercutido (UD12E6).'
                                      LINE 17 POSITION 10 REVERSE.
           IF HAY-DED = 'N' THEN
              DISPLAY 'Falta el libro de IVA soportado (UD23E3).'
                                      LINE 18 POSITION 10 REVERSE.
      *
           DISPLAY 'HOJA GENERADA EN M303.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Escribe la cabecera de la hoja
      * ************************************************
       CABECERA.
           MOVE 1      TO CAB-PAG.
           MOVE FF2    TO CAB-FEC.
           MOVE SEL-T  TO CAB-TRI.
           MOVE SEL-AA TO CAB-AA.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Razon social y CIF de la empresa de trabajo (rutina comun
      * EMPRESA) para el membrete de la hoja
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
       ERROR-FICHERO-FIVT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FIVT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
