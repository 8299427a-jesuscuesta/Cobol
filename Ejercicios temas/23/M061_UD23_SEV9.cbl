123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E9.
       REMARKS. UNIDAD 23 EJERCICIO 9.
      *
      * Control de las series de facturacion de un ejercicio: cada
      * serie (F facturas, R rectificativas, T tickets, G cargos
      * de gastos e I intereses de demora, rutina comun SERIENUM)
      * tiene que ir del 1 al ultimo numero asignado en SERIES.CTR
      * sin huecos ni numeros repetidos. Recorre FACTURAS.DAT y
      * anota cada numero de serie del ejercicio pedido en el
      * fichero de trabajo SERIES.TMP (ordenado por serie y
      * numero, con las veces que aparece); luego repasa cada
      * serie en orden y lista en SERIES.PRN los huecos (numeros
      * sin documento, tambien los asignados por el contador al
      * final de la serie que no llegaron a grabarse) y los
      * numeros duplicados, con una linea de resumen por serie.
      * Los documentos del ejercicio anteriores a las series
      * (FACSCD en blanco) se cuentan aparte.
      * Cada empresa del grupo numera sus series por su cuenta: se
      * controlan solo las facturas de los clientes de la empresa
      * de trabajo (rutina comun EMPRESA), contra SERIES.CTR si es
      * la 01 y contra SERIEMP.CTR si es otra.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
            SELECT FSER ASSIGN TO DISK 'SERIES.CTR'
            RECORD KEY IS SERCLA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FSER.
      *
            SELECT FSEM ASSIGN TO DISK 'SERIEMP.CTR'
            RECORD KEY IS SEMCLA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FSEM.
      *
      * Fichero de trabajo con los numeros de serie del ejercicio.
            SELECT FTMP ASSIGN TO DISK 'SERIES.TMP'
            RECORD KEY IS TMPCLA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTMP.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'SERIES.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FSER LABEL RECORD IS STANDARD.
           COPY REGSER.
      *
       FD FSEM LABEL RECORD IS STANDARD.
           COPY REGSEM.
      *
       FD FTMP LABEL RECORD IS STANDARD.
       01 REGTMP.
          02 TMPCLA.
             05 TMPCOD PIC X.
             05 TMPNUM PIC 9(6).
          02 TMPVEC    PIC 999.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
       01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 FINTMP     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
      * S si SERIES.CTR (SERIEMP.CTR para las otras empresas)
      * todavia no existe.
       77 SIN-CONTADOR PIC X.
      *
      * Empresa de trabajo, la que se controla.
       77 EMP-CTL    PIC 99.
           COPY EMPRESA.
      *
      * Ejercicio solicitado (a cero = el actual).
       77 EJER-E     PIC 9999.
       77 SEL-AA     PIC 9999.
      *
      * Series que se controlan, con su descripcion.
       01 SERIES-FAC.
          02 FILLER PIC X(23) VALUE 'FFacturas'.
          02 FILLER PIC X(23) VALUE 'RRectificativas'.
          02 FILLER PIC X(23) VALUE 'TTickets simplificados'.
          02 FILLER PIC X(23) VALUE 'GCargos de gastos'.
          02 FILLER PIC X(23) VALUE 'IIntereses de demora'.
       01 TABLA-SERIES REDEFINES SERIES-FAC.
          02 SE-SERIE OCCURS 5.
             05 SE-COD PIC X.
             05 SE-DES PIC X(22).
       77 SERIDX     PIC 9.
      *
      * Recuentos de la serie en curso y del informe.
       77 NUMDOC     PIC 9(6).
       77 ULT-NUM    PIC 9(6).
       77 HASTA-NUM  PIC 9(6).
       77 INC-SERIE  PIC 9(5).
       77 NUMINC     PIC 9(5).
       77 SIN-SERIE  PIC 9(5).
       77 ZNUM       PIC ZZ9.
           COPY NUMSER.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FFAC    PIC XX.
       77 FS-FSER    PIC XX.
       77 FS-FSEM    PIC XX.
       77 FS-FTMP    PIC XX.
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
           02 FILLER  PIC X(15) VALUE SPACES.
           02 FILLER  PIC X(46) VALUE
              'CONTROL DE SERIES DE FACTURACION - EJERCICIO '.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(15) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Linea de un hueco o de un numero duplicado.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(5)  VALUE SPACES.
           02 DET-TIP  PIC X(11).
           02 DET-DES  PIC X(12).
           02 DET-SEP  PIC X(4).
           02 DET-HAS  PIC X(12).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-OBS  PIC X(34).
      *
      * Linea de resumen de una serie.
       01 LINEA-SERIE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(6)  VALUE 'Serie '.
           02 RES-COD  PIC X.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 RES-DES  PIC X(22).
           02 FILLER   PIC X(7)  VALUE 'Docs.: '.
           02 RES-NUM  PIC ZZZZZ9.
           02 FILLER   PIC X(9)  VALUE '  Ultimo '.
           02 RES-ULT  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 RES-EST  PIC X(16).
      *
      * Lineas de recuento del cierre.
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
           MOVE 0 TO NUMINC.
           MOVE 0 TO SIN-SERIE.
           MOVE 0 TO NUMPAG.
           OPEN INPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              GOBACK.
      *
      * Sin SERIES.CTR (estado '35') todavia no se ha emitido nada
      * con serie: las series se controlan solo con FACTURAS.DAT.
      * Las empresas distintas de la 01 llevan su contador en
      * SERIEMP.CTR.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-COD TO EMP-CTL.
           MOVE 'N' TO SIN-CONTADOR.
           IF EMP-CTL = 1 THEN
              OPEN INPUT FSER
              IF FS-FSER = '35' THEN
                 MOVE 'S' TO SIN-CONTADOR
               ELSE
                 IF FS-FSER NOT = '00' THEN
                    PERFORM ERROR-FICHERO-FSER
                    GOBACK.
           IF EMP-CTL NOT = 1 THEN
              OPEN INPUT FSEM
              IF FS-FSEM = '35' THEN
                 MOVE 'S' TO SIN-CONTADOR
               ELSE
                 IF FS-FSEM NOT = '00' THEN
                    PERFORM ERROR-FICHERO-FSEM
                    GOBACK.
      *
      * El fichero de trabajo se crea vacio en cada ejecucion.
           OPEN OUTPUT FTMP.
           CLOSE FTMP.
           OPEN I-O FTMP.
           IF FS-FTMP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTMP
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
           PERFORM PEDIR-EJERCICIO.
           MOVE 99 TO LINPAG.
      *
       PEDIR-EJERCICIO.
           DISPLAY SPACES ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'CONTROL DE SERIES DE FACTURACION'
                                  LINE  3 POSITION 24 REVERSE HIGH.
           DISPLAY 'Ejercicio AAAA (cero = actual):'
                                  LINE  8 POSITION 10 HIGH.
           MOVE ZEROS TO EJER-E.
           ACCEPT EJER-E LINE  8 POSITION 42 NO BEEP.
           IF EJER-E = ZEROS THEN
              MOVE AA1 TO SEL-AA
            ELSE
              MOVE EJER-E TO SEL-AA.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM CARGAR-NUMEROS.
           PERFORM REVISAR-SERIE
              VARYING SERIDX FROM 1 BY 1 UNTIL SERIDX > 5.
           PERFORM CIERRE-INFORME.
      *
           DISPLAY 'INFORME GENERADO EN SERIES.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF SIN-CONTADOR = 'N' AND EMP-CTL = 1 THEN
              CLOSE FSER.
           IF SIN-CONTADOR = 'N' AND EMP-CTL NOT = 1 THEN
              CLOSE FSEM.
           CLOSE FFAC FTMP FLISTA.
      *
      * ************************************************
      * Anota en SERIES.TMP cada numero de serie del ejercicio
      * ************************************************
       CARGAR-NUMEROS.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO FACNUM.
           START FFAC KEY IS NOT LESS FACNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM CARGAR-DOCUMENTO UNTIL FINLEC = 'S'.
      *
       CARGAR-DOCUMENTO.
           MOVE 'S' TO EMA-OK.
           IF FACAA = SEL-AA OR FACSAA = SEL-AA THEN
              MOVE FACCLI TO EMA-CLI
              MOVE 'C' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG.
           IF FACSCD = SPACE AND EMA-OK = 'S' THEN
              IF FACAA = SEL-AA THEN
                 ADD 1 TO SIN-SERIE.
           IF FACSCD NOT = SPACE AND FACSAA = SEL-AA THEN
              IF EMA-OK = 'S' THEN
                 PERFORM ANOTAR-NUMERO.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       ANOTAR-NUMERO.
           MOVE FACSCD TO TMPCOD.
           MOVE FACSNU TO TMPNUM.
           MOVE SPACES TO EXISTE.
           READ FTMP RECORD KEY IS TMPCLA INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE FACSCD TO TMPCOD
              MOVE FACSNU TO TMPNUM
              MOVE 1 TO TMPVEC
              WRITE REGTMP
            ELSE
              ADD 1 TO TMPVEC
              REWRITE REGTMP.
           IF FS-FTMP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTMP.
      *
      * ************************************************
      * Repasa los numeros de una serie en orden: cada uno tiene
      * que ser el siguiente del anterior y aparecer una sola vez;
      * al final, la serie tiene que llegar hasta el contador
      * ************************************************
       REVISAR-SERIE.
           MOVE 0 TO NUMDOC.
           MOVE 0 TO ULT-NUM.
           MOVE 0 TO INC-SERIE.
           MOVE SE-COD(SERIDX) TO NSE-COD.
           MOVE SEL-AA TO NSE-AA.
      *
           MOVE SE-COD(SERIDX) TO TMPCOD.
           MOVE ZEROS TO TMPNUM.
           MOVE SPACE TO FINTMP.
           START FTMP KEY IS NOT LESS TMPCLA INVALID KEY
                                      MOVE 'S' TO FINTMP.
           IF FINTMP NOT = 'S' THEN
              READ FTMP NEXT RECORD AT END MOVE 'S' TO FINTMP.
           PERFORM REVISAR-NUMERO
              UNTIL FINTMP = 'S' OR TMPCOD NOT = SE-COD(SERIDX).
      *
           PERFORM LEER-CONTADOR.
           IF EXISTE = 'S' AND SERVAL > ULT-NUM THEN
              MOVE SERVAL TO HASTA-NUM
              PERFORM LISTAR-HUECO
              MOVE SERVAL TO ULT-NUM.
      *
           PERFORM LISTAR-SERIE.
      *
       REVISAR-NUMERO.
           ADD TMPVEC TO NUMDOC.
           IF TMPNUM > ULT-NUM + 1 THEN
              COMPUTE HASTA-NUM = TMPNUM - 1
              PERFORM LISTAR-HUECO.
           IF TMPVEC > 1 THEN
              PERFORM LISTAR-DUPLICADO.
           MOVE TMPNUM TO ULT-NUM.
           READ FTMP NEXT RECORD AT END MOVE 'S' TO FINTMP.
      *
      * Ultimo numero asignado a la serie en el ejercicio.
       LEER-CONTADOR.
           MOVE 'N' TO EXISTE.
           IF SIN-CONTADOR = 'N' AND EMP-CTL = 1 THEN
              MOVE SE-COD(SERIDX) TO SERCOD
              MOVE SEL-AA TO SERAA
              MOVE 'S' TO EXISTE
              READ FSER RECORD KEY IS SERCLA INVALID KEY
                                    MOVE 'N' TO EXISTE.
           IF SIN-CONTADOR = 'N' AND EMP-CTL NOT = 1 THEN
              PERFORM LEER-SERIE
              MOVE SEMVAL TO SERVAL.
      *
       LEER-SERIE.
           MOVE EMP-CTL TO SEMEMP.
           MOVE SE-COD(SERIDX) TO SEMCOD.
           MOVE SEL-AA TO SEMAA.
           MOVE 'S' TO EXISTE.
           READ FSEM RECORD KEY IS SEMCLA INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Numeros sin documento, del siguiente al ultimo visto
      * hasta HASTA-NUM
      * ************************************************
       LISTAR-HUECO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE 'Hueco' TO DET-TIP.
           COMPUTE NSE-NUM = ULT-NUM + 1.
           MOVE NUM-SERIE TO DET-DES.
           MOVE ' al ' TO DET-SEP.
           MOVE HASTA-NUM TO NSE-NUM.
           MOVE NUM-SERIE TO DET-HAS.
           MOVE 'numeros sin documento' TO DET-OBS.
           PERFORM ESCRIBIR-DETALLE.
      *
       LISTAR-DUPLICADO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE 'Duplicado' TO DET-TIP.
           MOVE TMPNUM TO NSE-NUM.
           MOVE NUM-SERIE TO DET-DES.
           MOVE SPACES TO DET-SEP DET-HAS DET-OBS.
           MOVE TMPVEC TO ZNUM.
           STRING ZNUM ' documentos con este numero'
                  DELIMITED BY SIZE INTO DET-OBS.
           PERFORM ESCRIBIR-DETALLE.
      *
       ESCRIBIR-DETALLE.
           ADD 1 TO INC-SERIE.
           ADD 1 TO NUMINC.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Resumen de la serie: documentos, ultimo numero y estado
      * ************************************************
       LISTAR-SERIE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE SE-COD(SERIDX) TO RES-COD.
           MOVE SE-DES(SERIDX) TO RES-DES.
           MOVE NUMDOC TO RES-NUM.
           MOVE ULT-NUM TO RES-ULT.
           IF ULT-NUM = 0 THEN
              MOVE 'SIN DOCUMENTOS' TO RES-EST
            ELSE
              IF INC-SERIE = 0 THEN
                 MOVE 'CORRECTA' TO RES-EST
               ELSE
                 MOVE 'CON INCIDENCIAS' TO RES-EST.
      *
           WRITE LIN-IMPR FROM LINEA-SERIE AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
      * ************************************************
      * Cierre: documentos sin serie e incidencias
      * ************************************************
       CIERRE-INFORME.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Documentos del ejercicio sin serie....: '
                TO CIE-ROT.
           MOVE SIN-SERIE TO CIE-NUM.
           WRITE LIN-IMPR FROM LINEA-CIERRE AFTER ADVANCING 1 LINE.
           MOVE 'Incidencias encontradas...............: '
                TO CIE-ROT.
           MOVE NUMINC TO CIE-NUM.
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
           MOVE SEL-AA TO CAB-AA.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 5 TO LINPAG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSER.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSER   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSEM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSEM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FTMP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTMP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
