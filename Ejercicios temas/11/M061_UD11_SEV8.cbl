123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD11E8.
       REMARKS. UNIDAD 11 EJERCICIO 8.
      *
      * Informe mensual de errores de preparacion: recorre las
      * verificaciones de embalaje del mes pedido (VERIFEMB.DAT,
      * que va dejando UD11E7) y lista, primero por preparador y
      * despues por articulo, cuantos errores se cazaron antes de
      * expedir: articulos que no eran del pedido, unidades de mas
      * y unidades que faltaban. De cada preparador se da ademas el
      * numero de pedidos verificados y los errores por pedido.
      * Ambas partes van de mas a menos errores, para ver donde
      * hace falta formacion o reordenar el almacen. Listado en
      * ERRPICK.PRN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FVRE ASSIGN TO DISK 'VERIFEMB.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FVRE.
      *
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
      * El nombre del preparador sale de OPERADOR.DAT, si existe.
            SELECT FOPE ASSIGN TO DISK 'OPERADOR.DAT'
            RECORD KEY IS OPEUSU
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FOPE.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'ERRPICK.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FVRE LABEL RECORD IS STANDARD.
           COPY REGVRE.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FOPE LABEL RECORD IS STANDARD.
           COPY REGOPE.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINVRE     PIC X.
       77 CONTINUA   PIC X.
      *
      * Mes pedido (AAAAMM; cero = el anterior al actual).
       77 MES-E      PIC 9(6).
       01 MES-SEL.
           02 SEL-AA  PIC 9999.
           02 SEL-MM  PIC 99.
      *
      * Errores del mes por preparador: pedidos verificados,
      * articulos equivocados, sobras, faltas y total de errores.
       77 NUMPRE-T   PIC 999 VALUE 0.
       77 PREIDX     PIC 999.
       01 TABLA-PREPARADORES.
           02 PRE-ACUM OCCURS 50 TIMES.
              03 TP-PRE  PIC X(8).
              03 TP-VER  PIC 9(5).
              03 TP-EQU  PIC 9(5).
              03 TP-SOB  PIC 9(5).
              03 TP-FAL  PIC 9(5).
              03 TP-TOT  PIC 9(5).
      *
      * Errores del mes por articulo.
       77 NUMART-T   PIC 999 VALUE 0.
       77 ARTIDX     PIC 999.
       01 TABLA-ARTICULOS.
           02 ART-ACUM OCCURS 300 TIMES.
              03 TA-PRO  PIC X(4).
              03 TA-EQU  PIC 9(5).
              03 TA-SOB  PIC 9(5).
              03 TA-FAL  PIC 9(5).
              03 TA-TOT  PIC 9(5).
      *
      * Ordenacion de las tablas (de mas a menos errores).
       77 ORD-I      PIC 999.
       77 ORD-J      PIC 999.
       77 ORD-MAX    PIC 999.
       77 ORD-SWAP-P PIC X(33).
       77 ORD-SWAP-A PIC X(24).
      *
      * Totales de cada parte del informe.
       77 T-VER      PIC 9(6).
       77 T-EQU      PIC 9(6).
       77 T-SOB      PIC 9(6).
       77 T-FAL      PIC 9(6).
       77 T-TOT      PIC 9(6).
      *
      * Parte del informe en curso: P preparadores, A articulos.
       77 SECCION    PIC X.
      *
      * Paginacion del listado.
       77 LINPAG     PIC 99.
       77 MAXLIN     PIC 99 VALUE 55.
      *
       77 FS-FVRE    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FOPE    PIC XX.
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
           02 FILLER  PIC X(30) VALUE
              'ERRORES DE PREPARACION DEL MES'.
           02 FILLER  PIC X     VALUE SPACES.
           02 CAB-MM  PIC 99.
           02 FILLER  PIC X     VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(24) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Prepar.'.
           02 FILLER  PIC X(20) VALUE 'Nombre'.
           02 FILLER  PIC X(7)  VALUE ' Pedid.'.
           02 FILLER  PIC X(7)  VALUE '  Equiv'.
           02 FILLER  PIC X(7)  VALUE ' Sobras'.
           02 FILLER  PIC X(7)  VALUE ' Faltas'.
           02 FILLER  PIC X(7)  VALUE '  Total'.
           02 FILLER  PIC X(8)  VALUE ' Err/ped'.
           02 FILLER  PIC X(6)  VALUE SPACES.
      *
       01 CABECERA-6.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Articulo'.
           02 FILLER  PIC X(20) VALUE 'Descripcion'.
           02 FILLER  PIC X(7)  VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE '  Equiv'.
           02 FILLER  PIC X(7)  VALUE ' Sobras'.
           02 FILLER  PIC X(7)  VALUE ' Faltas'.
           02 FILLER  PIC X(7)  VALUE '  Total'.
           02 FILLER  PIC X(14) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-COD  PIC X(8).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-NOM  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-VER  PIC ZZZZ9.
           02 DET-VER-X REDEFINES DET-VER PIC X(5).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-EQU  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-SOB  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FAL  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-TOT  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-RAT  PIC ZZ9,99.
           02 DET-RAT-X REDEFINES DET-RAT PIC X(6).
           02 FILLER   PIC X(6)  VALUE SPACES.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(12) VALUE SPACES.
           02 TOT-TXT  PIC X(20).
           02 TOT-VER  PIC ZZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-EQU  PIC ZZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-SOB  PIC ZZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-FAL  PIC ZZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-TOT  PIC ZZZZZ9.
           02 FILLER   PIC X(14) VALUE SPACES.
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
      * VERIFEMB.DAT no existe hasta la primera verificacion de
      * UD11E7 (estado '35'): el informe sale entonces vacio.
           OPEN INPUT FVRE.
           IF FS-FVRE NOT = '00' AND FS-FVRE NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVRE
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
           OPEN INPUT FOPE.
           IF FS-FOPE NOT = '00' AND FS-FOPE NOT = '35' THEN
              PERFORM ERROR-FICHERO-FOPE
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
           DISPLAY 'ERRORES DE PREPARACION'
                                  LINE  3 POSITION 29 REVERSE HIGH.
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
      * Proceso del programa: acumula el mes y lista las dos
      * partes del informe
      * ************************************************
        PROCESO.
           MOVE SPACE TO FINVRE.
           IF FS-FVRE = '35' THEN
              MOVE 'S' TO FINVRE
            ELSE
              READ FVRE NEXT RECORD AT END MOVE 'S' TO FINVRE.
           PERFORM ACUMULAR-REGISTRO UNTIL FINVRE = 'S'.
      *
           PERFORM PASADA-PREPARADOR
              VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I NOT < NUMPRE-T.
           PERFORM PASADA-ARTICULO
              VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I NOT < NUMART-T.
      *
           MOVE 'P' TO SECCION.
           MOVE 0 TO T-VER T-EQU T-SOB T-FAL T-TOT.
           PERFORM CABECERA-HOJA.
           PERFORM LISTAR-PREPARADOR
              VARYING PREIDX FROM 1 BY 1 UNTIL PREIDX > NUMPRE-T.
           MOVE 'TOTAL PREPARADORES' TO TOT-TXT.
           PERFORM TOTAL-SECCION.
      *
           MOVE 'A' TO SECCION.
           MOVE 0 TO T-VER T-EQU T-SOB T-FAL T-TOT.
           PERFORM CABECERA-HOJA.
           PERFORM LISTAR-ARTICULO
              VARYING ARTIDX FROM 1 BY 1 UNTIL ARTIDX > NUMART-T.
           MOVE 'TOTAL ARTICULOS' TO TOT-TXT.
           PERFORM TOTAL-SECCION.
      *
           DISPLAY 'INFORME GENERADO EN ERRPICK.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FOPE NOT = '35' THEN
              CLOSE FOPE.
           IF FS-FVRE NOT = '35' THEN
              CLOSE FVRE.
           CLOSE FPROD FLISTA.
      *
      * ************************************************
      * Suma un registro del mes pedido: la verificacion cuenta
      * como pedido del preparador; cada error, al preparador y
      * al articulo
      * ************************************************
       ACUMULAR-REGISTRO.
           IF VREAA = SEL-AA AND VREMM = SEL-MM THEN
              PERFORM BUSCAR-PREPARADOR.
           IF VREAA = SEL-AA AND VREMM = SEL-MM
                             AND NOT VRE-VERIFICACION THEN
              PERFORM BUSCAR-ARTICULO.
      *
           READ FVRE NEXT RECORD AT END MOVE 'S' TO FINVRE.
      *
       BUSCAR-PREPARADOR.
           PERFORM VARYING PREIDX FROM 1 BY 1
              UNTIL PREIDX > NUMPRE-T OR TP-PRE(PREIDX) = VREPRE.
           IF PREIDX > NUMPRE-T AND NUMPRE-T < 50 THEN
              ADD 1 TO NUMPRE-T
              MOVE VREPRE TO TP-PRE(NUMPRE-T)
              MOVE 0 TO TP-VER(NUMPRE-T) TP-EQU(NUMPRE-T)
                        TP-SOB(NUMPRE-T) TP-FAL(NUMPRE-T)
                        TP-TOT(NUMPRE-T)
              MOVE NUMPRE-T TO PREIDX.
           IF PREIDX NOT > NUMPRE-T THEN
              PERFORM SUMAR-PREPARADOR.
      *
       SUMAR-PREPARADOR.
           IF VRE-VERIFICACION THEN
              ADD 1 TO TP-VER(PREIDX)
            ELSE
              ADD 1 TO TP-TOT(PREIDX).
           IF VRE-EQUIVOCADO THEN
              ADD 1 TO TP-EQU(PREIDX).
           IF VRE-SOBRA THEN
              ADD 1 TO TP-SOB(PREIDX).
           IF VRE-FALTA THEN
              ADD 1 TO TP-FAL(PREIDX).
      *
       BUSCAR-ARTICULO.
           PERFORM VARYING ARTIDX FROM 1 BY 1
              UNTIL ARTIDX > NUMART-T OR TA-PRO(ARTIDX) = VREPRO.
           IF ARTIDX > NUMART-T AND NUMART-T < 300 THEN
              ADD 1 TO NUMART-T
              MOVE VREPRO TO TA-PRO(NUMART-T)
              MOVE 0 TO TA-EQU(NUMART-T) TA-SOB(NUMART-T)
                        TA-FAL(NUMART-T) TA-TOT(NUMART-T)
              MOVE NUMART-T TO ARTIDX.
           IF ARTIDX NOT > NUMART-T THEN
              PERFORM SUMAR-ARTICULO.
      *
       SUMAR-ARTICULO.
           ADD 1 TO TA-TOT(ARTIDX).
           IF VRE-EQUIVOCADO THEN
              ADD 1 TO TA-EQU(ARTIDX).
           IF VRE-SOBRA THEN
              ADD 1 TO TA-SOB(ARTIDX).
           IF VRE-FALTA THEN
              ADD 1 TO TA-FAL(ARTIDX).
      *
      * ************************************************
      * Ordena las tablas de mas a menos errores (a igualdad,
      * por codigo)
      * ************************************************
       PASADA-PREPARADOR.
           MOVE ORD-I TO ORD-MAX.
           PERFORM BUSCAR-MAXIMO-PRE
              VARYING ORD-J FROM ORD-I BY 1 UNTIL ORD-J > NUMPRE-T.
           IF ORD-MAX NOT = ORD-I THEN
              MOVE PRE-ACUM(ORD-I)   TO ORD-SWAP-P
              MOVE PRE-ACUM(ORD-MAX) TO PRE-ACUM(ORD-I)
              MOVE ORD-SWAP-P        TO PRE-ACUM(ORD-MAX).
      *
       BUSCAR-MAXIMO-PRE.
           IF TP-TOT(ORD-J) > TP-TOT(ORD-MAX) THEN
              MOVE ORD-J TO ORD-MAX
            ELSE
              IF TP-TOT(ORD-J) = TP-TOT(ORD-MAX)
                   AND TP-PRE(ORD-J) < TP-PRE(ORD-MAX) THEN
                 MOVE ORD-J TO ORD-MAX.
      *
       PASADA-ARTICULO.
           MOVE ORD-I TO ORD-MAX.
           PERFORM BUSCAR-MAXIMO-ART
              VARYING ORD-J FROM ORD-I BY 1 UNTIL ORD-J > NUMART-T.
           IF ORD-MAX NOT = ORD-I THEN
              MOVE ART-ACUM(ORD-I)   TO ORD-SWAP-A
              MOVE ART-ACUM(ORD-MAX) TO ART-ACUM(ORD-I)
              MOVE ORD-SWAP-A        TO ART-ACUM(ORD-MAX).
      *
       BUSCAR-MAXIMO-ART.
           IF TA-TOT(ORD-J) > TA-TOT(ORD-MAX) THEN
              MOVE ORD-J TO ORD-MAX
            ELSE
              IF TA-TOT(ORD-J) = TA-TOT(ORD-MAX)
                   AND TA-PRO(ORD-J) < TA-PRO(ORD-MAX) THEN
                 MOVE ORD-J TO ORD-MAX.
      *
      * ************************************************
      * Linea de un preparador: pedidos, errores por tipo y
      * errores por pedido verificado
      * ************************************************
       LISTAR-PREPARADOR.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           MOVE TP-PRE(PREIDX) TO OPEUSU.
           MOVE SPACES TO OPENOM.
           IF FS-FOPE NOT = '35' THEN
              READ FOPE RECORD KEY IS OPEUSU INVALID KEY
                                    MOVE '(sin operador)' TO OPENOM.
      *
           MOVE TP-PRE(PREIDX) TO DET-COD.
           MOVE OPENOM         TO DET-NOM.
           MOVE TP-VER(PREIDX) TO DET-VER.
           MOVE TP-EQU(PREIDX) TO DET-EQU.
           MOVE TP-SOB(PREIDX) TO DET-SOB.
           MOVE TP-FAL(PREIDX) TO DET-FAL.
           MOVE TP-TOT(PREIDX) TO DET-TOT.
           MOVE 0 TO DET-RAT.
           IF TP-VER(PREIDX) > 0 THEN
              COMPUTE DET-RAT ROUNDED =
                      TP-TOT(PREIDX) / TP-VER(PREIDX).
           PERFORM ESCRIBIR-DETALLE.
      *
           ADD TP-VER(PREIDX) TO T-VER.
           ADD TP-EQU(PREIDX) TO T-EQU.
           ADD TP-SOB(PREIDX) TO T-SOB.
           ADD TP-FAL(PREIDX) TO T-FAL.
           ADD TP-TOT(PREIDX) TO T-TOT.
      *
      * ************************************************
      * Linea de un articulo: errores por tipo
      * ************************************************
       LISTAR-ARTICULO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           MOVE TA-PRO(ARTIDX) TO PROCOD.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE '(sin producto)' TO PRODES.
      *
           MOVE TA-PRO(ARTIDX) TO DET-COD.
           MOVE PRODES         TO DET-NOM.
           MOVE SPACES         TO DET-VER-X.
           MOVE TA-EQU(ARTIDX) TO DET-EQU.
           MOVE TA-SOB(ARTIDX) TO DET-SOB.
           MOVE TA-FAL(ARTIDX) TO DET-FAL.
           MOVE TA-TOT(ARTIDX) TO DET-TOT.
           MOVE SPACES         TO DET-RAT-X.
           PERFORM ESCRIBIR-DETALLE.
      *
           ADD TA-EQU(ARTIDX) TO T-EQU.
           ADD TA-SOB(ARTIDX) TO T-SOB.
           ADD TA-FAL(ARTIDX) TO T-FAL.
           ADD TA-TOT(ARTIDX) TO T-TOT.
      *
       ESCRIBIR-DETALLE.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Linea de total de cada parte del informe
      * ************************************************
       TOTAL-SECCION.
           MOVE T-VER TO TOT-VER.
           MOVE T-EQU TO TOT-EQU.
           MOVE T-SOB TO TOT-SOB.
           MOVE T-FAL TO TOT-FAL.
           MOVE T-TOT TO TOT-TOT.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Cabecera de pagina del informe (columnas segun la parte)
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
           IF SECCION = 'P' THEN
              WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE
            ELSE
              WRITE LIN-IMPR FROM CABECERA-6 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 6 TO LINPAG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FVRE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVRE   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FOPE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FOPE   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
