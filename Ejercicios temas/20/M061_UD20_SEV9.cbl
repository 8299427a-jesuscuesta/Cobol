123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD20E9.
       REMARKS. UNIDAD 20 EJERCICIO 9.
      *
      * Gastos de importacion: registra la factura del transitario
      * o del agente de aduanas (flete, aranceles u otros gastos de
      * traer el genero) contra una o varias entradas de almacen de
      * ENTRADAS.DAT, que graba la recepcion UD15E3, y reparte su
      * importe sobre las lineas de esas entradas por valor
      * (unidades por precio del proveedor), por peso (kilos de la
      * linea) o por cantidad. Lo que toca a cada linea se suma a su
      * ENTGAS, y el coste medio ponderado PROCOS del articulo sube
      * en la parte del gasto que corresponde al genero de la linea
      * que aun queda en el almacen (lo ya vendido no se revaloriza).
      * El ultimo centimo del reparto va a la ultima linea, de modo
      * que lo repartido cuadra siempre con la factura. La factura
      * queda en GASTOS.DAT (trazado REGGAS, numerada desde
      * GASTOS.CTR). El coste real por entrada lo lista UD20E10.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPRV ASSIGN TO DISK 'PROVEEDOR.DAT'
            RECORD KEY IS PRVCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPRV.
      *
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FENT ASSIGN TO DISK 'ENTRADAS.DAT'
            RECORD KEY IS ENTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FENT.
      *
            SELECT FGAS ASSIGN TO DISK 'GASTOS.DAT'
            RECORD KEY IS GASNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FGAS.
      *
      * Contador de facturas de gastos, gemelo de FACPROV.CTR.
            SELECT FCTR ASSIGN TO DISK 'GASTOS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPRV LABEL RECORD IS STANDARD.
           COPY REGPRV.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FENT LABEL RECORD IS STANDARD.
           COPY REGENT.
      *
       FD FGAS LABEL RECORD IS STANDARD.
           COPY REGGAS.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
123456*
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGPIDE    PIC X(60) VALUE
           'Transitario en blanco para terminar'.
       77 ERROR-P    PIC X(50) VALUE
           'ERROR! El transitario NO existe.'.
       77 ERROR-T    PIC X(50) VALUE
           'ERROR! Tipo F (flete), A (aduana) u O (otros).'.
       77 ERROR-I    PIC X(50) VALUE
           'ERROR! Falta el importe de la factura.'.
       77 ERROR-B    PIC X(50) VALUE
           'ERROR! Reparto V (valor), P (peso) o C (cantidad).'.
       77 ERROR-E    PIC X(50) VALUE
           'ERROR! La entrada NO existe.'.
       77 ERROR-D    PIC X(50) VALUE
           'ERROR! Esa entrada YA esta en la lista.'.
       77 ERROR-N    PIC X(50) VALUE
           'ERROR! No hay ninguna entrada.'.
       77 ERROR-Z    PIC X(50) VALUE
           'ERROR! La base de reparto es cero.'.
      *
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
       77 FINLEC     PIC X.
       77 FECHA-VAL  PIC 9(8).
       77 FECHA-OK   PIC X.
       77 FECHA-MSG  PIC X(40).
      *
      * Cabecera tecleada de la factura de gastos.
       77 PRV-E      PIC X(4).
       77 REF-E      PIC X(12).
       77 FEC-E      PIC 9(8).
       77 TIPO-E     PIC X.
       77 BASE-E     PIC X.
       77 IMPORTE-E  PIC 9(7)V99.
       77 DATO-OK    PIC X.
      *
      * Entradas elegidas para el reparto y linea de pantalla de
      * cada una.
       77 ENTNUM-E   PIC 9(6).
       77 FIN-ENT    PIC X.
       77 NUMSEL     PIC 99.
       77 SELIDX     PIC 99.
       77 LIN-P      PIC 99.
       01 TABLA-SELECCION.
           02 SEL-ENT PIC 9(6) OCCURS 10 TIMES.
      *
      * Sumas de una entrada (lineas, valor, kilos y unidades) y
      * de todas las elegidas, y compra de la que viene.
       77 SUM-LIN    PIC 999.
       77 SUM-COM    PIC 9(6).
       77 SUM-VAL    PIC 9(11)V99.
       77 SUM-PES    PIC 9(9)V99.
       77 SUM-CAN    PIC 9(7).
       77 TOT-VAL    PIC 9(11)V99.
       77 TOT-PES    PIC 9(9)V99.
       77 TOT-CAN    PIC 9(7).
      *
      * Reparto: base de la linea, base acumulada, total de la
      * base elegida, repartido hasta ahora y parte de la linea.
       77 BASE-LIN   PIC 9(11)V99.
       77 BASE-ACU   PIC 9(11)V99.
       77 TOT-BASE   PIC 9(11)V99.
       77 REP-ACU    PIC 9(7)V99.
       77 REPARTIDO  PIC 9(7)V99.
       77 PARTE      PIC 9(7)V99.
       77 QUEDAN     PIC 99999.
       77 NUMLIN     PIC 9999.
       77 NEXTGAS    PIC 9(6).
      *
      * Edicion en pantalla.
       77 ZIMP       PIC ZZZZZZ.ZZ9,99.
       77 ZPES       PIC ZZZZZZ9,99.
       77 ZCAN       PIC ZZZZZZ9.
       77 ZLIN       PIC ZZ9.
      *
       77 FS-FPRV    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FENT    PIC XX.
       77 FS-FGAS    PIC XX.
       77 FS-FCTR    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO, que anota la imagen
      * de cada operacion sobre los maestros en DIARIO.DAT.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
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
      * Fecha de factura tecleada descompuesta (DDMMAAAA) y fecha
      * de una entrada para la pantalla.
       01 FGASE.
           02 FGDD-E  PIC 99.
           02 FGMM-E  PIC 99.
           02 FGAA-E  PIC 9999.
       01 FENTP.
           02 FEDD    PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FEMM    PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FEAA    PIC 9999.
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
           OPEN INPUT FPRV.
           IF FS-FPRV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPRV
              GOBACK.
      *
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
      * ENTRADAS.DAT la crea la recepcion UD15E3; sin ella no hay
      * nada sobre lo que repartir.
           OPEN I-O FENT.
           IF FS-FENT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FENT
              GOBACK.
      *
      * GASTOS.DAT todavia no existe la primera vez (estado '35');
      * se crea vacio. GASTOS.CTR se crea con un unico registro en
      * cero, igual que FACPROV.CTR en UD17E7.
           OPEN I-O FGAS.
           IF FS-FGAS = '35' THEN
              OPEN OUTPUT FGAS
              CLOSE FGAS
              OPEN I-O FGAS.
           IF FS-FGAS NOT = '00' THEN
              PERFORM ERROR-FICHERO-FGAS
              GOBACK.
      *
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'G' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * PRV-E se deja con un valor no blanco para que entre en el
      * bucle de REGISTRAR-GASTO al menos una vez.
           MOVE 'X' TO PRV-E.
      *
      * ************************************************
      * Proceso del programa: una factura de gastos por vuelta,
      * hasta que se deje el transitario en blanco.
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM REGISTRAR-GASTO UNTIL PRV-E = SPACES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FPRV FPROD FENT FGAS FCTR.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
      * ************************************************
       PANTALLA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'Fecha:'       NO ADVANCING LINE  1 POSITION 60 HIGH.
           DISPLAY FF2.
           DISPLAY 'GASTOS DE IMPORTACION'
                                   LINE  3 POSITION 29 REVERSE HIGH.
      *
           DISPLAY 'Transitario.:' LINE  5 POSITION  3 HIGH.
           DISPLAY 'Su factura..:' LINE  6 POSITION  3 HIGH.
           DISPLAY 'Fecha (DDMMAAAA):' LINE  7 POSITION  3 HIGH.
           DISPLAY 'Tipo (F/A/O).....:' LINE  6 POSITION 45 HIGH.
           DISPLAY 'Importe..........:' LINE  7 POSITION 45 HIGH.
           DISPLAY 'Reparto (V/P/C)..:' LINE  8 POSITION 45 HIGH.
      *
           DISPLAY 'Entrada Fecha      Compra Lin.'
                                   LINE 10 POSITION  3 HIGH.
           DISPLAY 'Valor      Kilos   Unidades'
                                   LINE 10 POSITION 42 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGPIDE         LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide el transitario y, si existe, la factura, las
      * entradas sobre las que se reparte y la confirmacion
      * ************************************************
       REGISTRAR-GASTO.
           PERFORM BORRAR-PANTALLA.
           MOVE SPACES TO PRV-E.
           ACCEPT PRV-E LINE  5 POSITION 17 NO BEEP.
      *
           IF PRV-E NOT = SPACES THEN
              PERFORM LEER-PROVEEDOR
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-P LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY PRVNOM LINE  5 POSITION 23
                 PERFORM TRATAR-GASTO.
      *
       LEER-PROVEEDOR.
           MOVE PRV-E TO PRVCOD.
           MOVE SPACES TO EXISTE.
           READ FPRV RECORD KEY IS PRVCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       TRATAR-GASTO.
           PERFORM CAPTURAR-CABECERA.
           IF FECHA-OK = 'S' THEN
              PERFORM CAPTURAR-ENTRADAS.
           IF FECHA-OK = 'S' AND NUMSEL = 0 THEN
              DISPLAY ERROR-N LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
           IF FECHA-OK = 'S' AND NUMSEL > 0 THEN
              PERFORM ELEGIR-BASE
              IF TOT-BASE = 0 THEN
                 DISPLAY ERROR-Z LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM CONFIRMAR-REPARTO.
      *
      * ************************************************
      * Referencia, fecha (validada con la rutina comun DATEVAL),
      * tipo de gasto, importe y base de reparto
      * ************************************************
       CAPTURAR-CABECERA.
           MOVE SPACES TO REF-E.
           ACCEPT REF-E LINE  6 POSITION 17 NO BEEP.
           MOVE ZEROS TO FEC-E.
           ACCEPT FEC-E LINE  7 POSITION 21 NO BEEP.
           MOVE FEC-E TO FECHA-VAL.
           CALL 'DATEVAL' USING FECHA-VAL, FECHA-OK, FECHA-MSG.
           IF FECHA-OK NOT = 'S' THEN
              DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE 'N' TO DATO-OK
              PERFORM PEDIR-TIPO UNTIL DATO-OK = 'S'
              MOVE 'N' TO DATO-OK
              PERFORM PEDIR-IMPORTE UNTIL DATO-OK = 'S'
              MOVE 'N' TO DATO-OK
              PERFORM PEDIR-BASE UNTIL DATO-OK = 'S'.
      *
       PEDIR-TIPO.
           MOVE SPACES TO TIPO-E.
           ACCEPT TIPO-E LINE  6 POSITION 64 NO BEEP.
           IF TIPO-E = 'f' THEN
              MOVE 'F' TO TIPO-E.
           IF TIPO-E = 'a' THEN
              MOVE 'A' TO TIPO-E.
           IF TIPO-E = 'o' THEN
              MOVE 'O' TO TIPO-E.
           MOVE TIPO-E TO GASTIP.
           IF GAS-FLETE OR GAS-ADUANA OR GAS-OTROS THEN
              MOVE 'S' TO DATO-OK
              DISPLAY TIPO-E LINE  6 POSITION 64
            ELSE
              DISPLAY ERROR-T LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       PEDIR-IMPORTE.
           MOVE ZEROS TO IMPORTE-E.
           ACCEPT IMPORTE-E LINE  7 POSITION 64 NO BEEP.
           IF IMPORTE-E > 0 THEN
              MOVE 'S' TO DATO-OK
            ELSE
              DISPLAY ERROR-I LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       PEDIR-BASE.
           MOVE SPACES TO BASE-E.
           ACCEPT BASE-E LINE  8 POSITION 64 NO BEEP.
           IF BASE-E = 'v' THEN
              MOVE 'V' TO BASE-E.
           IF BASE-E = 'p' THEN
              MOVE 'P' TO BASE-E.
           IF BASE-E = 'c' THEN
              MOVE 'C' TO BASE-E.
           MOVE BASE-E TO GASBAS.
           IF GAS-VALOR OR GAS-PESO OR GAS-CANTIDAD THEN
              MOVE 'S' TO DATO-OK
              DISPLAY BASE-E LINE  8 POSITION 64
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide hasta diez entradas, una por linea de pantalla; un
      * numero a cero termina la lista. De cada una se muestran
      * sus sumas de valor, kilos y unidades
      * ************************************************
       CAPTURAR-ENTRADAS.
           MOVE 0 TO NUMSEL.
           MOVE 0 TO TOT-VAL.
           MOVE 0 TO TOT-PES.
           MOVE 0 TO TOT-CAN.
           MOVE 'N' TO FIN-ENT.
           PERFORM PEDIR-ENTRADA UNTIL FIN-ENT = 'S'.
      *
       PEDIR-ENTRADA.
           COMPUTE LIN-P = 11 + NUMSEL.
           MOVE ZEROS TO ENTNUM-E.
           ACCEPT ENTNUM-E LINE LIN-P POSITION 3 NO BEEP.
           IF ENTNUM-E = 0 THEN
              MOVE 'S' TO FIN-ENT
              DISPLAY SPACES LINE LIN-P POSITION 3 ERASE EOL
            ELSE
              PERFORM VALIDAR-ENTRADA.
           IF NUMSEL = 10 THEN
              MOVE 'S' TO FIN-ENT.
      *
       VALIDAR-ENTRADA.
           PERFORM VARYING SELIDX FROM 1 BY 1
              UNTIL SELIDX > NUMSEL OR SEL-ENT(SELIDX) = ENTNUM-E.
           IF SELIDX NOT > NUMSEL THEN
              DISPLAY ERROR-D LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM SUMAR-ENTRADA
              IF SUM-LIN = 0 THEN
                 DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ANADIR-ENTRADA.
      *
       ANADIR-ENTRADA.
           ADD 1 TO NUMSEL.
           MOVE ENTNUM-E TO SEL-ENT(NUMSEL).
           ADD SUM-VAL TO TOT-VAL.
           ADD SUM-PES TO TOT-PES.
           ADD SUM-CAN TO TOT-CAN.
           DISPLAY FENTP  LINE LIN-P POSITION 11.
           DISPLAY SUM-COM LINE LIN-P POSITION 22.
           MOVE SUM-LIN TO ZLIN.
           DISPLAY ZLIN   LINE LIN-P POSITION 30.
           MOVE SUM-VAL TO ZIMP.
           DISPLAY ZIMP   LINE LIN-P POSITION 34.
           MOVE SUM-PES TO ZPES.
           DISPLAY ZPES   LINE LIN-P POSITION 48.
           MOVE SUM-CAN TO ZCAN.
           DISPLAY ZCAN   LINE LIN-P POSITION 62.
      *
      * ************************************************
      * Suma las lineas de una entrada; SUM-LIN a cero si la
      * entrada no existe
      * ************************************************
       SUMAR-ENTRADA.
           MOVE 0 TO SUM-LIN.
           MOVE 0 TO SUM-VAL.
           MOVE 0 TO SUM-PES.
           MOVE 0 TO SUM-CAN.
           PERFORM EMPEZAR-ENTRADA.
           PERFORM SUMAR-LINEA UNTIL FINLEC = 'S'.
      *
       SUMAR-LINEA.
           IF SUM-LIN = 0 THEN
              MOVE ENFDD TO FEDD
              MOVE ENFMM TO FEMM
              MOVE ENFAA TO FEAA
              MOVE ENTCOM TO SUM-COM.
           ADD 1 TO SUM-LIN.
           COMPUTE SUM-VAL = SUM-VAL + ENTCAN * ENTPRE.
           ADD ENTPES TO SUM-PES.
           ADD ENTCAN TO SUM-CAN.
           PERFORM LEER-SIGUIENTE-LINEA.
      *
      * ************************************************
      * Se situa en la primera linea de la entrada ENTNUM-E
      * ************************************************
       EMPEZAR-ENTRADA.
           MOVE SPACE TO FINLEC.
           MOVE ENTNUM-E TO ENTNUM.
           MOVE ZEROS    TO ENTLIN.
           START FENT KEY IS NOT LESS ENTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM LEER-SIGUIENTE-LINEA.
      *
       LEER-SIGUIENTE-LINEA.
           READ FENT NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND ENTNUM NOT = ENTNUM-E THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Total de la base elegida sobre todas las entradas
      * ************************************************
       ELEGIR-BASE.
           IF GAS-VALOR THEN
              MOVE TOT-VAL TO TOT-BASE.
           IF GAS-PESO THEN
              MOVE TOT-PES TO TOT-BASE.
           IF GAS-CANTIDAD THEN
              MOVE TOT-CAN TO TOT-BASE.
      *
       CONFIRMAR-REPARTO.
           MOVE TOT-BASE TO ZIMP.
           DISPLAY 'Base total del reparto:' LINE 21 POSITION 3 HIGH.
           DISPLAY ZIMP     LINE 21 POSITION 27.
           DISPLAY 'Confirma el reparto? (S/N)'
                            LINE 21 POSITION 45 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 21 POSITION 73 NO BEEP.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM SIGUIENTE-NUMERO
              PERFORM REPARTIR-GASTO
              PERFORM GRABAR-GASTO
              PERFORM MOSTRAR-RESULTADO.
      *
      * ************************************************
      * Numero correlativo desde GASTOS.CTR
      * ************************************************
       SIGUIENTE-NUMERO.
           MOVE 'G' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO NEXTGAS.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
      * ************************************************
      * Reparte el importe sobre las lineas de las entradas en
      * proporcion a su base: a cada linea le toca lo repartido
      * hasta su base acumulada menos lo ya repartido, con lo que
      * el redondeo no deja ni sobra ningun centimo
      * ************************************************
       REPARTIR-GASTO.
           MOVE 0 TO BASE-ACU.
           MOVE 0 TO REPARTIDO.
           MOVE 0 TO NUMLIN.
           PERFORM REPARTIR-ENTRADA VARYING SELIDX FROM 1 BY 1
              UNTIL SELIDX > NUMSEL.
      *
       REPARTIR-ENTRADA.
           MOVE SEL-ENT(SELIDX) TO ENTNUM-E.
           PERFORM EMPEZAR-ENTRADA.
           PERFORM REPARTIR-LINEA UNTIL FINLEC = 'S'.
      *
       REPARTIR-LINEA.
           IF GAS-VALOR THEN
              COMPUTE BASE-LIN = ENTCAN * ENTPRE.
           IF GAS-PESO THEN
              MOVE ENTPES TO BASE-LIN.
           IF GAS-CANTIDAD THEN
              MOVE ENTCAN TO BASE-LIN.
           ADD BASE-LIN TO BASE-ACU.
           COMPUTE REP-ACU ROUNDED = IMPORTE-E * BASE-ACU / TOT-BASE.
           COMPUTE PARTE = REP-ACU - REPARTIDO.
           MOVE REP-ACU TO REPARTIDO.
           ADD 1 TO NUMLIN.
      *
           IF PARTE > 0 THEN
              ADD PARTE TO ENTGAS
              REWRITE REGENT
              IF FS-FENT NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FENT
               ELSE
                 PERFORM AJUSTAR-COSTE.
      *
           PERFORM LEER-SIGUIENTE-LINEA.
      *
      * ************************************************
      * Sube el coste medio del articulo en la parte del gasto
      * que toca al genero de la linea que sigue en el almacen:
      * de las ENTCAN unidades recibidas quedan como mucho las
      * PROQTY de hoy, y lo que queda reparte su parte entre todo
      * el stock del articulo
      * ************************************************
       AJUSTAR-COSTE.
           MOVE ENTPRO TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND PROQTY > 0 AND ENTCAN > 0 THEN
              MOVE ENTCAN TO QUEDAN
              IF PROQTY < ENTCAN THEN
                 MOVE PROQTY TO QUEDAN.
           IF EXISTE = SPACES AND PROQTY > 0 AND ENTCAN > 0 THEN
              COMPUTE PROCOS ROUNDED = PROCOS
                      + PARTE * QUEDAN / ENTCAN / PROQTY
              REWRITE REGPRO
              PERFORM ANOTAR-COSTE.
      *
       ANOTAR-COSTE.
           IF FS-FPROD = '00' THEN
              MOVE 'PRODUCTO' TO JRN-FICHERO
              MOVE 'REWRIT' TO JRN-OPER
              MOVE REGPRO TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN
            ELSE
              PERFORM ERROR-FICHERO-FPROD.
      *
      * ************************************************
      * Graba la factura de gastos con sus entradas
      * ************************************************
       GRABAR-GASTO.
           MOVE NEXTGAS  TO GASNUM.
           MOVE PRV-E    TO GASPRV.
           MOVE REF-E    TO GASREF.
           MOVE FEC-E    TO FGASE.
           MOVE FGAA-E   TO GSFAA.
           MOVE FGMM-E   TO GSFMM.
           MOVE FGDD-E   TO GSFDD.
           MOVE TIPO-E   TO GASTIP.
           MOVE BASE-E   TO GASBAS.
           MOVE IMPORTE-E TO GASIMP.
           MOVE NUMSEL   TO GASNEN.
           PERFORM PASAR-ENTRADA VARYING SELIDX FROM 1 BY 1
              UNTIL SELIDX > 10.
           WRITE REGGAS.
           IF FS-FGAS NOT = '00' THEN
              PERFORM ERROR-FICHERO-FGAS.
      *
       PASAR-ENTRADA.
           IF SELIDX > NUMSEL THEN
              MOVE ZEROS TO GASENT(SELIDX)
            ELSE
              MOVE SEL-ENT(SELIDX) TO GASENT(SELIDX).
      *
       MOSTRAR-RESULTADO.
           DISPLAY SPACES   LINE 21 POSITION 3 ERASE EOL.
           DISPLAY 'Num. gasto..:' LINE 21 POSITION  3 HIGH.
           DISPLAY NEXTGAS         LINE 21 POSITION 17.
           MOVE NUMLIN TO ZLIN.
           DISPLAY 'Lineas repartidas:' LINE 21 POSITION 45 HIGH.
           DISPLAY ZLIN            LINE 21 POSITION 64.
           DISPLAY 'GASTOS REPARTIDOS!' LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
           DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  5 POSITION 17 ERASE EOL.
           DISPLAY SPACES LINE  6 POSITION 17 ERASE EOL.
           DISPLAY 'Tipo (F/A/O).....:' LINE  6 POSITION 45 HIGH.
           DISPLAY SPACES LINE  7 POSITION 21 ERASE EOL.
           DISPLAY 'Importe..........:' LINE  7 POSITION 45 HIGH.
           DISPLAY SPACES LINE  8 POSITION 64 ERASE EOL.
           MOVE 11 TO LIN-P.
           PERFORM BORRAR-LINEA UNTIL LIN-P > 21.
      *
       BORRAR-LINEA.
           DISPLAY SPACES LINE LIN-P POSITION 3 ERASE EOL.
           ADD 1 TO LIN-P.
      *
      * ************************************************
      * Pulsar tecla para continuar
      * ************************************************
        CONTINUAR.
           DISPLAY 'Pulse una tecla para continuar'
                            LINE 23 POSITION 45 REVERSE BEEP.
           ACCEPT CONTINUA  LINE 23 POSITION 75 REVERSE OFF NO BEEP.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPRV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPRV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FENT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FENT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FGAS.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FGAS   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
