123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD19E18.
       REMARKS. UNIDAD 19 EJERCICIO 18.
      *
      * Reposicion de huecos de picking: antes de la preparacion
      * de la manana lista en REPONER.PRN lo que hay que bajar de
      * la reserva al hueco de picking de cada articulo del
      * almacen principal, para que el preparador de la lista
      * UD13E11 no se encuentre el hueco vacio con el genero
      * arriba.
      *
      * Se repone un hueco cuando esta vacio o cuando lo que hay
      * en el no cubre lo pedido en los pedidos captados del dia
      * (los mismos que pica UD13E11; sin fecha, los de hoy). Se
      * baja hasta llenar su capacidad (UBIPROD.DAT, UD19E2), o lo
      * pedido si es mas, y nunca mas de lo que hay en reserva; si
      * ni asi se cubre lo pedido la linea sale marcada CORTO.
      * Las bajadas listadas se dan por hechas y se descuentan de
      * la reserva, asi que una segunda pasada no las repite.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FUBP ASSIGN TO DISK 'UBIPROD.DAT'
            RECORD KEY IS UBPCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FUBP.
      *
            SELECT FSUB ASSIGN TO DISK 'STOCKUBI.DAT'
            RECORD KEY IS SUCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FSUB.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
      *
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
            SELECT FLISTA ASSIGN TO DISK 'REPONER.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FUBP LABEL RECORD IS STANDARD.
           COPY REGUBP.
      *
       FD FSUB LABEL RECORD IS STANDARD.
           COPY REGSUB.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 FINLEC      PIC X.
       77 FINLIN      PIC X.
       77 CONTINUA    PIC X.
      *
      * Fecha de los pedidos a preparar (DDMMAAAA; a cero = hoy).
       77 FECHA-E     PIC 9(8).
       01 FSEL.
           02 SEL-DD  PIC 99.
           02 SEL-MM  PIC 99.
           02 SEL-AA  PIC 9999.
      *
      * Lo pedido por producto en los pedidos del dia (misma
      * tecnica de tabla que UD13E11).
       77 NUMPRO-T    PIC 999 VALUE 0.
       77 PROIDX      PIC 999.
       01 TABLA-DEMANDA.
           02 DEM-ACUM OCCURS 200 TIMES.
              03 TD-COD  PIC X(4).
              03 TD-QTY  PIC 9(7).
      *
      * Hueco en curso: stock del almacen, lo que hay en picking,
      * lo pedido, lo que se baja y si hay que regrabar el hueco.
       77 SUB-EXISTE  PIC X.
       77 STOCK-ALM   PIC S9(6).
       77 EN-PICKING  PIC S9(6).
       77 DEMANDA     PIC S9(7).
       77 FALTA       PIC S9(7).
       77 A-BAJAR     PIC S9(6).
       77 CAMBIO      PIC X.
      *
      * Totales del informe.
       77 NUMREP      PIC 9(5)  VALUE 0.
       77 NUMCOR      PIC 9(5)  VALUE 0.
       77 TOT-BAJAR   PIC 9(7)  VALUE 0.
      *
      * Paginacion del listado.
       77 NUMPAG      PIC 999 VALUE 0.
       77 LINPAG      PIC 99  VALUE 0.
       77 MAXLIN      PIC 99  VALUE 55.
      *
       77 FS-FPROD    PIC XX.
       77 FS-FUBP     PIC XX.
       77 FS-FSUB     PIC XX.
       77 FS-FPED     PIC XX.
       77 FS-FLIN     PIC XX.
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
           02 FILLER  PIC X(18) VALUE SPACES.
           02 FILLER  PIC X(34) VALUE
              'REPOSICION DE PICKING, PEDIDOS DEL'.
           02 FILLER  PIC X     VALUE SPACE.
           02 CAB-DIA PIC 99/99/9999.
           02 FILLER  PIC X(17) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Prod.'.
           02 FILLER  PIC X(22) VALUE 'Descripcion'.
           02 FILLER  PIC X(9)  VALUE 'Reserva'.
           02 FILLER  PIC X(9)  VALUE 'Picking'.
           02 FILLER  PIC X(8)  VALUE ' Bajar'.
           02 FILLER  PIC X(8)  VALUE ' En pk'.
           02 FILLER  PIC X(8)  VALUE 'Pedido'.
           02 FILLER  PIC X(7)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-COD  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DES  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-RES  PIC X(7).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PIC  PIC X(7).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-BAJ  PIC ZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-ENP  PIC ZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DEM  PIC ZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-AVI  PIC X(5).
           02 FILLER   PIC X(2)  VALUE SPACES.
      *
       01 LINEA-TOTAL-1.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(24) VALUE 'Huecos a reponer......: '.
           02 TOT-REP  PIC ZZ.ZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(20) VALUE 'Unidades a bajar..: '.
           02 TOT-UNI  PIC Z.ZZZ.ZZ9.
           02 FILLER   PIC X(14) VALUE SPACES.
      *
       01 LINEA-TOTAL-2.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(24) VALUE 'No cubren lo pedido...: '.
           02 TOT-COR  PIC ZZ.ZZ9.
           02 FILLER   PIC X(47) VALUE SPACES.
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
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL desde el menu general.
           MOVE 0 TO NUMPRO-T.
           MOVE 0 TO NUMREP.
           MOVE 0 TO NUMCOR.
           MOVE 0 TO TOT-BAJAR.
           MOVE 0 TO NUMPAG.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
      * UBIPROD.DAT puede no existir todavia (estado '35'): sin
      * huecos no hay nada que reponer y el informe sale vacio.
           OPEN I-O FUBP.
           IF FS-FUBP NOT = '00' AND FS-FUBP NOT = '35' THEN
              PERFORM ERROR-FICHERO-FUBP
              GOBACK.
      *
      * STOCKUBI.DAT puede no existir todavia (estado '35'): todo
      * el stock esta entonces en el almacen principal.
           OPEN INPUT FSUB.
           IF FS-FSUB NOT = '00' AND FS-FSUB NOT = '35' THEN
              PERFORM ERROR-FICHERO-FSUB
              GOBACK.
      *
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
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
           DISPLAY 'REPOSICION DE PICKING'
                                  LINE  3 POSITION 29 REVERSE HIGH.
           DISPLAY 'Dia DDMMAAAA (cero = hoy):'
                                  LINE  8 POSITION 10 HIGH.
           MOVE ZEROS TO FECHA-E.
           ACCEPT FECHA-E LINE  8 POSITION 37 NO BEEP.
      *
           IF FECHA-E = ZEROS THEN
              MOVE DD1 TO SEL-DD
              MOVE MM1 TO SEL-MM
              MOVE AA1 TO SEL-AA
            ELSE
              MOVE FECHA-E TO FSEL.
      *
           MOVE 99 TO LINPAG.
      *
      * ************************************************
      * Proceso del programa: suma lo pedido y repasa los huecos
      * ************************************************
        PROCESO.
           PERFORM ACUMULAR-DEMANDA.
           IF FS-FUBP NOT = '35' THEN
              PERFORM RECORRER-HUECOS.
           PERFORM TOTAL-GENERAL.
      *
           DISPLAY 'LISTA GENERADA EN REPONER.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FUBP NOT = '35' THEN
              CLOSE FUBP.
           IF FS-FSUB NOT = '35' THEN
              CLOSE FSUB.
           CLOSE FPROD FPED FLIN FLISTA.
      *
      * ************************************************
      * Suma por producto las lineas de los pedidos captados del
      * dia, los que va a picar la lista UD13E11
      * ************************************************
       ACUMULAR-DEMANDA.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO PEDNUM.
           START FPED KEY IS NOT LESS PEDNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FPED NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
           PERFORM ACUMULAR-PEDIDO UNTIL FINLEC = 'S'.
      *
       ACUMULAR-PEDIDO.
           IF PED-CAPTADO AND PEDDD = SEL-DD AND PEDMM = SEL-MM
                    AND PEDAA = SEL-AA THEN
              PERFORM ACUMULAR-LINEAS-PEDIDO.
      *
           READ FPED NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       ACUMULAR-LINEAS-PEDIDO.
           MOVE SPACE TO FINLIN.
           MOVE PEDNUM TO LINPED.
           MOVE ZEROS  TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PEDNUM THEN
              MOVE 'S' TO FINLIN.
      *
           PERFORM ACUMULAR-UNA-LINEA UNTIL FINLIN = 'S'.
      *
       ACUMULAR-UNA-LINEA.
           PERFORM VARYING PROIDX FROM 1 BY 1
              UNTIL PROIDX > NUMPRO-T OR TD-COD(PROIDX) = LINPRO.
           IF PROIDX > NUMPRO-T THEN
              IF NUMPRO-T < 200 THEN
                 ADD 1 TO NUMPRO-T
                 MOVE LINPRO TO TD-COD(NUMPRO-T)
                 MOVE 0 TO TD-QTY(NUMPRO-T)
                 MOVE NUMPRO-T TO PROIDX
               ELSE
                 MOVE 0 TO PROIDX.
      *
           IF PROIDX > 0 THEN
              ADD LINCAN TO TD-QTY(PROIDX).
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PEDNUM THEN
              MOVE 'S' TO FINLIN.
      *
      * ************************************************
      * Recorre los huecos del almacen principal que tienen
      * genero en reserva
      * ************************************************
       RECORRER-HUECOS.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO UBPCLAVE.
           START FUBP KEY IS NOT LESS UBPCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FUBP NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
           PERFORM REVISAR-HUECO UNTIL FINLEC = 'S'.
      *
       REVISAR-HUECO.
           IF UBPUBI = '01' AND UBPRQT > 0 THEN
              PERFORM CALCULAR-REPOSICION.
      *
           READ FUBP NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Lo que hay en el picking es el stock del almacen menos lo
      * que esta en reserva; si no cubre lo pedido, o esta vacio,
      * se baja de la reserva
      * ************************************************
       CALCULAR-REPOSICION.
           MOVE 'N' TO CAMBIO.
           MOVE UBPPRO TO PROCOD.
           MOVE SPACES TO PRODES.
           MOVE 0 TO PROQTY.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE '(sin producto)' TO PRODES.
      *
      * Sin registro en STOCKUBI.DAT, el stock del principal es el
      * PROQTY del producto (como en la recepcion UD15E3).
           MOVE 'N' TO SUB-EXISTE.
           IF FS-FSUB NOT = '35' THEN
              MOVE UBPPRO TO SUPRO
              MOVE UBPUBI TO SUUBI
              MOVE 'S' TO SUB-EXISTE
              READ FSUB RECORD KEY IS SUCLAVE INVALID KEY
                                    MOVE 'N' TO SUB-EXISTE.
           IF SUB-EXISTE = 'S' THEN
              MOVE SUQTY TO STOCK-ALM
            ELSE
              MOVE PROQTY TO STOCK-ALM.
           IF STOCK-ALM < 0 THEN
              MOVE 0 TO STOCK-ALM.
      *
      * La reserva anotada no puede pasar del stock del almacen.
           IF UBPRQT > STOCK-ALM THEN
              MOVE STOCK-ALM TO UBPRQT
              MOVE 'S' TO CAMBIO.
           COMPUTE EN-PICKING = STOCK-ALM - UBPRQT.
      *
           MOVE 0 TO DEMANDA.
           PERFORM VARYING PROIDX FROM 1 BY 1
              UNTIL PROIDX > NUMPRO-T OR TD-COD(PROIDX) = UBPPRO.
           IF PROIDX NOT > NUMPRO-T THEN
              MOVE TD-QTY(PROIDX) TO DEMANDA.
      *
           MOVE 0 TO A-BAJAR.
           IF UBPRQT > 0 AND (EN-PICKING = 0
                           OR EN-PICKING < DEMANDA) THEN
              PERFORM DECIDIR-BAJADA.
      *
           IF A-BAJAR > 0 THEN
              PERFORM LISTAR-BAJADA
              SUBTRACT A-BAJAR FROM UBPRQT
              MOVE 'S' TO CAMBIO.
      *
           IF CAMBIO = 'S' THEN
              REWRITE REGUBP
              IF FS-FUBP NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FUBP.
      *
      * Hasta llenar la capacidad del hueco (cero = sin limite,
      * se baja toda la reserva), o lo pedido si es mas, y nunca
      * mas de lo que hay en reserva.
       DECIDIR-BAJADA.
           MOVE UBPRQT TO A-BAJAR.
           IF UBPCAP NOT = 0 THEN
              COMPUTE A-BAJAR = UBPCAP - EN-PICKING.
           COMPUTE FALTA = DEMANDA - EN-PICKING.
           IF A-BAJAR < FALTA THEN
              MOVE FALTA TO A-BAJAR.
           IF A-BAJAR > UBPRQT THEN
              MOVE UBPRQT TO A-BAJAR.
           IF A-BAJAR < 0 THEN
              MOVE 0 TO A-BAJAR.
      *
       LISTAR-BAJADA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE UBPPRO TO DET-COD.
           MOVE PRODES TO DET-DES.
           MOVE SPACES TO DET-RES.
           STRING UBPRPS DELIMITED BY SIZE
                  '-'    DELIMITED BY SIZE
                  UBPRES DELIMITED BY SIZE
             INTO DET-RES.
           MOVE SPACES TO DET-PIC.
           STRING UBPPAS DELIMITED BY SIZE
                  '-'    DELIMITED BY SIZE
                  UBPEST DELIMITED BY SIZE
             INTO DET-PIC.
           MOVE A-BAJAR    TO DET-BAJ.
           MOVE EN-PICKING TO DET-ENP.
           MOVE DEMANDA    TO DET-DEM.
           MOVE SPACES     TO DET-AVI.
           IF EN-PICKING + A-BAJAR < DEMANDA THEN
              MOVE 'CORTO' TO DET-AVI
              ADD 1 TO NUMCOR.
      *
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD 1 TO NUMREP.
           ADD A-BAJAR TO TOT-BAJAR.
      *
      * ************************************************
      * Totales del informe
      * ************************************************
       TOTAL-GENERAL.
           IF LINPAG > MAXLIN OR NUMREP = 0 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE NUMREP    TO TOT-REP.
           MOVE TOT-BAJAR TO TOT-UNI.
           WRITE LIN-IMPR FROM LINEA-TOTAL-1 AFTER ADVANCING 1 LINE.
           MOVE NUMCOR    TO TOT-COR.
           WRITE LIN-IMPR FROM LINEA-TOTAL-2 AFTER ADVANCING 1 LINE.
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
           MOVE SEL-DD TO DD2.
           MOVE SEL-MM TO MM2.
           MOVE SEL-AA TO AA2.
           MOVE FF2    TO CAB-DIA.
           MOVE DD1    TO DD2.
           MOVE MM1    TO MM2.
           MOVE AA1    TO AA2.
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
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FUBP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FUBP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSUB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSUB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
