123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD14E2.
       REMARKS. UNIDAD 14 EJERCICIO 2.
      *
      * Valoracion de existencias a coste para el cierre de mes:
      * valora el stock de cada almacen (STOCKUBI.DAT) al coste
      * medio ponderado PROCOS del articulo, agrupado por familia
      * con subtotales al estilo de UD13E14, y calcula la provision
      * por depreciacion de existencias segun la antiguedad del
      * genero: con la fecha de la ultima salida de cada articulo
      * en MOVIMIENT.DAT (la misma busqueda que UD13E14; si no ha
      * salido nunca, la de su ultima entrada) se aplica el
      * porcentaje del tramo de antiguedad que alcanza. Los tramos
      * se piden en pantalla (propuestos 25% a los 6 meses sin
      * vender, 50% al ano y 100% a los 2 anos; un tramo a cero no
      * se aplica). Al final, el resumen por almacen y el total a
      * contabilizar por la gestoria: existencias a coste (300),
      * provision (390) y valor neto. Los articulos sin coste
      * capturado todavia se valoran a PROPRE, como en UD14E1, y
      * salen marcados con un asterisco. Se genera en VALORSTK.PRN.
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
            ALTERNATE RECORD KEY IS PROFAM WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPROD.
      *
            SELECT FSUB ASSIGN TO DISK 'STOCKUBI.DAT'
            RECORD KEY IS SUCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FSUB.
      *
            SELECT FMOV ASSIGN TO DISK 'MOVIMIENT.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FMOV.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora o visualizar con
      * cualquier editor.
            SELECT FLISTA ASSIGN TO DISK 'VALORSTK.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FSUB LABEL RECORD IS STANDARD.
           COPY REGSUB.
      *
       FD FMOV LABEL RECORD IS STANDARD.
           COPY REGMOV.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 FINLEC      PIC X.
       77 FINSUB      PIC X.
       77 CONTINUA    PIC X.
      *
      * Tramos de antiguedad: meses sin vender y porcentaje de
      * provision de cada uno, y su fecha limite (hoy menos los
      * meses del tramo) en AAAAMMDD.
       77 MESES1      PIC 99.
       77 PORC1       PIC 999.
       77 MESES2      PIC 99.
       77 PORC2       PIC 999.
       77 MESES3      PIC 99.
       77 PORC3       PIC 999.
       77 LIMITE1     PIC 9(8).
       77 LIMITE2     PIC 9(8).
       77 LIMITE3     PIC 9(8).
       77 MESES       PIC 99.
       01 LIMITE.
           02 LIMAA   PIC 9999.
           02 LIMMM   PIC 99.
           02 LIMDD   PIC 99.
      *
      * Ultima salida y ultima entrada conocidas de cada producto
      * (misma tabla que UD13E14; lo que no cabe no se provisiona,
      * por prudencia como alli).
       77 NUMPRO-T    PIC 999 VALUE 0.
       77 PROIDX      PIC 999.
       77 HAY-DESBORDE PIC X VALUE 'N'.
       01 TABLA-SALIDAS.
           02 ULT-SALIDA OCCURS 500 TIMES.
              03 TU-COD  PIC X(4).
              03 TU-FEC  PIC 9(8).
              03 TU-ENT  PIC 9(8).
      *
      * Fecha del movimiento en curso en AAAAMMDD.
       77 FEC-MOV     PIC 9(8).
      *
      * Producto evaluado: fecha de referencia de su antiguedad,
      * porcentaje que le toca, coste unitario aplicado y si hay
      * stock por ubicacion.
       77 ULTIMA      PIC 9(8).
       77 PORC        PIC 999.
       77 COSTE       PIC 9(6)V99.
       77 MARCA       PIC X.
       77 HAY-SUB     PIC X.
      *
      * Linea en curso: almacen, unidades, valor y provision.
       77 UBI-L       PIC XX.
       77 QTY-L       PIC 9(5).
       77 VALOR       PIC 9(9)V99.
       77 PROVIS      PIC 9(9)V99.
      *
      * Rotura y acumuladores del subtotal por familia.
       77 FAMANT      PIC XXX.
       77 PRIMERA-VEZ PIC X VALUE 'S'.
       77 SUBVAL      PIC 9(9)V99.
       77 SUBPRV      PIC 9(9)V99.
       77 TOTVAL      PIC 9(9)V99.
       77 TOTPRV      PIC 9(9)V99.
       77 TOTNET      PIC 9(9)V99.
      *
      * Totales por almacen para el resumen final.
       77 NUMALM      PIC 99 VALUE 0.
       77 ALMIDX      PIC 99.
       01 TABLA-ALMACENES.
           02 TOT-ALMACEN OCCURS 50 TIMES.
              03 TA-UBI  PIC XX.
              03 TA-VAL  PIC 9(9)V99.
              03 TA-PRV  PIC 9(9)V99.
      *
      * Paginacion del listado.
       77 NUMPAG      PIC 999 VALUE 0.
       77 LINPAG      PIC 99  VALUE 0.
       77 MAXLIN      PIC 99  VALUE 55.
      *
       77 FS-FPROD    PIC XX.
       77 FS-FSUB     PIC XX.
       77 FS-FMOV     PIC XX.
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
           02 FILLER  PIC X(17) VALUE SPACES.
           02 FILLER  PIC X(46) VALUE
              'VALORACION DE EXISTENCIAS A COSTE Y PROVISION'.
           02 FILLER  PIC X(17) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(18) VALUE 'Prod Descripcion'.
           02 FILLER  PIC X(3)  VALUE 'Al'.
           02 FILLER  PIC X(7)  VALUE ' Stock'.
           02 FILLER  PIC X(10) VALUE '    Coste'.
           02 FILLER  PIC X(13) VALUE '        Valor'.
           02 FILLER  PIC X(8)  VALUE ' Ult.sal'.
           02 FILLER  PIC X(4)  VALUE '  %'.
           02 FILLER  PIC X(12) VALUE '   Provision'.
           02 FILLER  PIC X(3)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Linea de detalle de un producto en un almacen.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-COD  PIC X(4).
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-DES  PIC X(12).
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-UBI  PIC XX.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-QTY  PIC ZZ.ZZ9.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-COS  PIC ZZ.ZZ9,99.
           02 DET-MAR  PIC X.
           02 DET-VAL  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-ULT  PIC X(7).
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-POR  PIC ZZ9.
           02 FILLER   PIC X     VALUE SPACE.
           02 DET-PRV  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
      *
      * Linea de rotura de familia.
       01 LINEA-SUBTOTAL.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(16) VALUE '-- Fin familia '.
           02 SUB-FAM  PIC XXX.
           02 FILLER   PIC X(4)  VALUE ' -- '.
           02 FILLER   PIC X(14) VALUE SPACES.
           02 SUB-VAL  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(12) VALUE SPACES.
           02 SUB-PRV  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
      *
      * Lineas del resumen por almacen.
       01 CABECERA-ALM.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'RESUMEN POR ALMACEN'.
           02 FILLER   PIC X(16) VALUE '     Valor coste'.
           02 FILLER   PIC X(16) VALUE '       Provision'.
           02 FILLER   PIC X(16) VALUE '      Valor neto'.
           02 FILLER   PIC X(8)  VALUE SPACES.
      *
       01 LINEA-ALMACEN.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE 'Almacen '.
           02 ALM-UBI  PIC XX.
           02 FILLER   PIC X(12) VALUE SPACES.
           02 ALM-VAL  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 ALM-PRV  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 ALM-NET  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(8)  VALUE SPACES.
      *
      * Lineas del total a contabilizar.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 TOT-ROT  PIC X(44).
           02 TOT-IMP  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(18) VALUE SPACES.
      *
       01 LINEA-NOTA.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(76) VALUE
              '(*) Articulo sin coste medio: valorado a PROPRE.'.
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
           MOVE 0 TO NUMPAG.
           MOVE 0 TO NUMPRO-T.
           MOVE 0 TO NUMALM.
           MOVE 'N' TO HAY-DESBORDE.
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO
              GOBACK.
      *
      * STOCKUBI.DAT puede no existir todavia (estado '35'): todo
      * el stock esta entonces en el almacen principal.
           OPEN INPUT FSUB.
           IF FS-FSUB NOT = '00' AND FS-FSUB NOT = '35' THEN
              PERFORM ERROR-FICHERO-FSUB
              GOBACK.
      *
           OPEN INPUT FMOV.
           IF FS-FMOV NOT = '00' AND FS-FMOV NOT = '35' THEN
              PERFORM ERROR-FICHERO-FMOV
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
           PERFORM PEDIR-TRAMOS.
      *
           MOVE 99 TO LINPAG.
      *
      * ************************************************
      * Pide los tramos de antiguedad, con los propuestos ya
      * puestos en pantalla
      * ************************************************
       PEDIR-TRAMOS.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'VALORACION DE EXISTENCIAS A COSTE'
                                  LINE  3 POSITION 23 REVERSE HIGH.
           DISPLAY 'Provision por antiguedad sin ventas:'
                                  LINE  6 POSITION 10 HIGH.
           DISPLAY 'Tramo 1: meses        %'
                                  LINE  8 POSITION 10 HIGH.
           DISPLAY 'Tramo 2: meses        %'
                                  LINE  9 POSITION 10 HIGH.
           DISPLAY 'Tramo 3: meses        %'
                                  LINE 10 POSITION 10 HIGH.
           DISPLAY '(un tramo a cero no se aplica)'
                                  LINE 12 POSITION 10.
      *
           MOVE 6   TO MESES1.
           MOVE 25  TO PORC1.
           MOVE 12  TO MESES2.
           MOVE 50  TO PORC2.
           MOVE 24  TO MESES3.
           MOVE 100 TO PORC3.
           ACCEPT MESES1 LINE  8 POSITION 25 NO BEEP UPDATE.
           ACCEPT PORC1  LINE  8 POSITION 29 NO BEEP UPDATE.
           ACCEPT MESES2 LINE  9 POSITION 25 NO BEEP UPDATE.
           ACCEPT PORC2  LINE  9 POSITION 29 NO BEEP UPDATE.
           ACCEPT MESES3 LINE 10 POSITION 25 NO BEEP UPDATE.
           ACCEPT PORC3  LINE 10 POSITION 29 NO BEEP UPDATE.
           IF PORC1 > 100 THEN
              MOVE 100 TO PORC1.
           IF PORC2 > 100 THEN
              MOVE 100 TO PORC2.
           IF PORC3 > 100 THEN
              MOVE 100 TO PORC3.
      *
           MOVE MESES1 TO MESES.
           PERFORM CALC-LIMITE.
           MOVE LIMITE TO LIMITE1.
           MOVE MESES2 TO MESES.
           PERFORM CALC-LIMITE.
           MOVE LIMITE TO LIMITE2.
           MOVE MESES3 TO MESES.
           PERFORM CALC-LIMITE.
           MOVE LIMITE TO LIMITE3.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           IF FS-FMOV = '00' THEN
              PERFORM CARGAR-ULTIMAS-SALIDAS.
           PERFORM RECORRER-PRODUCTOS.
      *
           IF PRIMERA-VEZ = 'N' THEN
              PERFORM SUBTOTAL-FAMILIA.
           PERFORM RESUMEN-ALMACENES.
           PERFORM TOTAL-GENERAL.
      *
           DISPLAY 'VALORACION GENERADA EN VALORSTK.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FSUB NOT = '35' THEN
              CLOSE FSUB.
           IF FS-FMOV NOT = '35' THEN
              CLOSE FMOV.
           CLOSE FPROD FLISTA.
      *
      * ************************************************
      * Fecha limite: hoy menos N meses (mismo dia), restando de
      * ano en ano cuando hace falta
      * ************************************************
       CALC-LIMITE.
           MOVE AA1 TO LIMAA.
           MOVE MM1 TO LIMMM.
           MOVE DD1 TO LIMDD.
           PERFORM RESTAR-MES MESES TIMES.
      *
       RESTAR-MES.
           IF LIMMM = 1 THEN
              MOVE 12 TO LIMMM
              SUBTRACT 1 FROM LIMAA
            ELSE
              SUBTRACT 1 FROM LIMMM.
      *
      * ************************************************
      * Recorre el libro de movimientos quedandose con la fecha de
      * la ultima salida y de la ultima entrada de cada producto
      * ************************************************
       CARGAR-ULTIMAS-SALIDAS.
           MOVE SPACE TO FINLEC.
           READ FMOV AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-MOVIMIENTO UNTIL FINLEC = 'S'.
      *
       REVISAR-MOVIMIENTO.
           IF MOVCANT NOT = 0 THEN
              PERFORM ANOTAR-MOVIMIENTO.
      *
           READ FMOV AT END MOVE 'S' TO FINLEC.
      *
       ANOTAR-MOVIMIENTO.
           MOVE MOVFEC TO FEC-MOV.
           PERFORM VARYING PROIDX FROM 1 BY 1
              UNTIL PROIDX > NUMPRO-T OR TU-COD(PROIDX) = MOVCOD.
           IF PROIDX > NUMPRO-T THEN
              IF NUMPRO-T < 500 THEN
                 ADD 1 TO NUMPRO-T
                 MOVE MOVCOD TO TU-COD(NUMPRO-T)
                 MOVE ZEROS  TO TU-FEC(NUMPRO-T)
                 MOVE ZEROS  TO TU-ENT(NUMPRO-T)
                 PERFORM ANOTAR-FECHA
               ELSE
                 MOVE 'S' TO HAY-DESBORDE
            ELSE
              PERFORM ANOTAR-FECHA.
      *
       ANOTAR-FECHA.
           IF MOVCANT < 0 AND FEC-MOV > TU-FEC(PROIDX) THEN
              MOVE FEC-MOV TO TU-FEC(PROIDX).
           IF MOVCANT > 0 AND FEC-MOV > TU-ENT(PROIDX) THEN
              MOVE FEC-MOV TO TU-ENT(PROIDX).
      *
      * ************************************************
      * Recorre el maestro por familia valorando el stock de cada
      * producto en cada almacen
      * ************************************************
       RECORRER-PRODUCTOS.
           MOVE 0 TO TOTVAL TOTPRV SUBVAL SUBPRV.
           MOVE SPACES TO FAMANT.
           MOVE 'S'    TO PRIMERA-VEZ.
      *
           MOVE SPACE TO FINLEC.
      * Se recorre FPROD por la clave alternativa PROFAM para que
      * la rotura de familia agrupe de verdad, igual que UD09E5.
           MOVE LOW-VALUES TO PROFAM.
           START FPROD KEY IS NOT LESS PROFAM INVALID KEY
                                       MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FPROD NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
           PERFORM REVISAR-PRODUCTO UNTIL FINLEC = 'S'.
      *
       REVISAR-PRODUCTO.
           PERFORM BUSCAR-ULTIMA.
           PERFORM CALCULAR-PORCENTAJE.
      * Se valora al coste medio; sin coste capturado todavia, a
      * PROPRE como en UD14E1, y con marca.
           MOVE SPACE TO MARCA.
           MOVE PROCOS TO COSTE.
           IF PROCOS = 0 THEN
              MOVE PROPRE TO COSTE
              MOVE '*' TO MARCA.
      *
           MOVE 'N' TO HAY-SUB.
           IF FS-FSUB NOT = '35' THEN
              PERFORM RECORRER-UBICACIONES.
      * Sin stock por ubicacion, el stock anterior a llevarlo esta
      * todo en el almacen principal (como siembra UD15E3).
           IF HAY-SUB = 'N' AND PROQTY > 0 THEN
              MOVE '01'   TO UBI-L
              MOVE PROQTY TO QTY-L
              PERFORM VALORAR-LINEA.
      *
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       RECORRER-UBICACIONES.
           MOVE SPACE TO FINSUB.
           MOVE PROCOD TO SUPRO.
           MOVE LOW-VALUES TO SUUBI.
           START FSUB KEY IS NOT LESS SUCLAVE INVALID KEY
                                      MOVE 'S' TO FINSUB.
           IF FINSUB NOT = 'S' THEN
              PERFORM LEER-UBICACION.
           PERFORM TRATAR-UBICACION UNTIL FINSUB = 'S'.
      *
       LEER-UBICACION.
           READ FSUB NEXT RECORD AT END MOVE 'S' TO FINSUB.
           IF FINSUB NOT = 'S' AND SUPRO NOT = PROCOD THEN
              MOVE 'S' TO FINSUB.
      *
       TRATAR-UBICACION.
           MOVE 'S' TO HAY-SUB.
           IF SUQTY > 0 THEN
              MOVE SUUBI TO UBI-L
              MOVE SUQTY TO QTY-L
              PERFORM VALORAR-LINEA.
           PERFORM LEER-UBICACION.
      *
      * ************************************************
      * Fecha de referencia de la antiguedad: la ultima salida;
      * si no ha salido nunca, la ultima entrada. Sin movimientos
      * (o fuera de la tabla desbordada) no se provisiona
      * ************************************************
       BUSCAR-ULTIMA.
           PERFORM VARYING PROIDX FROM 1 BY 1
              UNTIL PROIDX > NUMPRO-T OR TU-COD(PROIDX) = PROCOD.
           IF PROIDX > NUMPRO-T THEN
              MOVE 99999999 TO ULTIMA
            ELSE
              MOVE TU-FEC(PROIDX) TO ULTIMA
              IF ULTIMA = ZEROS THEN
                 MOVE TU-ENT(PROIDX) TO ULTIMA.
      *
      * El porcentaje es el mayor de los tramos que alcanza.
       CALCULAR-PORCENTAJE.
           MOVE 0 TO PORC.
           IF MESES1 > 0 AND ULTIMA < LIMITE1 AND PORC1 > PORC THEN
              MOVE PORC1 TO PORC.
           IF MESES2 > 0 AND ULTIMA < LIMITE2 AND PORC2 > PORC THEN
              MOVE PORC2 TO PORC.
           IF MESES3 > 0 AND ULTIMA < LIMITE3 AND PORC3 > PORC THEN
              MOVE PORC3 TO PORC.
      *
      * ************************************************
      * Emite la linea del producto en un almacen con su rotura
      * de familia, y la suma al almacen
      * ************************************************
       VALORAR-LINEA.
           IF PRIMERA-VEZ = 'N' AND PROFAM NOT = FAMANT THEN
              PERFORM SUBTOTAL-FAMILIA.
      *
           IF PROFAM NOT = FAMANT THEN
              MOVE PROFAM TO FAMANT
              MOVE 'N'    TO PRIMERA-VEZ.
      *
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           COMPUTE VALOR = QTY-L * COSTE.
           COMPUTE PROVIS ROUNDED = VALOR * PORC / 100.
      *
           MOVE PROCOD TO DET-COD.
           MOVE PRODES TO DET-DES.
           MOVE UBI-L  TO DET-UBI.
           MOVE QTY-L  TO DET-QTY.
           MOVE COSTE  TO DET-COS.
           MOVE MARCA  TO DET-MAR.
           MOVE VALOR  TO DET-VAL.
           IF ULTIMA = 99999999 THEN
              MOVE SPACES TO DET-ULT
            ELSE
              MOVE ULTIMA(5:2) TO DET-ULT(1:2)
              MOVE '/'         TO DET-ULT(3:1)
              MOVE ULTIMA(1:4) TO DET-ULT(4:4).
           MOVE PORC   TO DET-POR.
           MOVE PROVIS TO DET-PRV.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD VALOR  TO SUBVAL TOTVAL.
           ADD PROVIS TO SUBPRV TOTPRV.
           PERFORM SUMAR-ALMACEN.
      *
       SUMAR-ALMACEN.
           PERFORM VARYING ALMIDX FROM 1 BY 1
              UNTIL ALMIDX > NUMALM OR TA-UBI(ALMIDX) = UBI-L.
           IF ALMIDX > NUMALM AND NUMALM < 50 THEN
              ADD 1 TO NUMALM
              MOVE UBI-L TO TA-UBI(NUMALM)
              MOVE 0     TO TA-VAL(NUMALM)
              MOVE 0     TO TA-PRV(NUMALM).
           IF ALMIDX NOT > NUMALM THEN
              ADD VALOR  TO TA-VAL(ALMIDX)
              ADD PROVIS TO TA-PRV(ALMIDX).
      *
      * ************************************************
      * Escribe la linea de rotura de familia
      * ************************************************
       SUBTOTAL-FAMILIA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE FAMANT TO SUB-FAM.
           MOVE SUBVAL TO SUB-VAL.
           MOVE SUBPRV TO SUB-PRV.
           WRITE LIN-IMPR FROM LINEA-SUBTOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           MOVE 0 TO SUBVAL.
           MOVE 0 TO SUBPRV.
      *
      * ************************************************
      * Resumen por almacen
      * ************************************************
       RESUMEN-ALMACENES.
           IF LINPAG > MAXLIN - NUMALM - 3 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-ALM AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
           PERFORM LISTAR-ALMACEN VARYING ALMIDX FROM 1 BY 1
              UNTIL ALMIDX > NUMALM.
      *
       LISTAR-ALMACEN.
           MOVE TA-UBI(ALMIDX) TO ALM-UBI.
           MOVE TA-VAL(ALMIDX) TO ALM-VAL.
           MOVE TA-PRV(ALMIDX) TO ALM-PRV.
           COMPUTE TOTNET = TA-VAL(ALMIDX) - TA-PRV(ALMIDX).
           MOVE TOTNET TO ALM-NET.
           WRITE LIN-IMPR FROM LINEA-ALMACEN AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Escribe el total a contabilizar: existencias a coste,
      * provision por depreciacion y valor neto
      * ************************************************
       TOTAL-GENERAL.
           IF LINPAG > MAXLIN - 6 THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Existencias a coste (300).................:'
             TO TOT-ROT.
           MOVE TOTVAL TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           MOVE 'Provision por depreciacion (390)..........:'
             TO TOT-ROT.
           MOVE TOTPRV TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           COMPUTE TOTNET = TOTVAL - TOTPRV.
           MOVE 'VALOR NETO DE LAS EXISTENCIAS.............:'
             TO TOT-ROT.
           MOVE TOTNET TO TOT-IMP.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-NOTA AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 6 TO LINPAG.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
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
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 7 TO LINPAG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSUB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSUB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FMOV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FMOV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
