123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD18E15.
       REMARKS. UNIDAD 18 EJERCICIO 15.
      *
      * Informe semanal de ventas bajo margen: recorre VENTABAJ.DAT,
      * donde la entrada de pedidos UD11E1 y la venta de mostrador
      * UD18E8 anotan cada linea que se vendio por debajo del coste
      * o del margen minimo con la autorizacion de un supervisor, y
      * lista las de los siete dias que terminan en la fecha pedida.
      * Las lineas van agrupadas por vendedor (con su subtotal) y,
      * dentro de cada vendedor, por quien las autorizo; al final,
      * un resumen por supervisor. De cada linea se da el precio
      * neto, el coste, el margen en porcentaje y el margen en
      * euros (negativo si se vendio con perdida). Listado en
      * VENTABAJ.PRN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FVBM ASSIGN TO DISK 'VENTABAJ.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FVBM.
      *
      * Nombres del vendedor y del supervisor, si existen sus
      * maestros.
            SELECT FVEN ASSIGN TO DISK 'VENDEDOR.DAT'
            RECORD KEY IS VENCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVEN.
      *
            SELECT FOPE ASSIGN TO DISK 'OPERADOR.DAT'
            RECORD KEY IS OPEUSU
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FOPE.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'VENTABAJ.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FVBM LABEL RECORD IS STANDARD.
           COPY REGVBM.
      *
       FD FVEN LABEL RECORD IS STANDARD.
           COPY REGVEN.
      *
       FD FOPE LABEL RECORD IS STANDARD.
           COPY REGOPE.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINVBM     PIC X.
       77 CONTINUA   PIC X.
      *
      * Semana pedida: fecha final tecleada (cero = hoy) y los seis
      * dias anteriores.
       77 FECHA-E    PIC 9(8).
       77 FECHA-DES  PIC 9(8).
       77 FECHA-HAS  PIC 9(8).
       77 FECHA-VBM  PIC 9(8).
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER   PIC X(3).
       77 CAL-FECHA1 PIC 9(8).
       77 CAL-FECHA2 PIC 9(8).
       77 CAL-DIAS   PIC S9(5).
       77 CAL-OK     PIC X.
      *
      * Lineas de la semana, para ordenarlas por vendedor, por
      * supervisor y por fecha y hora.
       77 NUMVBM-T   PIC 999 VALUE 0.
       77 VBMIDX     PIC 999.
       01 TABLA-VENTAS.
           02 VBM-ACUM OCCURS 500 TIMES.
              03 TV-CLAVE.
                 04 TV-VEN  PIC XX.
                 04 TV-SUP  PIC X(8).
                 04 TV-FEC  PIC 9(8).
                 04 TV-HOR  PIC 9(6).
              03 TV-ORI  PIC X.
              03 TV-PED  PIC 9(6).
              03 TV-PRO  PIC X(4).
              03 TV-CAN  PIC 9(5).
              03 TV-PRE  PIC 9(6)V99.
              03 TV-COS  PIC 9(6)V99.
              03 TV-MAR  PIC S9(3)V99.
      *
      * Resumen por supervisor que autorizo.
       77 NUMSUP-T   PIC 99 VALUE 0.
       77 SUPIDX     PIC 99.
       01 TABLA-SUPERVISORES.
           02 SUP-ACUM OCCURS 50 TIMES.
              03 TS-SUP  PIC X(8).
              03 TS-LIN  PIC 9(5).
              03 TS-VEN  PIC 9(9)V99.
              03 TS-MAR  PIC S9(9)V99.
      *
      * Ordenacion de las tablas.
       77 ORD-I      PIC 999.
       77 ORD-J      PIC 999.
       77 ORD-MIN    PIC 999.
       77 ORD-SWAP-V PIC X(61).
       77 ORD-SWAP-S PIC X(35).
      *
      * Importes de la linea en curso y acumulados.
       77 VENTA-L    PIC 9(9)V99.
       77 MARGEN-L   PIC S9(9)V99.
       77 VENANT     PIC XX.
       77 PRIMERA-VEZ PIC X.
       77 SUB-LIN    PIC 9(5).
       77 SUB-VEN    PIC 9(9)V99.
       77 SUB-MAR    PIC S9(9)V99.
       77 T-LIN      PIC 9(5).
       77 T-VEN      PIC 9(9)V99.
       77 T-MAR      PIC S9(9)V99.
      *
      * Parte del informe en curso: V vendedores, S supervisores.
       77 SECCION    PIC X.
      *
      * Paginacion del listado.
       77 LINPAG     PIC 99.
       77 MAXLIN     PIC 99 VALUE 55.
      *
       77 FS-FVBM    PIC XX.
       77 FS-FVEN    PIC XX.
       77 FS-FOPE    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
       77 ERROR-FEC  PIC X(50) VALUE
           'ERROR! Fecha no valida: se toma la de hoy.'.
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
      * Fechas de la semana en DD/MM/AAAA para la cabecera.
       01 FSEM.
           02 FSEM-AA PIC 9999.
           02 FSEM-MM PIC 99.
           02 FSEM-DD PIC 99.
       01 FSEM-ED.
           02 FSE-DD  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FSE-MM  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FSE-AA  PIC 9999.
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
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(28) VALUE
              'VENTAS BAJO MARGEN. SEMANA '.
           02 CAB-DES PIC X(10).
           02 FILLER  PIC X(3)  VALUE ' a '.
           02 CAB-HAS PIC X(10).
           02 FILLER  PIC X(17) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Fecha'.
           02 FILLER  PIC X(7)  VALUE 'Pedido'.
           02 FILLER  PIC X(2)  VALUE 'O'.
           02 FILLER  PIC X(5)  VALUE 'Prod'.
           02 FILLER  PIC X(5)  VALUE ' Cant'.
           02 FILLER  PIC X(11) VALUE '     Precio'.
           02 FILLER  PIC X(11) VALUE '      Coste'.
           02 FILLER  PIC X(8)  VALUE '  Marg.%'.
           02 FILLER  PIC X(12) VALUE '      Margen'.
           02 FILLER  PIC X(12) VALUE ' Autoriza'.
      *
       01 CABECERA-6.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Autoriza'.
           02 FILLER  PIC X(21) VALUE 'Nombre'.
           02 FILLER  PIC X(6)  VALUE 'Lineas'.
           02 FILLER  PIC X(15) VALUE '          Venta'.
           02 FILLER  PIC X(15) VALUE '         Margen'.
           02 FILLER  PIC X(12) VALUE SPACES.
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
       01 LINEA-DETALLE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-FEC  PIC 99/99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PED  PIC ZZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-ORI  PIC X.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PRO  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CAN  PIC ZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PRE  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-COS  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-MAR  PIC ---9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-IMP  PIC ----.--9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-SUP  PIC X(8).
           02 FILLER   PIC X(3)  VALUE SPACES.
      *
       01 LINEA-SUPERVISOR.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 SUP-COD  PIC X(8).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 SUP-NOM  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 SUP-LIN  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 SUP-VEN  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 SUP-MAR  PIC --.---.--9,99.
           02 FILLER   PIC X(12) VALUE SPACES.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 TOT-TXT  PIC X(30).
           02 TOT-LIN  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-VEN  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-MAR  PIC --.---.--9,99.
           02 FILLER   PIC X(12) VALUE SPACES.
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
           MOVE 0 TO NUMVBM-T.
           MOVE 0 TO NUMSUP-T.
      *
      * VENTABAJ.DAT no existe hasta la primera venta autorizada
      * bajo margen (estado '35'): el informe sale entonces vacio.
           OPEN INPUT FVBM.
           IF FS-FVBM NOT = '00' AND FS-FVBM NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVBM
              GOBACK.
      *
           OPEN INPUT FVEN.
           IF FS-FVEN NOT = '00' AND FS-FVEN NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVEN
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
           PERFORM PEDIR-SEMANA.
      *
      * ************************************************
      * La semana son los siete dias que terminan en la fecha
      * tecleada (cero = hoy)
      * ************************************************
       PEDIR-SEMANA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'VENTAS BAJO MARGEN'
                                  LINE  3 POSITION 31 REVERSE HIGH.
           DISPLAY 'Semana hasta AAAAMMDD (cero = hoy):'
                                  LINE  8 POSITION 10 HIGH.
           MOVE ZEROS TO FECHA-E.
           ACCEPT FECHA-E LINE  8 POSITION 47 NO BEEP.
      *
           MOVE FECHA TO FECHA-HAS.
           IF FECHA-E NOT = ZEROS THEN
              MOVE FECHA-E TO FECHA-HAS.
      *
           MOVE 'RES'     TO CAL-OPER.
           MOVE FECHA-HAS TO CAL-FECHA1.
           MOVE 6         TO CAL-DIAS.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                CAL-DIAS, CAL-OK.
           IF CAL-OK = 'N' THEN
              DISPLAY ERROR-FEC LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              MOVE FECHA     TO FECHA-HAS
              MOVE FECHA-HAS TO CAL-FECHA1
              CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1,
                   CAL-FECHA2, CAL-DIAS, CAL-OK.
           MOVE CAL-FECHA2 TO FECHA-DES.
      *
      * ************************************************
      * Proceso del programa: carga la semana, la ordena y lista
      * las dos partes del informe
      * ************************************************
        PROCESO.
           MOVE SPACE TO FINVBM.
           IF FS-FVBM = '35' THEN
              MOVE 'S' TO FINVBM
            ELSE
              READ FVBM NEXT RECORD AT END MOVE 'S' TO FINVBM.
           PERFORM CARGAR-REGISTRO UNTIL FINVBM = 'S'.
      *
           PERFORM PASADA-VENTA
              VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I NOT < NUMVBM-T.
      *
           MOVE 'V' TO SECCION.
           MOVE 0 TO T-LIN T-VEN T-MAR.
           MOVE 'S' TO PRIMERA-VEZ.
           PERFORM CABECERA-HOJA.
           PERFORM LISTAR-VENTA
              VARYING VBMIDX FROM 1 BY 1 UNTIL VBMIDX > NUMVBM-T.
           IF PRIMERA-VEZ = 'N' THEN
              PERFORM SUBTOTAL-VENDEDOR.
           MOVE 'TOTAL DE LA SEMANA' TO TOT-TXT.
           PERFORM TOTAL-SECCION.
      *
           PERFORM PASADA-SUPERVISOR
              VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I NOT < NUMSUP-T.
      *
           MOVE 'S' TO SECCION.
           MOVE 0 TO T-LIN T-VEN T-MAR.
           PERFORM CABECERA-HOJA.
           PERFORM LISTAR-SUPERVISOR
              VARYING SUPIDX FROM 1 BY 1 UNTIL SUPIDX > NUMSUP-T.
           MOVE 'TOTAL SUPERVISORES' TO TOT-TXT.
           PERFORM TOTAL-SECCION.
      *
           DISPLAY 'INFORME GENERADO EN VENTABAJ.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FOPE NOT = '35' THEN
              CLOSE FOPE.
           IF FS-FVEN NOT = '35' THEN
              CLOSE FVEN.
           IF FS-FVBM NOT = '35' THEN
              CLOSE FVBM.
           CLOSE FLISTA.
      *
      * ************************************************
      * Guarda en la tabla cada linea de la semana y la suma a
      * su supervisor
      * ************************************************
       CARGAR-REGISTRO.
           MOVE VBMFEC TO FECHA-VBM.
           IF FECHA-VBM NOT < FECHA-DES AND FECHA-VBM NOT > FECHA-HAS
                AND NUMVBM-T < 500 THEN
              PERFORM GUARDAR-VENTA
              PERFORM BUSCAR-SUPERVISOR.
      *
           READ FVBM NEXT RECORD AT END MOVE 'S' TO FINVBM.
      *
       GUARDAR-VENTA.
           ADD 1 TO NUMVBM-T.
           MOVE VBMVEN    TO TV-VEN(NUMVBM-T).
           MOVE VBMSUP    TO TV-SUP(NUMVBM-T).
           MOVE FECHA-VBM TO TV-FEC(NUMVBM-T).
           MOVE VBMHOR    TO TV-HOR(NUMVBM-T).
           MOVE VBMORI    TO TV-ORI(NUMVBM-T).
           MOVE VBMPED    TO TV-PED(NUMVBM-T).
           MOVE VBMPRO    TO TV-PRO(NUMVBM-T).
           MOVE VBMCAN    TO TV-CAN(NUMVBM-T).
           MOVE VBMPRE    TO TV-PRE(NUMVBM-T).
           MOVE VBMCOS    TO TV-COS(NUMVBM-T).
           MOVE VBMMAR    TO TV-MAR(NUMVBM-T).
      *
       BUSCAR-SUPERVISOR.
           PERFORM VARYING SUPIDX FROM 1 BY 1
              UNTIL SUPIDX > NUMSUP-T OR TS-SUP(SUPIDX) = VBMSUP.
           IF SUPIDX > NUMSUP-T AND NUMSUP-T < 50 THEN
              ADD 1 TO NUMSUP-T
              MOVE VBMSUP TO TS-SUP(NUMSUP-T)
              MOVE 0 TO TS-LIN(NUMSUP-T) TS-VEN(NUMSUP-T)
                        TS-MAR(NUMSUP-T)
              MOVE NUMSUP-T TO SUPIDX.
           IF SUPIDX NOT > NUMSUP-T THEN
              PERFORM SUMAR-SUPERVISOR.
      *
       SUMAR-SUPERVISOR.
           COMPUTE VENTA-L = VBMCAN * VBMPRE.
           COMPUTE MARGEN-L = VBMCAN * (VBMPRE - VBMCOS).
           ADD 1        TO TS-LIN(SUPIDX).
           ADD VENTA-L  TO TS-VEN(SUPIDX).
           ADD MARGEN-L TO TS-MAR(SUPIDX).
      *
      * ************************************************
      * Ordena las lineas por vendedor, supervisor, fecha y hora,
      * y los supervisores por codigo
      * ************************************************
       PASADA-VENTA.
           MOVE ORD-I TO ORD-MIN.
           PERFORM BUSCAR-MINIMO-VENTA
              VARYING ORD-J FROM ORD-I BY 1 UNTIL ORD-J > NUMVBM-T.
           IF ORD-MIN NOT = ORD-I THEN
              MOVE VBM-ACUM(ORD-I)   TO ORD-SWAP-V
              MOVE VBM-ACUM(ORD-MIN) TO VBM-ACUM(ORD-I)
              MOVE ORD-SWAP-V        TO VBM-ACUM(ORD-MIN).
      *
       BUSCAR-MINIMO-VENTA.
           IF TV-CLAVE(ORD-J) < TV-CLAVE(ORD-MIN) THEN
              MOVE ORD-J TO ORD-MIN.
      *
       PASADA-SUPERVISOR.
           MOVE ORD-I TO ORD-MIN.
           PERFORM BUSCAR-MINIMO-SUP
              VARYING ORD-J FROM ORD-I BY 1 UNTIL ORD-J > NUMSUP-T.
           IF ORD-MIN NOT = ORD-I THEN
              MOVE SUP-ACUM(ORD-I)   TO ORD-SWAP-S
              MOVE SUP-ACUM(ORD-MIN) TO SUP-ACUM(ORD-I)
              MOVE ORD-SWAP-S        TO SUP-ACUM(ORD-MIN).
      *
       BUSCAR-MINIMO-SUP.
           IF TS-SUP(ORD-J) < TS-SUP(ORD-MIN) THEN
              MOVE ORD-J TO ORD-MIN.
      *
      * ************************************************
      * Linea de una venta bajo margen, con rotura por vendedor
      * ************************************************
       LISTAR-VENTA.
           IF PRIMERA-VEZ = 'N' AND TV-VEN(VBMIDX) NOT = VENANT THEN
              PERFORM SUBTOTAL-VENDEDOR.
           IF PRIMERA-VEZ = 'S' OR TV-VEN(VBMIDX) NOT = VENANT THEN
              PERFORM CABECERA-VENDEDOR.
      *
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           COMPUTE VENTA-L = TV-CAN(VBMIDX) * TV-PRE(VBMIDX).
           COMPUTE MARGEN-L =
                   TV-CAN(VBMIDX) * (TV-PRE(VBMIDX) - TV-COS(VBMIDX)).
      *
           MOVE TV-FEC(VBMIDX) TO FSEM.
           COMPUTE DET-FEC = FSEM-DD * 100 + FSEM-MM.
           MOVE TV-PED(VBMIDX) TO DET-PED.
           MOVE TV-ORI(VBMIDX) TO DET-ORI.
           MOVE TV-PRO(VBMIDX) TO DET-PRO.
           MOVE TV-CAN(VBMIDX) TO DET-CAN.
           MOVE TV-PRE(VBMIDX) TO DET-PRE.
           MOVE TV-COS(VBMIDX) TO DET-COS.
           MOVE TV-MAR(VBMIDX) TO DET-MAR.
           MOVE MARGEN-L       TO DET-IMP.
           MOVE TV-SUP(VBMIDX) TO DET-SUP.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD 1        TO SUB-LIN T-LIN.
           ADD VENTA-L  TO SUB-VEN T-VEN.
           ADD MARGEN-L TO SUB-MAR T-MAR.
      *
      * Rotulo del vendedor que empieza; en blanco son las ventas
      * sin vendedor (mostrador, pedidos de la casa).
       CABECERA-VENDEDOR.
           MOVE TV-VEN(VBMIDX) TO VENANT.
           MOVE 'N' TO PRIMERA-VEZ.
           MOVE 0 TO SUB-LIN SUB-VEN SUB-MAR.
      *
           MOVE VENANT TO GRP-VEN.
           MOVE SPACES TO GRP-NOM.
           IF VENANT = SPACES THEN
              MOVE '(sin vendedor / mostrador)' TO GRP-NOM
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
           MOVE SUB-LIN TO TOT-LIN.
           MOVE SUB-VEN TO TOT-VEN.
           MOVE SUB-MAR TO TOT-MAR.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Linea de un supervisor: lineas autorizadas, venta y
      * margen que dejaron
      * ************************************************
       LISTAR-SUPERVISOR.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           MOVE TS-SUP(SUPIDX) TO OPEUSU.
           MOVE SPACES TO OPENOM.
           IF FS-FOPE NOT = '35' THEN
              READ FOPE RECORD KEY IS OPEUSU INVALID KEY
                                    MOVE '(sin operador)' TO OPENOM.
      *
           MOVE TS-SUP(SUPIDX) TO SUP-COD.
           MOVE OPENOM         TO SUP-NOM.
           MOVE TS-LIN(SUPIDX) TO SUP-LIN.
           MOVE TS-VEN(SUPIDX) TO SUP-VEN.
           MOVE TS-MAR(SUPIDX) TO SUP-MAR.
           WRITE LIN-IMPR FROM LINEA-SUPERVISOR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD TS-LIN(SUPIDX) TO T-LIN.
           ADD TS-VEN(SUPIDX) TO T-VEN.
           ADD TS-MAR(SUPIDX) TO T-MAR.
      *
      * ************************************************
      * Linea de total de cada parte del informe
      * ************************************************
       TOTAL-SECCION.
           MOVE T-LIN TO TOT-LIN.
           MOVE T-VEN TO TOT-VEN.
           MOVE T-MAR TO TOT-MAR.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Cabecera de pagina del informe (columnas segun la parte)
      * ************************************************
       CABECERA-HOJA.
           MOVE FF2 TO CAB-FEC.
           MOVE FECHA-DES TO FSEM.
           MOVE FSEM-DD TO FSE-DD.
           MOVE FSEM-MM TO FSE-MM.
           MOVE FSEM-AA TO FSE-AA.
           MOVE FSEM-ED TO CAB-DES.
           MOVE FECHA-HAS TO FSEM.
           MOVE FSEM-DD TO FSE-DD.
           MOVE FSEM-MM TO FSE-MM.
           MOVE FSEM-AA TO FSE-AA.
           MOVE FSEM-ED TO CAB-HAS.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           IF SECCION = 'V' THEN
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
       ERROR-FICHERO-FVBM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVBM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FVEN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVEN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FOPE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FOPE   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
