123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD18E16.
       REMARKS. UNIDAD 18 EJERCICIO 16.
      *
      * Lista diaria de llamadas de televenta, pensada para
      * lanzarse desde la cadena UD13E18 (y tambien desde el menu):
      * recorre el historico de PEDIDOS.DAT (sin anulados ni
      * presupuestos) y, para cada cliente activo con al menos tres
      * pedidos, calcula cada cuantos dias suele pedir, el importe
      * de su pedido habitual y los dias que lleva sin pedir. Si ya
      * ha pasado su intervalo le toca pedir, y si lo ha pasado con
      * creces (RITMORIES de PARAMS.DAT, en porcentaje del
      * intervalo) queda en riesgo. El ritmo de cada cliente se
      * guarda en RITMOCLI.DAT y los que hay que llamar hoy salen
      * en LLAMADAS.PRN, primero los de riesgo, con su ultimo
      * pedido, su cesta habitual y sus pedidos fijos de
      * PEDFIJO.DAT. No se vuelve a listar a quien se llamo hace
      * menos de RELLAMADA dias (salvo que pidiera volver a
      * llamarle) ni al que se dio por perdido y no ha vuelto a
      * pedir. El equipo trabaja la lista con UD18E17. Anota el
      * resultado en BATCHLOG.DAT, igual que UD19E4, y deja sus
      * totales de control (pedidos leidos, clientes listados e
      * importe de los pedidos que cuentan) en CTLTOT.DAT con la
      * rutina comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FPFJ ASSIGN TO DISK 'PEDFIJO.DAT'
            RECORD KEY IS PFJNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPFJ.
      *
            SELECT FRIT ASSIGN TO DISK 'RITMOCLI.DAT'
            RECORD KEY IS RITCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FRIT.
      *
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
      *
            SELECT FLISTA ASSIGN TO DISK 'LLAMADAS.PRN'
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
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPFJ LABEL RECORD IS STANDARD.
           COPY REGPFJ.
      *
       FD FRIT LABEL RECORD IS STANDARD.
           COPY REGRIT.
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 FINPED      PIC X.
       77 FINLIN      PIC X.
       77 FINPFJ      PIC X.
       77 EXISTE      PIC X.
       77 EXISTE-RIT  PIC X.
      *
      * Parametros: porcentaje del intervalo habitual a partir del
      * cual el cliente esta en riesgo (200 = el doble de su
      * ritmo) y dias sin volver a llamar tras una llamada.
       77 RIESGO-PCT  PIC 9(5) VALUE 200.
       77 RELLAMADA   PIC 9(5) VALUE 7.
      *
      * Pedidos minimos para dar por bueno un ritmo.
       77 MIN-PEDIDOS PIC 9(4) VALUE 3.
      *
      * Historico por cliente, en orden de aparicion: pedidos,
      * primera y ultima fecha, importe acumulado, vendedor del
      * ultimo pedido y, tras el calculo, su situacion.
       77 NUMCLI-T    PIC 9(4).
       77 CIDX        PIC 9(4).
       01 TABLA-CLIENTES.
           02 CLI-MEM OCCURS 1000 TIMES.
              03 TC-CLI  PIC X(4).
              03 TC-NOM  PIC X(20).
              03 TC-NPD  PIC 9(4).
              03 TC-PRI  PIC 9(8).
              03 TC-ULT  PIC 9(8).
              03 TC-IMP  PIC 9(9)V99.
              03 TC-VEN  PIC XX.
              03 TC-INT  PIC 9(4).
              03 TC-DIA  PIC 9(5).
              03 TC-CES  PIC 9(7)V99.
              03 TC-EST  PIC X.
              03 TC-LIS  PIC X.
              03 TC-RES  PIC X.
      *
      * Plantillas de pedido fijo, cargadas una sola vez.
       77 NUMPFJ-T    PIC 999.
       77 FIDX        PIC 999.
       77 NUMFIJ      PIC 9.
       01 TABLA-FIJOS.
           02 PFJ-MEM OCCURS 300 TIMES.
              03 TF-NUM  PIC 9(4).
              03 TF-CLI  PIC X(4).
              03 TF-DIA  PIC 9.
      *
      * Nombre corto del dia de generacion de la plantilla.
       01 NOMBRES-DIA.
           02 FILLER  PIC X(24) VALUE 'LABLUNMARMIEJUEVIESABDOM'.
       01 TABLA-DIAS REDEFINES NOMBRES-DIA.
           02 NOM-DIA PIC XXX OCCURS 8 TIMES.
       77 DIA-IDX     PIC 9.
       77 PUNTERO     PIC 99.
      *
      * Importe del pedido en curso y fecha del pedido.
       77 IMP-PED     PIC 9(9)V99.
       77 FEC-PED     PIC 9(8).
      *
      * Dias desde la ultima llamada y seccion que se imprime.
       77 DIAS-LLAM   PIC S9(5).
       77 SECCION-IMP PIC X.
      *
      * Clientes listados y, de ellos, en riesgo.
       77 NUMLLA      PIC 9(5).
       77 NUMRIE      PIC 9(5).
      *
      * Totales de control para la rutina comun CTLTOT: pedidos
      * leidos e importe de los que cuentan.
       77 NUMLEI      PIC 9(7).
       77 SUMPED      PIC S9(11)V99.
           COPY CTLTOT.
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
       77 FS-FPED     PIC XX.
       77 FS-FLIN     PIC XX.
       77 FS-FCLI     PIC XX.
       77 FS-FPFJ     PIC XX.
       77 FS-FRIT     PIC XX.
       77 FS-FPAR     PIC XX.
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
      * Fecha del ultimo pedido descompuesta para imprimirla.
       01 FFU.
           02 FUA     PIC 9999.
           02 FUM     PIC 99.
           02 FUD     PIC 99.
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
           02 FILLER  PIC X(24) VALUE SPACES.
           02 FILLER  PIC X(32) VALUE
              'LISTA DE LLAMADAS DE TELEVENTA'.
           02 FILLER  PIC X(24) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'Cli'.
           02 FILLER  PIC X(21) VALUE 'Nombre'.
           02 FILLER  PIC X(5)  VALUE 'Vd'.
           02 FILLER  PIC X(11) VALUE 'Ult.pedido'.
           02 FILLER  PIC X(6)  VALUE ' Dias'.
           02 FILLER  PIC X(5)  VALUE 'Ritm'.
           02 FILLER  PIC X(13) VALUE '  Cesta habit'.
           02 FILLER  PIC X(8)  VALUE 'Situac'.
           02 FILLER  PIC X(1)  VALUE 'R'.
           02 FILLER  PIC X(4)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-SECCION.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 SEC-TXT  PIC X(50).
           02 FILLER   PIC X(29) VALUE SPACES.
      *
      * Cliente a llamar: ultimo pedido, dias sin pedir, ritmo en
      * dias, cesta habitual, situacion y resultado de la ultima
      * llamada.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CLI  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-NOM  PIC X(20).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-VEN  PIC XX.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-ULT  PIC 99/99/9999.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-DIA  PIC ZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-INT  PIC ZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CES  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-SIT  PIC X(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-RES  PIC X.
           02 FILLER   PIC X(4)  VALUE SPACES.
      *
      * Pedidos fijos del cliente: numero y dia de generacion.
       01 LINEA-FIJOS.
           02 FILLER   PIC X(7)  VALUE SPACES.
           02 FILLER   PIC X(15) VALUE 'Pedidos fijos: '.
           02 FIJ-TXT  PIC X(58).
      *
       01 PFJ-ITEM.
           02 ITM-NUM  PIC 9(4).
           02 FILLER   PIC X     VALUE '/'.
           02 ITM-DIA  PIC XXX.
           02 FILLER   PIC X     VALUE SPACE.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 FILLER   PIC X(19) VALUE 'Clientes a llamar: '.
           02 TOT-LLA  PIC ZZZZ9.
           02 FILLER   PIC X(15) VALUE '    En riesgo: '.
           02 TOT-RIE  PIC ZZZZ9.
           02 FILLER   PIC X(35) VALUE SPACES.
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
              'Lista de llamadas. Clientes:'.
           02 LOG-REG  PIC ZZZZ9.
           02 FILLER   PIC X(21) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF FS-FPED = '00' THEN
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
           MOVE 0 TO NUMLLA.
           MOVE 0 TO NUMRIE.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO SUMPED.
           MOVE 0 TO NUMCLI-T.
           MOVE 0 TO NUMPFJ-T.
           MOVE 0 TO RETURN-CODE.
      *
      * PEDIDOS.DAT puede no existir todavia (estado '35'): sin
      * historico no hay ritmos y el pase termina limpio.
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' AND FS-FPED NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPED
              MOVE 8 TO RETURN-CODE
              GOBACK.
           IF FS-FPED NOT = '00' THEN
              GOBACK.
      *
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * PEDFIJO.DAT puede no existir: la lista sale sin plantillas.
           OPEN INPUT FPFJ.
           IF FS-FPFJ NOT = '00' AND FS-FPFJ NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPFJ
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * RITMOCLI.DAT no existe la primera noche (estado '35'); se
      * crea vacio.
           OPEN I-O FRIT.
           IF FS-FRIT = '35' THEN
              OPEN OUTPUT FRIT
              CLOSE FRIT
              OPEN I-O FRIT.
           IF FS-FRIT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRIT
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
           PERFORM LEER-PARAMETROS.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * ************************************************
      * Lee de PARAMS.DAT el umbral de riesgo y los dias entre
      * llamadas; sin fichero o sin clave quedan 200 % y 7 dias
      * ************************************************
       LEER-PARAMETROS.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-UN-PARAMETRO.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
       LEER-UN-PARAMETRO.
           MOVE 'RITMORIES ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                     CONTINUE.
           IF FS-FPAR = '00' AND PARVAL > 100 THEN
              MOVE PARVAL TO RIESGO-PCT.
           MOVE 'RELLAMADA ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                     CONTINUE.
           IF FS-FPAR = '00' AND PARVAL > 0 THEN
              MOVE PARVAL TO RELLAMADA.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM CARGAR-FIJOS.
           PERFORM RECORRER-PEDIDOS.
           PERFORM CALCULAR-RITMO
              VARYING CIDX FROM 1 BY 1 UNTIL CIDX > NUMCLI-T.
           PERFORM IMPRIMIR-CABECERA.
      *
           MOVE 'R' TO SECCION-IMP.
           MOVE 'CLIENTES EN RIESGO (MUY PASADOS DE SU RITMO)'
                TO SEC-TXT.
           PERFORM IMPRIMIR-SECCION.
           MOVE 'T' TO SECCION-IMP.
           MOVE 'CLIENTES A LOS QUE LES TOCA PEDIR' TO SEC-TXT.
           PERFORM IMPRIMIR-SECCION.
      *
           PERFORM IMPRIMIR-TOTAL.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FPED = '00' OR FS-FPED = '10' THEN
              CLOSE FPED FLIN FCLI FRIT FLISTA FLOG.
           IF FS-FPFJ = '00' OR FS-FPFJ = '10' THEN
              CLOSE FPFJ.
      *
      * ************************************************
      * Carga las plantillas de pedido fijo
      * ************************************************
       CARGAR-FIJOS.
           MOVE SPACE TO FINPFJ.
           IF FS-FPFJ NOT = '00' THEN
              MOVE 'S' TO FINPFJ.
           IF FINPFJ NOT = 'S' THEN
              READ FPFJ NEXT RECORD AT END MOVE 'S' TO FINPFJ.
           PERFORM CARGAR-UN-FIJO UNTIL FINPFJ = 'S'.
      *
       CARGAR-UN-FIJO.
           IF NUMPFJ-T < 300 THEN
              ADD 1 TO NUMPFJ-T
              MOVE PFJNUM TO TF-NUM(NUMPFJ-T)
              MOVE PFJCLI TO TF-CLI(NUMPFJ-T)
              MOVE PFJDIA TO TF-DIA(NUMPFJ-T).
           READ FPFJ NEXT RECORD AT END MOVE 'S' TO FINPFJ.
      *
      * ************************************************
      * Acumula por cliente los pedidos que cuentan: ni anulados
      * ni presupuestos sin autorizar
      * ************************************************
       RECORRER-PEDIDOS.
           MOVE SPACE TO FINPED.
           MOVE ZEROS TO PEDNUM.
           START FPED KEY IS NOT LESS PEDNUM INVALID KEY
                                     MOVE 'S' TO FINPED.
           IF FINPED NOT = 'S' THEN
              READ FPED NEXT RECORD AT END MOVE 'S' TO FINPED.
           PERFORM REVISAR-PEDIDO UNTIL FINPED = 'S'.
      *
       REVISAR-PEDIDO.
           IF NOT PED-ANULADO AND NOT PED-PRESUP THEN
              PERFORM ACUMULAR-PEDIDO.
      *
           ADD 1 TO NUMLEI.
           READ FPED NEXT RECORD AT END MOVE 'S' TO FINPED.
      *
       ACUMULAR-PEDIDO.
           PERFORM VARYING CIDX FROM 1 BY 1
              UNTIL CIDX > NUMCLI-T OR TC-CLI(CIDX) = PEDCLI.
           IF CIDX > NUMCLI-T AND NUMCLI-T < 1000 THEN
              ADD 1 TO NUMCLI-T
              MOVE PEDCLI TO TC-CLI(CIDX)
              MOVE 0      TO TC-NPD(CIDX)
              MOVE 0      TO TC-IMP(CIDX)
              MOVE PEDFEC TO TC-PRI(CIDX)
              MOVE PEDFEC TO TC-ULT(CIDX)
              MOVE PEDVEN TO TC-VEN(CIDX).
      *
           IF CIDX NOT > NUMCLI-T THEN
              PERFORM SUMAR-PEDIDO.
      *
      * Los pedidos no vienen necesariamente en orden de fecha: se
      * queda la primera y la ultima, y el vendedor de la ultima.
       SUMAR-PEDIDO.
           PERFORM IMPORTE-PEDIDO.
           ADD 1       TO TC-NPD(CIDX).
           ADD IMP-PED TO TC-IMP(CIDX).
           ADD IMP-PED TO SUMPED.
           MOVE PEDFEC TO FEC-PED.
           IF FEC-PED < TC-PRI(CIDX) THEN
              MOVE FEC-PED TO TC-PRI(CIDX).
           IF FEC-PED NOT < TC-ULT(CIDX) THEN
              MOVE FEC-PED TO TC-ULT(CIDX)
              MOVE PEDVEN  TO TC-VEN(CIDX).
      *
       IMPORTE-PEDIDO.
           MOVE 0 TO IMP-PED.
           MOVE SPACE TO FINLIN.
           MOVE PEDNUM TO LINPED.
           MOVE ZEROS  TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PEDNUM THEN
              MOVE 'S' TO FINLIN.
           PERFORM SUMAR-LINEA UNTIL FINLIN = 'S'.
      *
       SUMAR-LINEA.
           COMPUTE IMP-PED = IMP-PED + LINCAN * LINPRE.
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PEDNUM THEN
              MOVE 'S' TO FINLIN.
      *
      * ************************************************
      * Ritmo de un cliente: intervalo medio entre su primer y su
      * ultimo pedido, cesta media y dias sin pedir. Los clientes
      * de baja o insolventes salen de la lista
      * ************************************************
       CALCULAR-RITMO.
           MOVE SPACE TO TC-LIS(CIDX).
           MOVE SPACE TO TC-EST(CIDX).
           MOVE TC-CLI(CIDX) TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           MOVE TC-CLI(CIDX) TO RITCLI.
           MOVE SPACES TO EXISTE-RIT.
           READ FRIT RECORD KEY IS RITCLI INVALID KEY
                                 MOVE 'N' TO EXISTE-RIT.
           IF EXISTE = SPACES AND NOT CLI-BAJA
                AND NOT CLI-INSOLVENTE THEN
              MOVE CLINOM TO TC-NOM(CIDX)
              PERFORM MEDIR-RITMO
              PERFORM GRABAR-RITMO
            ELSE
              IF EXISTE-RIT = SPACES THEN
                 PERFORM RETIRAR-RITMO.
      *
       MEDIR-RITMO.
           COMPUTE TC-CES(CIDX) ROUNDED =
                   TC-IMP(CIDX) / TC-NPD(CIDX).
      *
           MOVE 'DIF'        TO CAL-OPER.
           MOVE TC-ULT(CIDX) TO CAL-FECHA1.
           MOVE FECHA        TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           IF CAL-DIAS < 0 THEN
              MOVE 0 TO CAL-DIAS.
           MOVE CAL-DIAS TO TC-DIA(CIDX).
      *
           MOVE 0 TO TC-INT(CIDX).
           IF TC-NPD(CIDX) NOT < MIN-PEDIDOS THEN
              PERFORM MEDIR-INTERVALO.
      *
       MEDIR-INTERVALO.
           MOVE 'DIF'        TO CAL-OPER.
           MOVE TC-PRI(CIDX) TO CAL-FECHA1.
           MOVE TC-ULT(CIDX) TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           COMPUTE TC-INT(CIDX) ROUNDED =
                   CAL-DIAS / (TC-NPD(CIDX) - 1).
           IF TC-INT(CIDX) < 1 THEN
              MOVE 1 TO TC-INT(CIDX).
      *
           MOVE 'O' TO TC-EST(CIDX).
           IF TC-DIA(CIDX) NOT < TC-INT(CIDX) THEN
              MOVE 'T' TO TC-EST(CIDX).
           IF TC-DIA(CIDX) * 100 NOT < TC-INT(CIDX) * RIESGO-PCT THEN
              MOVE 'R' TO TC-EST(CIDX).
      *
      * ************************************************
      * Graba el ritmo conservando la ultima llamada, y decide si
      * el cliente entra hoy en la lista
      * ************************************************
       GRABAR-RITMO.
           IF EXISTE-RIT = 'N' THEN
              MOVE 0     TO RITFLL
              MOVE SPACE TO RITRES.
           MOVE RITRES TO TC-RES(CIDX).
      *
           IF TC-EST(CIDX) = 'T' OR TC-EST(CIDX) = 'R' THEN
              PERFORM DECIDIR-LLAMADA.
           IF RITFLL = FECHA THEN
              MOVE 'H' TO TC-LIS(CIDX).
      *
           MOVE TC-CLI(CIDX) TO RITCLI.
           MOVE TC-VEN(CIDX) TO RITVEN.
           MOVE TC-NPD(CIDX) TO RITNPD.
           MOVE TC-ULT(CIDX) TO RITULT.
           MOVE TC-INT(CIDX) TO RITINT.
           MOVE TC-CES(CIDX) TO RITCES.
           MOVE TC-DIA(CIDX) TO RITDIA.
           MOVE TC-EST(CIDX) TO RITEST.
           MOVE FECHA        TO RITFEC.
           MOVE TC-LIS(CIDX) TO RITLIS.
           IF EXISTE-RIT = 'N' THEN
              WRITE REGRIT
            ELSE
              REWRITE REGRIT.
           IF FS-FRIT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRIT
              MOVE 8 TO RETURN-CODE.
      *
      * Quien pidio que se le volviera a llamar entra en cuanto le
      * toca; el resto espera RELLAMADA dias desde la ultima
      * llamada, y el perdido no vuelve hasta que pida otra vez.
       DECIDIR-LLAMADA.
           MOVE 'S' TO TC-LIS(CIDX).
           IF RITFLL > 0 AND RITRES NOT = 'V' THEN
              MOVE 'DIF'  TO CAL-OPER
              MOVE RITFLL TO CAL-FECHA1
              MOVE FECHA  TO CAL-FECHA2
              CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1,
                   CAL-FECHA2, CAL-DIAS, CAL-OK
              MOVE CAL-DIAS TO DIAS-LLAM
              IF DIAS-LLAM < RELLAMADA THEN
                 MOVE SPACE TO TC-LIS(CIDX).
           IF RITRES = 'B' AND RITFLL NOT < TC-ULT(CIDX) THEN
              MOVE SPACE TO TC-LIS(CIDX).
      *
      * Cliente dado de baja o insolvente desde el ultimo pase:
      * sale de la lista y del informe de riesgo.
       RETIRAR-RITMO.
           MOVE SPACE TO RITEST.
           MOVE SPACE TO RITLIS.
           MOVE FECHA TO RITFEC.
           REWRITE REGRIT.
           IF FS-FRIT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRIT
              MOVE 8 TO RETURN-CODE.
      *
       IMPRIMIR-CABECERA.
           MOVE FF2 TO CAB-FEC.
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Imprime los clientes de la lista con la situacion pedida:
      * primero los de riesgo y luego a los que solo les toca
      * ************************************************
       IMPRIMIR-SECCION.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-SECCION AFTER ADVANCING 1 LINE.
           PERFORM IMPRIMIR-SI-TOCA
              VARYING CIDX FROM 1 BY 1 UNTIL CIDX > NUMCLI-T.
      *
       IMPRIMIR-SI-TOCA.
           IF TC-LIS(CIDX) = 'S' AND TC-EST(CIDX) = SECCION-IMP THEN
              PERFORM IMPRIMIR-CLIENTE.
      *
       IMPRIMIR-CLIENTE.
           ADD 1 TO NUMLLA.
           IF TC-EST(CIDX) = 'R' THEN
              ADD 1 TO NUMRIE
              MOVE 'RIESGO' TO DET-SIT
            ELSE
              MOVE 'TOCA  ' TO DET-SIT.
           MOVE TC-CLI(CIDX) TO DET-CLI.
           MOVE TC-NOM(CIDX) TO DET-NOM.
           MOVE TC-VEN(CIDX) TO DET-VEN.
           MOVE TC-ULT(CIDX) TO FFU.
           MOVE FUD TO DD2.
           MOVE FUM TO MM2.
           MOVE FUA TO AA2.
           MOVE FF2 TO DET-ULT.
           MOVE DD1 TO DD2.
           MOVE MM1 TO MM2.
           MOVE AA1 TO AA2.
           MOVE TC-DIA(CIDX) TO DET-DIA.
           MOVE TC-INT(CIDX) TO DET-INT.
           MOVE TC-CES(CIDX) TO DET-CES.
           MOVE TC-RES(CIDX) TO DET-RES.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
           MOVE SPACES TO FIJ-TXT.
           MOVE 1 TO PUNTERO.
           MOVE 0 TO NUMFIJ.
           PERFORM ANOTAR-FIJO
              VARYING FIDX FROM 1 BY 1 UNTIL FIDX > NUMPFJ-T.
           IF NUMFIJ > 0 THEN
              WRITE LIN-IMPR FROM LINEA-FIJOS
                    AFTER ADVANCING 1 LINE.
      *
      * Caben seis plantillas en la linea; un cliente con mas
      * muestra las seis primeras.
       ANOTAR-FIJO.
           IF TF-CLI(FIDX) = TC-CLI(CIDX) AND NUMFIJ < 6 THEN
              ADD 1 TO NUMFIJ
              MOVE TF-NUM(FIDX) TO ITM-NUM
              COMPUTE DIA-IDX = TF-DIA(FIDX) + 1
              MOVE NOM-DIA(DIA-IDX) TO ITM-DIA
              STRING PFJ-ITEM DELIMITED BY SIZE
                INTO FIJ-TXT WITH POINTER PUNTERO.
      *
       IMPRIMIR-TOTAL.
           MOVE NUMLLA TO TOT-LLA.
           MOVE NUMRIE TO TOT-RIE.
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
           MOVE NUMLLA TO LOG-REG.
           MOVE LINEA-LOG TO LIN-LOG.
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD18E16 ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMLLA     TO CTA-ESC.
           MOVE 0          TO CTA-REC.
           MOVE SUMPED     TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPFJ.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPFJ   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FRIT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRIT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOG   LINE 23 POSITION 40 REVERSE.
