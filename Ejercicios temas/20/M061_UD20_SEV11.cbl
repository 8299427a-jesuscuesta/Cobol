123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD20E11.
       REMARKS. UNIDAD 20 EJERCICIO 11.
      *
      * Evaluacion trimestral de proveedores: para negociar con
      * datos y no con impresiones, mide a cada proveedor en el
      * trimestre pedido con lo que ya guarda el sistema:
      *
      *    Puntualidad  lineas de compra con la fecha prometida
      *                 (LCOFPR) en el trimestre y ya vencida que
      *                 entraron a tiempo (LCOFRE, de la recepcion
      *                 UD15E3); las que siguen sin entrar cuentan
      *                 como tarde hasta hoy. Media de dias de
      *                 retraso de las tardias.
      *    Servicio     unidades recibidas sobre pedidas de esas
      *                 lineas (las cortas lo bajan).
      *    Reclamacion  devoluciones de DEVPROV.DAT del trimestre:
      *                 unidades sobre las recibidas y su valor (a
      *                 precio de PROPROV.DAT o, sin el, a coste).
      *    Facturas     lineas de LINFPROV.DAT de las facturas del
      *                 trimestre que casaron con lo recibido, sobre
      *                 las casadas (UD17E7).
      *    Precio       variacion media de los cambios de precio de
      *                 PRECIHIS.DAT (cargas de tarifa) de los
      *                 articulos de los que es proveedor habitual.
      *
      * Con ellas se da una puntuacion de 0 a 100 (pesos 30, 30,
      * 15, 15 y 10; una medida sin datos en el trimestre no
      * cuenta y se reparte su peso) y una calificacion: A desde
      * 90, B desde 75, C desde 60 y D por debajo. El informe
      * EVALPRV.PRN es el ranking de mejor a peor, y la puntuacion
      * queda en PROVEEDOR.DAT (PRVPUN, PRVCAL, PRVTRI) para que la
      * comparativa de fuentes UD20E2 la ensene al elegir.
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
            SELECT FCOM ASSIGN TO DISK 'COMPRAS.DAT'
            RECORD KEY IS COMNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCOM.
      *
            SELECT FLCO ASSIGN TO DISK 'LINCOM.DAT'
            RECORD KEY IS LCOCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLCO.
      *
            SELECT FDPV ASSIGN TO DISK 'DEVPROV.DAT'
            RECORD KEY IS DPVNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDPV.
      *
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
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FPPV ASSIGN TO DISK 'PROPROV.DAT'
            RECORD KEY IS PPVCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPPV.
      *
            SELECT FPHI ASSIGN TO DISK 'PRECIHIS.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FPHI.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'EVALPRV.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPRV LABEL RECORD IS STANDARD.
           COPY REGPRV.
      *
       FD FCOM LABEL RECORD IS STANDARD.
           COPY REGCOM.
      *
       FD FLCO LABEL RECORD IS STANDARD.
           COPY REGLCO.
      *
       FD FDPV LABEL RECORD IS STANDARD.
           COPY REGDPV.
      *
       FD FFPR LABEL RECORD IS STANDARD.
           COPY REGFPR.
      *
       FD FLPR LABEL RECORD IS STANDARD.
           COPY REGLPR.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FPPV LABEL RECORD IS STANDARD.
           COPY REGPPV.
      *
       FD FPHI LABEL RECORD IS STANDARD.
           COPY REGPHI.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 FINLIN     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
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
      * Fechas de la linea de compra en curso (AAAAMMDD).
       77 FPR-N      PIC 9(8).
       77 FRE-N      PIC 9(8).
      *
      * Compra leida por ultima vez (las lineas vienen por compra).
       77 COM-BUS    PIC 9(6).
       77 COM-LEIDA  PIC 9(6) VALUE 0.
       77 PRV-ACT    PIC X(4).
      *
      * Acumulado del trimestre por proveedor: lineas vencidas,
      * lineas medidas en puntualidad y tardias, dias de retraso,
      * unidades pedidas y recibidas, devoluciones (numero,
      * unidades y valor), lineas de factura casadas y conformes,
      * cambios de precio y suma de sus porcentajes. Despues, los
      * porcentajes de cada medida, la puntuacion y la calificacion.
       77 NUMPRV-T   PIC 999 VALUE 0.
       77 NUMACT     PIC 999.
       77 PRVIDX     PIC 999.
       01 TABLA-PROVEEDORES.
           02 PRV-ACUM OCCURS 100 TIMES.
              03 TP-PRV  PIC X(4).
              03 TP-LIN  PIC 9(5).
              03 TP-MED  PIC 9(5).
              03 TP-TAR  PIC 9(5).
              03 TP-DIA  PIC 9(7).
              03 TP-PED  PIC 9(7).
              03 TP-REC  PIC 9(7).
              03 TP-RCL  PIC 9(5).
              03 TP-RCU  PIC 9(7).
              03 TP-RCV  PIC 9(7)V99.
              03 TP-LFA  PIC 9(5).
              03 TP-LOK  PIC 9(5).
              03 TP-NVA  PIC 9(5).
              03 TP-VAR  PIC S9(7)V99.
              03 TP-PPU  PIC 999V9.
              03 TP-PSE  PIC 999V9.
              03 TP-MDR  PIC 999V9.
              03 TP-PRC  PIC 999V9.
              03 TP-PFA  PIC 999V9.
              03 TP-PVA  PIC S999V9.
              03 TP-PTS  PIC 999.
              03 TP-CAL  PIC X.
              03 TP-ACT  PIC X.
      *
      * Ordenacion de la tabla (de mayor a menor puntuacion).
       77 ORD-I      PIC 999.
       77 ORD-J      PIC 999.
       77 ORD-MAX    PIC 999.
       77 ORD-SWAP   PIC X(114).
      *
      * Pesos de cada medida en la puntuacion (suman 100).
       77 PESO-PUN   PIC 99 VALUE 30.
       77 PESO-SER   PIC 99 VALUE 30.
       77 PESO-RCL   PIC 99 VALUE 15.
       77 PESO-FAC   PIC 99 VALUE 15.
       77 PESO-PRE   PIC 99 VALUE 10.
      *
      * Calculo de la puntuacion del proveedor en curso.
       77 SUMA-PUNTOS PIC 9(7)V99.
       77 SUMA-PESOS  PIC 999.
       77 NOTA-RCL    PIC S9(5)V9.
       77 NOTA-PRE    PIC S9(5)V9.
       77 VARIACION   PIC S9(5)V99.
       77 PRECIO-DEV  PIC 9(6)V99.
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER   PIC X(3).
       77 CAL-FECHA1 PIC 9(8).
       77 CAL-FECHA2 PIC 9(8).
       77 CAL-DIAS   PIC S9(5).
       77 CAL-OK     PIC X.
      *
      * Paginacion del listado.
       77 LINPAG     PIC 99.
       77 MAXLIN     PIC 99 VALUE 55.
      *
       77 FS-FPRV    PIC XX.
       77 FS-FCOM    PIC XX.
       77 FS-FLCO    PIC XX.
       77 FS-FDPV    PIC XX.
       77 FS-FFPR    PIC XX.
       77 FS-FLPR    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FPPV    PIC XX.
       77 FS-FPHI    PIC XX.
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
           02 FILLER  PIC X(16) VALUE SPACES.
           02 FILLER  PIC X(38) VALUE
              'EVALUACION DE PROVEEDORES - TRIMESTRE '.
           02 CAB-T   PIC 9.
           02 FILLER  PIC X     VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(20) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(26) VALUE
              ' Pos Prov Nombre'.
           02 FILLER  PIC X(54) VALUE
              'Puntu Servi Dias  Recl.   Valor Factu Prec. Nota'.
       01 CABECERA-6.
           02 FILLER  PIC X(26) VALUE SPACES.
           02 FILLER  PIC X(54) VALUE
              ' % a   % uds retr. % uds  reclam. % ok  % var'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-POS  PIC ZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PRV  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-NOM  PIC X(16).
           02 DET-PUN  PIC ZZ9,9.
           02 DET-PUN-X REDEFINES DET-PUN PIC X(5).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-SER  PIC ZZ9,9.
           02 DET-SER-X REDEFINES DET-SER PIC X(5).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-DIA  PIC ZZ9,9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-RCL  PIC ZZ9,9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-RCV  PIC ZZZ.ZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-FAC  PIC ZZ9,9.
           02 DET-FAC-X REDEFINES DET-FAC PIC X(5).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-VAR  PIC -Z9,9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PTS  PIC ZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-CAL  PIC X.
           02 FILLER   PIC X(4)  VALUE SPACES.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 FILLER   PIC X(24) VALUE 'PROVEEDORES EVALUADOS:'.
           02 TOT-NUM  PIC ZZ9.
           02 FILLER   PIC X(52) VALUE SPACES.
      *
       01 LINEA-PESOS.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 FILLER   PIC X(79) VALUE
              'Pesos: puntualidad 30, servicio 30, reclamaciones 15, fac
      -       'turas 15, precio 10.'.
       01 LINEA-ESCALA.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 FILLER   PIC X(79) VALUE
              'Calificacion: A desde 90, B desde 75, C desde 60, D por d
      -       'ebajo.'.
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
           OPEN I-O FPRV.
           IF FS-FPRV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPRV
              GOBACK.
      *
           OPEN INPUT FCOM.
           IF FS-FCOM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOM
              GOBACK.
      *
           OPEN INPUT FLCO.
           IF FS-FLCO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLCO
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
      * Devoluciones, facturas de proveedor, catalogo de fuentes e
      * historico de precios pueden no existir todavia (estado
      * '35'): esa medida queda entonces sin datos.
           OPEN INPUT FDPV.
           IF FS-FDPV NOT = '00' AND FS-FDPV NOT = '35' THEN
              PERFORM ERROR-FICHERO-FDPV
              GOBACK.
      *
           OPEN INPUT FFPR.
           IF FS-FFPR NOT = '00' AND FS-FFPR NOT = '35' THEN
              PERFORM ERROR-FICHERO-FFPR
              GOBACK.
      *
           OPEN INPUT FLPR.
           IF FS-FLPR NOT = '00' AND FS-FLPR NOT = '35' THEN
              PERFORM ERROR-FICHERO-FLPR
              GOBACK.
      *
           OPEN INPUT FPPV.
           IF FS-FPPV NOT = '00' AND FS-FPPV NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPPV
              GOBACK.
      *
           OPEN INPUT FPHI.
           IF FS-FPHI NOT = '00' AND FS-FPHI NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPHI
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
           PERFORM PEDIR-TRIMESTRE.
      *
       PEDIR-TRIMESTRE.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'EVALUACION DE PROVEEDORES'
                                  LINE  3 POSITION 27 REVERSE HIGH.
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
      * Proceso del programa: acumula el trimestre fichero a
      * fichero, puntua, ordena, lista y guarda la puntuacion
      * ************************************************
        PROCESO.
           PERFORM MEDIR-ENTREGAS.
           IF FS-FDPV NOT = '35' THEN
              PERFORM MEDIR-RECLAMACIONES.
           IF FS-FFPR NOT = '35' AND FS-FLPR NOT = '35' THEN
              PERFORM MEDIR-FACTURAS.
           IF FS-FPHI NOT = '35' THEN
              PERFORM MEDIR-PRECIOS.
      *
           PERFORM PUNTUAR-PROVEEDOR
              VARYING PRVIDX FROM 1 BY 1 UNTIL PRVIDX > NUMPRV-T.
      *
      * Fuera los que no tuvieron entregas ni facturas en el
      * trimestre: no hay con que puntuarlos.
           MOVE 0 TO NUMACT.
           PERFORM COMPACTAR-TABLA
              VARYING PRVIDX FROM 1 BY 1 UNTIL PRVIDX > NUMPRV-T.
           MOVE NUMACT TO NUMPRV-T.
      *
           PERFORM PASADA-ORDEN
              VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I NOT < NUMPRV-T.
      *
           PERFORM LISTAR-PROVEEDOR
              VARYING PRVIDX FROM 1 BY 1 UNTIL PRVIDX > NUMPRV-T.
           PERFORM TOTAL-INFORME.
      *
           DISPLAY 'INFORME GENERADO EN EVALPRV.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FDPV NOT = '35' THEN
              CLOSE FDPV.
           IF FS-FFPR NOT = '35' THEN
              CLOSE FFPR.
           IF FS-FLPR NOT = '35' THEN
              CLOSE FLPR.
           IF FS-FPPV NOT = '35' THEN
              CLOSE FPPV.
           IF FS-FPHI NOT = '35' THEN
              CLOSE FPHI.
           CLOSE FPRV FCOM FLCO FPROD FLISTA.
      *
      * ************************************************
      * Busca (o da de alta) el proveedor PRV-ACT en la tabla;
      * con la tabla llena PRVIDX queda fuera de ella
      * ************************************************
       BUSCAR-PROVEEDOR.
           PERFORM VARYING PRVIDX FROM 1 BY 1
              UNTIL PRVIDX > NUMPRV-T OR TP-PRV(PRVIDX) = PRV-ACT.
           IF PRVIDX > NUMPRV-T AND NUMPRV-T < 100 THEN
              ADD 1 TO NUMPRV-T
              MOVE NUMPRV-T TO PRVIDX
              MOVE PRV-ACT TO TP-PRV(PRVIDX)
              MOVE 0 TO TP-LIN(PRVIDX) TP-MED(PRVIDX) TP-TAR(PRVIDX)
                        TP-DIA(PRVIDX) TP-PED(PRVIDX) TP-REC(PRVIDX)
                        TP-RCL(PRVIDX) TP-RCU(PRVIDX) TP-RCV(PRVIDX)
                        TP-LFA(PRVIDX) TP-LOK(PRVIDX) TP-NVA(PRVIDX)
                        TP-VAR(PRVIDX).
      *
      * ************************************************
      * Entregas: lineas de compra con la fecha prometida en el
      * trimestre y ya vencida
      * ************************************************
       MEDIR-ENTREGAS.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO LCOCOM.
           MOVE ZEROS TO LCONUM.
           START FLCO KEY IS NOT LESS LCOCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FLCO NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
           PERFORM REVISAR-ENTREGA UNTIL FINLEC = 'S'.
      *
       REVISAR-ENTREGA.
           MOVE LCOFPR TO FPR-N.
           IF LCPAA = SEL-AA AND LCPMM NOT < MES-DESDE
                             AND LCPMM NOT > MES-HASTA
                             AND FPR-N NOT > FECHA THEN
              MOVE LCOCOM TO COM-BUS
              PERFORM PROVEEDOR-COMPRA.
           IF LCPAA = SEL-AA AND LCPMM NOT < MES-DESDE
                             AND LCPMM NOT > MES-HASTA
                             AND FPR-N NOT > FECHA
                             AND EXISTE = SPACES THEN
              PERFORM BUSCAR-PROVEEDOR.
           IF LCPAA = SEL-AA AND LCPMM NOT < MES-DESDE
                             AND LCPMM NOT > MES-HASTA
                             AND FPR-N NOT > FECHA
                             AND EXISTE = SPACES
                             AND PRVIDX NOT > NUMPRV-T THEN
              PERFORM SUMAR-ENTREGA.
      *
           READ FLCO NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * Proveedor de la compra de la linea (la cabecera solo se
      * relee al cambiar de compra).
       PROVEEDOR-COMPRA.
           IF COM-BUS NOT = COM-LEIDA THEN
              PERFORM LEER-COMPRA
              MOVE COM-BUS TO COM-LEIDA.
           IF EXISTE = 'N' THEN
              MOVE SPACES TO PRV-ACT
            ELSE
              MOVE COMPRV TO PRV-ACT.
      *
       LEER-COMPRA.
           MOVE COM-BUS TO COMNUM.
           MOVE SPACES TO EXISTE.
           READ FCOM RECORD KEY IS COMNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       SUMAR-ENTREGA.
           ADD 1      TO TP-LIN(PRVIDX).
           ADD LCOCAN TO TP-PED(PRVIDX).
           ADD LCOREC TO TP-REC(PRVIDX).
      *
      * Sin nada recibido, la linea va tarde hasta hoy. Recibida
      * sin fecha de entrada (anterior a guardarla), no se puede
      * medir su puntualidad.
           MOVE LCOFRE TO FRE-N.
           IF LCOREC = 0 THEN
              MOVE FECHA TO FRE-N.
           IF FRE-N NOT = ZEROS THEN
              ADD 1 TO TP-MED(PRVIDX).
           IF FRE-N NOT = ZEROS AND FRE-N > FPR-N THEN
              PERFORM SUMAR-RETRASO.
      *
       SUMAR-RETRASO.
           ADD 1 TO TP-TAR(PRVIDX).
           MOVE 'DIF'  TO CAL-OPER.
           MOVE FPR-N  TO CAL-FECHA1.
           MOVE FRE-N  TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           IF CAL-OK NOT = 'N' AND CAL-DIAS > 0 THEN
              ADD CAL-DIAS TO TP-DIA(PRVIDX).
      *
      * ************************************************
      * Reclamaciones: devoluciones del trimestre, en unidades y
      * valoradas a precio de la fuente (o a coste)
      * ************************************************
       MEDIR-RECLAMACIONES.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO DPVNUM.
           START FDPV KEY IS NOT LESS DPVNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FDPV NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
           PERFORM REVISAR-DEVOLUCION UNTIL FINLEC = 'S'.
      *
       REVISAR-DEVOLUCION.
           MOVE DPVCOM TO COM-BUS.
           IF DPVAA = SEL-AA AND DPVMM NOT < MES-DESDE
                             AND DPVMM NOT > MES-HASTA THEN
              PERFORM PROVEEDOR-COMPRA.
           IF DPVAA = SEL-AA AND DPVMM NOT < MES-DESDE
                             AND DPVMM NOT > MES-HASTA
                             AND EXISTE = SPACES THEN
              PERFORM BUSCAR-PROVEEDOR.
           IF DPVAA = SEL-AA AND DPVMM NOT < MES-DESDE
                             AND DPVMM NOT > MES-HASTA
                             AND EXISTE = SPACES
                             AND PRVIDX NOT > NUMPRV-T THEN
              PERFORM SUMAR-DEVOLUCION.
      *
           READ FDPV NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       SUMAR-DEVOLUCION.
           ADD 1      TO TP-RCL(PRVIDX).
           ADD DPVCAN TO TP-RCU(PRVIDX).
      *
           MOVE 0 TO PRECIO-DEV.
           IF FS-FPPV NOT = '35' THEN
              PERFORM LEER-PRODUCTO-PROV
              MOVE PPVPRE TO PRECIO-DEV.
           IF PRECIO-DEV = 0 THEN
              PERFORM LEER-PRODUCTO
              MOVE PROCOS TO PRECIO-DEV.
           COMPUTE TP-RCV(PRVIDX) = TP-RCV(PRVIDX)
                                  + DPVCAN * PRECIO-DEV.
      *
       LEER-PRODUCTO-PROV.
           MOVE DPVPRO  TO PPVPRO.
           MOVE PRV-ACT TO PPVPRV.
           READ FPPV RECORD KEY IS PPVCLAVE INVALID KEY
                                 MOVE 0 TO PPVPRE.
      *
       LEER-PRODUCTO.
           MOVE DPVPRO TO PROCOD.
           MOVE 0 TO PROCOS.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 0 TO PROCOS.
      *
      * ************************************************
      * Facturas: lineas casadas (conformes o discrepantes) de las
      * facturas de proveedor del trimestre
      * ************************************************
       MEDIR-FACTURAS.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO FPRNUM.
           START FFPR KEY IS NOT LESS FPRNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFPR NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
           PERFORM REVISAR-FACTURA UNTIL FINLEC = 'S'.
      *
       REVISAR-FACTURA.
           MOVE FPRPRV TO PRV-ACT.
           IF FPRAA = SEL-AA AND FPRMM NOT < MES-DESDE
                             AND FPRMM NOT > MES-HASTA THEN
              PERFORM BUSCAR-PROVEEDOR.
           IF FPRAA = SEL-AA AND FPRMM NOT < MES-DESDE
                             AND FPRMM NOT > MES-HASTA
                             AND PRVIDX NOT > NUMPRV-T THEN
              PERFORM SUMAR-FACTURA.
      *
           READ FFPR NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       SUMAR-FACTURA.
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
           PERFORM SUMAR-LINEA-FACTURA UNTIL FINLIN = 'S'.
      *
       SUMAR-LINEA-FACTURA.
           IF LPR-CONFORME OR LPR-DISCREPANTE THEN
              ADD 1 TO TP-LFA(PRVIDX).
           IF LPR-CONFORME THEN
              ADD 1 TO TP-LOK(PRVIDX).
      *
           READ FLPR NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LPRFAC NOT = FPRNUM THEN
              MOVE 'S' TO FINLIN.
      *
      * ************************************************
      * Precio: cambios de precio del trimestre de los articulos
      * de cada proveedor habitual
      * ************************************************
       MEDIR-PRECIOS.
           MOVE SPACE TO FINLEC.
           READ FPHI NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-PRECIO UNTIL FINLEC = 'S'.
      *
       REVISAR-PRECIO.
           MOVE SPACES TO PRV-ACT.
           IF PHIAA = SEL-AA AND PHIMM NOT < MES-DESDE
                             AND PHIMM NOT > MES-HASTA
                             AND PHIPREANT > 0
                             AND PHIPRENUE NOT = PHIPREANT THEN
              PERFORM PROVEEDOR-ARTICULO.
           IF PRV-ACT NOT = SPACES THEN
              PERFORM BUSCAR-PROVEEDOR.
           IF PRV-ACT NOT = SPACES AND PRVIDX NOT > NUMPRV-T THEN
              COMPUTE VARIACION ROUNDED =
                      (PHIPRENUE - PHIPREANT) * 100 / PHIPREANT
              ADD 1 TO TP-NVA(PRVIDX)
              ADD VARIACION TO TP-VAR(PRVIDX).
      *
           READ FPHI NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       PROVEEDOR-ARTICULO.
           MOVE PHICOD TO PROCOD.
           MOVE SPACES TO PROPRV.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE SPACES TO PROPRV.
           MOVE PROPRV TO PRV-ACT.
      *
      * ************************************************
      * Porcentajes de cada medida y puntuacion: cada medida con
      * datos aporta su nota (0-100) por su peso
      * ************************************************
       PUNTUAR-PROVEEDOR.
           MOVE 0 TO TP-PPU(PRVIDX) TP-PSE(PRVIDX) TP-MDR(PRVIDX)
                     TP-PRC(PRVIDX) TP-PFA(PRVIDX) TP-PVA(PRVIDX).
           MOVE 0 TO SUMA-PUNTOS.
           MOVE 0 TO SUMA-PESOS.
      *
           IF TP-MED(PRVIDX) > 0 THEN
              COMPUTE TP-PPU(PRVIDX) ROUNDED =
                 (TP-MED(PRVIDX) - TP-TAR(PRVIDX)) * 100
                 / TP-MED(PRVIDX)
              COMPUTE SUMA-PUNTOS = SUMA-PUNTOS
                                  + TP-PPU(PRVIDX) * PESO-PUN
              ADD PESO-PUN TO SUMA-PESOS.
           IF TP-TAR(PRVIDX) > 0 THEN
              COMPUTE TP-MDR(PRVIDX) ROUNDED =
                 TP-DIA(PRVIDX) / TP-TAR(PRVIDX).
      *
           IF TP-PED(PRVIDX) > 0 THEN
              COMPUTE TP-PSE(PRVIDX) ROUNDED =
                 TP-REC(PRVIDX) * 100 / TP-PED(PRVIDX)
              IF TP-PSE(PRVIDX) > 100 THEN
                 MOVE 100 TO TP-PSE(PRVIDX).
           IF TP-PED(PRVIDX) > 0 THEN
              COMPUTE SUMA-PUNTOS = SUMA-PUNTOS
                                  + TP-PSE(PRVIDX) * PESO-SER
              ADD PESO-SER TO SUMA-PESOS.
      *
      * Reclamaciones: cada punto de unidades devueltas sobre las
      * recibidas resta cinco a la nota (un 20 % la deja a cero).
           IF TP-REC(PRVIDX) > 0 THEN
              COMPUTE TP-PRC(PRVIDX) ROUNDED =
                 TP-RCU(PRVIDX) * 100 / TP-REC(PRVIDX)
                 ON SIZE ERROR MOVE 999,9 TO TP-PRC(PRVIDX).
           COMPUTE NOTA-RCL = 100 - TP-PRC(PRVIDX) * 5.
           IF NOTA-RCL < 0 THEN
              MOVE 0 TO NOTA-RCL.
           COMPUTE SUMA-PUNTOS = SUMA-PUNTOS + NOTA-RCL * PESO-RCL.
           ADD PESO-RCL TO SUMA-PESOS.
      *
           IF TP-LFA(PRVIDX) > 0 THEN
              COMPUTE TP-PFA(PRVIDX) ROUNDED =
                 TP-LOK(PRVIDX) * 100 / TP-LFA(PRVIDX)
              COMPUTE SUMA-PUNTOS = SUMA-PUNTOS
                                  + TP-PFA(PRVIDX) * PESO-FAC
              ADD PESO-FAC TO SUMA-PESOS.
      *
      * Precio: cada punto de subida media resta diez a la nota;
      * mantener o bajar precios no resta.
           IF TP-NVA(PRVIDX) > 0 THEN
              COMPUTE TP-PVA(PRVIDX) ROUNDED =
                 TP-VAR(PRVIDX) / TP-NVA(PRVIDX)
                 ON SIZE ERROR MOVE 999,9 TO TP-PVA(PRVIDX).
           MOVE 100 TO NOTA-PRE.
           IF TP-PVA(PRVIDX) > 0 THEN
              COMPUTE NOTA-PRE = 100 - TP-PVA(PRVIDX) * 10.
           IF NOTA-PRE < 0 THEN
              MOVE 0 TO NOTA-PRE.
           COMPUTE SUMA-PUNTOS = SUMA-PUNTOS + NOTA-PRE * PESO-PRE.
           ADD PESO-PRE TO SUMA-PESOS.
      *
           COMPUTE TP-PTS(PRVIDX) ROUNDED = SUMA-PUNTOS / SUMA-PESOS.
           PERFORM CALIFICAR.
      *
           MOVE 'N' TO TP-ACT(PRVIDX).
           IF TP-LIN(PRVIDX) > 0 OR TP-LFA(PRVIDX) > 0 THEN
              MOVE 'S' TO TP-ACT(PRVIDX).
      *
       CALIFICAR.
           IF TP-PTS(PRVIDX) NOT < 90 THEN
              MOVE 'A' TO TP-CAL(PRVIDX)
            ELSE
              IF TP-PTS(PRVIDX) NOT < 75 THEN
                 MOVE 'B' TO TP-CAL(PRVIDX)
               ELSE
                 IF TP-PTS(PRVIDX) NOT < 60 THEN
                    MOVE 'C' TO TP-CAL(PRVIDX)
                  ELSE
                    MOVE 'D' TO TP-CAL(PRVIDX).
      *
       COMPACTAR-TABLA.
           IF TP-ACT(PRVIDX) = 'S' THEN
              ADD 1 TO NUMACT
              MOVE PRV-ACUM(PRVIDX) TO PRV-ACUM(NUMACT).
      *
      * ************************************************
      * Ordena la tabla de mayor a menor puntuacion (a igualdad,
      * por codigo de proveedor)
      * ************************************************
       PASADA-ORDEN.
           MOVE ORD-I TO ORD-MAX.
           PERFORM BUSCAR-MAXIMO
              VARYING ORD-J FROM ORD-I BY 1 UNTIL ORD-J > NUMPRV-T.
           IF ORD-MAX NOT = ORD-I THEN
              MOVE PRV-ACUM(ORD-I)   TO ORD-SWAP
              MOVE PRV-ACUM(ORD-MAX) TO PRV-ACUM(ORD-I)
              MOVE ORD-SWAP          TO PRV-ACUM(ORD-MAX).
      *
       BUSCAR-MAXIMO.
           IF TP-PTS(ORD-J) > TP-PTS(ORD-MAX) THEN
              MOVE ORD-J TO ORD-MAX
            ELSE
              IF TP-PTS(ORD-J) = TP-PTS(ORD-MAX)
                   AND TP-PRV(ORD-J) < TP-PRV(ORD-MAX) THEN
                 MOVE ORD-J TO ORD-MAX.
      *
      * ************************************************
      * Linea del ranking y puntuacion guardada en el proveedor
      * ************************************************
       LISTAR-PROVEEDOR.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           MOVE TP-PRV(PRVIDX) TO PRVCOD.
           MOVE SPACES TO EXISTE.
           READ FPRV RECORD KEY IS PRVCOD INVALID KEY
                                 MOVE 'N' TO EXISTE
                                 MOVE '(sin proveedor)' TO PRVNOM.
      *
           MOVE PRVIDX         TO DET-POS.
           MOVE TP-PRV(PRVIDX) TO DET-PRV.
           MOVE PRVNOM         TO DET-NOM.
           MOVE TP-PPU(PRVIDX) TO DET-PUN.
           IF TP-MED(PRVIDX) = 0 THEN
              MOVE SPACES TO DET-PUN-X.
           MOVE TP-PSE(PRVIDX) TO DET-SER.
           IF TP-PED(PRVIDX) = 0 THEN
              MOVE SPACES TO DET-SER-X.
           MOVE TP-MDR(PRVIDX) TO DET-DIA.
           MOVE TP-PRC(PRVIDX) TO DET-RCL.
           MOVE TP-RCV(PRVIDX) TO DET-RCV.
           MOVE TP-PFA(PRVIDX) TO DET-FAC.
           IF TP-LFA(PRVIDX) = 0 THEN
              MOVE SPACES TO DET-FAC-X.
           MOVE TP-PVA(PRVIDX) TO DET-VAR.
           MOVE TP-PTS(PRVIDX) TO DET-PTS.
           MOVE TP-CAL(PRVIDX) TO DET-CAL.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           IF EXISTE = SPACES THEN
              PERFORM GUARDAR-PUNTUACION.
      *
       GUARDAR-PUNTUACION.
           MOVE TP-PTS(PRVIDX) TO PRVPUN.
           MOVE TP-CAL(PRVIDX) TO PRVCAL.
           MOVE TRIM-SEL       TO PRVTRI.
           REWRITE REGPRV.
           IF FS-FPRV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPRV.
      *
      * ************************************************
      * Pie del informe: proveedores evaluados, pesos y escala
      * ************************************************
       TOTAL-INFORME.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
           MOVE NUMPRV-T TO TOT-NUM.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-PESOS AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-ESCALA AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Cabecera de pagina del informe
      * ************************************************
       CABECERA-HOJA.
           MOVE FF2    TO CAB-FEC.
           MOVE SEL-T  TO CAB-T.
           MOVE SEL-AA TO CAB-AA.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-6 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 7 TO LINPAG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPRV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPRV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLCO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLCO   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FDPV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDPV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFPR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFPR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLPR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLPR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPPV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPPV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPHI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPHI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
