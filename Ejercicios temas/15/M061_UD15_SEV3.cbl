      * corta (marcada para reclamar) si entro de menos. Cuando
      * todas las lineas quedan completas, la cabecera pasa a
      * recibida.
      * Una compra de entrega directa (COMPED, abierta por COMDIR)
      * no entra en el almacen: lo que se anota es que el proveedor
      * ha entregado al cliente. No hay lote, ni PROQTY, ni
      * movimiento; el precio queda como coste del articulo, y al
      * completarse la linea su linea de venta pasa a servida en
      * BACKORD.DAT, con lo que el pedido ya puede facturarse.
      * De los articulos con control de serie (PRO-SERIE) se
      * captura el numero de serie de cada unidad recibida, que
      * queda en almacen con el proveedor y la compra de origen
      * (rutina comun NSERIE).
      * Lo pedido, lo recibido y lo que entra se ven y se teclean
      * en unidades de compra (cajas de LCOFCO unidades), y el
      * precio es el de la caja; al stock, a MOVIMIENT.DAT y al
      * coste medio pasan en unidades.
      * Cada pasada que mete genero en el almacen abre una entrada
      * (numerada desde ENTRADAS.CTR) con una linea por linea de
      * compra recibida en ENTRADAS.DAT: cantidad, precio por unidad
      * y peso, sobre las que UD20E9 reparte despues los gastos de
      * importacion.
      * Un lote nuevo guarda la fecha de su entrada (LOTFEN), que
      * con la caducidad da su vida total para la vida util minima
      * en porcentaje que exigen algunos clientes.
      * Cada compra recibida deja en UBICAR.PRN su lista de
      * ubicacion: a que hueco va cada linea segun los huecos de
      * UBIPROD.DAT (UD19E2). Se llena primero el hueco de picking
      * hasta su capacidad y el resto va al de reserva; lo que no
      * cabe en ninguno se marca sin sitio y se cuenta con la
      * reserva, para que la reposicion UD19E18 lo baje antes.
      * La linea que queda recibida cierra su tarea de reclamacion
      * de la bandeja de los operadores (rutina comun TAREA).
      * La linea que recibe genero guarda la fecha de la entrada
      * (LCOFRE), con la que la evaluacion de proveedores UD20E11
      * compara la fecha prometida.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FLOT.
      *
      * Lineas de venta pendientes: la de entrega directa se da
      * por servida al recibir la confirmacion del proveedor.
            SELECT FBO ASSIGN TO DISK 'BACKORD.DAT'
            RECORD KEY IS BOCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FBO.
      *
      * Entradas de genero, base del reparto de los gastos de
      * importacion, y su contador, gemelo de COMPRAS.CTR.
            SELECT FENT ASSIGN TO DISK 'ENTRADAS.DAT'
            RECORD KEY IS ENTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FENT.
      *
            SELECT FECT ASSIGN TO DISK 'ENTRADAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FECT.
      *
      * Huecos de estanteria (UD19E2): hueco de picking y de
      * reserva de cada producto en el almacen, con su capacidad.
            SELECT FUBP ASSIGN TO DISK 'UBIPROD.DAT'
            RECORD KEY IS UBPCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FUBP.
      *
      * Lista de ubicacion de lo recibido en la sesion.
            SELECT FLUB ASSIGN TO DISK 'UBICAR.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLUB.
123456*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FUBI LABEL RECORD IS STANDARD.
           COPY REGUBI.
      *
       FD FBO LABEL RECORD IS STANDARD.
           COPY REGBO.
      *
       FD FENT LABEL RECORD IS STANDARD.
           COPY REGENT.
      *
       FD FECT LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FUBP LABEL RECORD IS STANDARD.
           COPY REGUBP.
      *
       FD FLUB LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
123456*
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 COMNUM-E   PIC 9(6).
       77 CANT-E     PIC 99999.
      *
      * Unidades por caja de la linea en curso (LCOFCO, a cero
      * vale 1) y cantidades de la linea en cajas.
       77 FACTOR-L   PIC 999.
       77 CAJAS-E    PIC 99999.
       77 CAJAS-PED  PIC 99999.
       77 CAJAS-REC  PIC 99999.
      *
      * Pendiente de la linea en curso y recuento de lineas que
      * quedan incompletas tras la recepcion.
       77 PENDIENTE  PIC 9(5).
       77 FECHA-OK   PIC X.
       77 FECHA-MSG  PIC X(40).
      *
      * Numero de serie tecleado y series ya aceptadas de la
      * entrada en curso.
       77 SERIE-E    PIC X(20).
       77 NUMSER-E   PIC 99999.
       01 TXT-SERIE.
           02 FILLER  PIC X(6)  VALUE 'Serie '.
           02 TXS-NUM PIC ZZZZ9.
           02 FILLER  PIC X(4)  VALUE ' de '.
           02 TXS-TOT PIC ZZZZ9.
           02 FILLER  PIC X     VALUE ':'.
      *
      * Argumentos de la rutina comun NSERIE.
       77 NSR-OPER   PIC X(3).
       77 NSR-PRO    PIC X(4).
       77 NSR-NUM    PIC X(20).
       77 NSR-UBI    PIC XX.
       77 NSR-TER    PIC X(4).
       77 NSR-DOC    PIC 9(6).
       77 NSR-FEC    PIC 9(8).
       77 NSR-OK     PIC X.
       77 NSR-MSG    PIC X(40).
      *
      * Caducidad tecleada descompuesta (DDMMAAAA).
       01 FCAD.
           02 FCD-DD  PIC 99.
       77 FS-FCOM    PIC XX.
       77 FS-FLCO    PIC XX.
       77 FS-FMOV    PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FSUB    PIC XX.
       77 FS-FLOT    PIC XX.
       77 FS-FBO     PIC XX.
       77 BO-EXISTE  PIC X.
       77 FS-FENT    PIC XX.
       77 FS-FECT    PIC XX.
      *
      * Entrada abierta en la pasada en curso (a cero hasta que
      * entra la primera linea) y su ultima linea grabada.
       77 ENTNUM-E   PIC 9(6).
       77 ENTLIN-E   PIC 9999.
      *
      * Almacen contra el que trabaja la sesion (en blanco, el
      * principal '01'), validado contra UBICA.DAT.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Huecos del producto en curso: UBIPROD.DAT puede no existir
      * (HAY-HUECOS = 'N') y entonces todo sale sin hueco.
       77 FS-FUBP    PIC XX.
       77 FS-FLUB    PIC XX.
       77 HAY-HUECOS PIC X.
       77 UBP-EXISTE PIC X.
      *
      * Reparto de la cantidad recibida: stock del almacen antes
      * de la entrada, lo que habia en picking, y lo que va al
      * picking, a la reserva y lo que no cabe en ninguno.
       77 STOCK-ANT  PIC S9(6).
       77 EN-PICKING PIC S9(6).
       77 A-PICKING  PIC S9(6).
       77 A-RESERVA  PIC S9(6).
       77 LIBRE-RES  PIC S9(6).
       77 SIN-SITIO  PIC S9(6).
      *
      * Paginacion de la lista de ubicacion ('N' en UBICAR-CAB:
      * la compra en curso aun no tiene cabecera).
       77 UBICAR-CAB PIC X.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       01 CABECERA-UB1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'Empresa distribuidora, S.A.'.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pagina: '.
           02 CAB-PAG PIC ZZ9.
           02 FILLER  PIC X(8)  VALUE SPACES.
      *
       01 CABECERA-UB2.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'Grupo D&S'.
           02 FILLER  PIC X(50) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-UB4.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(27) VALUE 'LISTA DE UBICACION  Compra '.
           02 CAB-COM PIC 9(6).
           02 FILLER  PIC X(11) VALUE '  Entrada: '.
           02 CAB-ENT PIC 9(6).
           02 FILLER  PIC X(11) VALUE '  Almacen: '.
           02 CAB-ALM PIC XX.
           02 FILLER  PIC X(14) VALUE SPACES.
      *
       01 CABECERA-UB5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(27) VALUE 'Prod.  Descripcion'.
           02 FILLER  PIC X(8)  VALUE 'Cantidad'.
           02 FILLER  PIC X(12) VALUE '    Hueco'.
           02 FILLER  PIC X(12) VALUE '  Destino'.
           02 FILLER  PIC X(18) VALUE '  Lote'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-UBICAR.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 UBC-PRO  PIC X(4).
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 UBC-DES  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 UBC-CAN  PIC ZZ.ZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 UBC-HUE  PIC X(7).
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 UBC-DST  PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 UBC-LOT  PIC X(10).
           02 FILLER   PIC X(6)  VALUE SPACES.
      *
      * Argumentos de la rutina comun DIARIO, que anota la imagen
      * de cada operacion sobre los maestros en DIARIO.DAT.
       77 JRN-FICHERO PIC X(8).
           02 MM2     PIC 99.
           02 GT2     PIC X   VALUE '/'.
           02 AA2     PIC 9999.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM COMPROBAR-PERIODO.
           IF PRA-CERRADO THEN
              PERFORM AVISAR-MES-CERRADO
              GOBACK.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
              PERFORM ERROR-FICHERO-FLOT
              GOBACK.
      *
      * BACKORD.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio.
           OPEN I-O FBO.
           IF FS-FBO = '35' THEN
              OPEN OUTPUT FBO
              CLOSE FBO
              OPEN I-O FBO.
           IF FS-FBO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FBO
              GOBACK.
      *
      * ENTRADAS.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio. ENTRADAS.CTR se crea con un unico
      * registro en cero, igual que COMPRAS.CTR en UD15E2.
           OPEN I-O FENT.
           IF FS-FENT = '35' THEN
              OPEN OUTPUT FENT
              CLOSE FENT
              OPEN I-O FENT.
           IF FS-FENT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FENT
              GOBACK.
      *
           OPEN I-O FECT.
           IF FS-FECT = '35' THEN
              OPEN OUTPUT FECT
              MOVE 'E' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FECT
              OPEN I-O FECT.
           IF FS-FECT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FECT
              GOBACK.
      *
      * UBIPROD.DAT puede no existir todavia (estado '35'): sin
      * huecos dados de alta, todo sale en la lista sin hueco.
           MOVE 'S' TO HAY-HUECOS.
           OPEN I-O FUBP.
           IF FS-FUBP = '35' THEN
              MOVE 'N' TO HAY-HUECOS.
           IF FS-FUBP NOT = '00' AND FS-FUBP NOT = '35' THEN
              PERFORM ERROR-FICHERO-FUBP
              GOBACK.
      *
           OPEN OUTPUT FLUB.
           IF FS-FLUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLUB
              GOBACK.
           MOVE 0 TO NUMPAG.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
        FIN.
           IF FS-FUBI = '00' OR FS-FUBI = '10' THEN
              CLOSE FUBI.
           IF HAY-HUECOS = 'S' THEN
              CLOSE FUBP.
           CLOSE FPRV FPROD FCOM FLCO FMOV FSUB FLOT FBO FENT FECT.
           CLOSE FLUB.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
           READ FPRV RECORD KEY IS PRVCOD INVALID KEY
                                 MOVE '(sin proveedor)' TO PRVNOM.
           DISPLAY PRVNOM LINE  7 POSITION 24.
           IF COMPED NOT = 0 THEN
              DISPLAY 'Entrega directa, pedido:'
                             LINE  6 POSITION 45 HIGH
              DISPLAY COMPED LINE  6 POSITION 70.
      *
           MOVE 0 TO NUMCORTAS.
           MOVE 0 TO ENTNUM-E.
           MOVE 0 TO ENTLIN-E.
           MOVE 'N' TO UBICAR-CAB.
           PERFORM RECORRER-LINEAS.
           IF ENTNUM-E NOT = 0 THEN
              DISPLAY 'Entrada de almacen:'
                               LINE  6 POSITION 45 HIGH
              DISPLAY ENTNUM-E LINE  6 POSITION 65.
           IF UBICAR-CAB = 'S' THEN
              DISPLAY 'Guardar segun la lista UBICAR.PRN'
                               LINE  8 POSITION 45 HIGH.
      *
      * Si no queda ninguna linea incompleta, la compra entera pasa
      * a recibida; si no, sigue abierta con sus cortas marcadas.
              DISPLAY PRODES LINE 11 POSITION 25
            ELSE
              DISPLAY '(sin producto)' LINE 11 POSITION 25.
           MOVE LCOFCO TO FACTOR-L.
           IF FACTOR-L = 0 THEN
              MOVE 1 TO FACTOR-L.
           COMPUTE CAJAS-PED = LCOCAN / FACTOR-L.
           COMPUTE CAJAS-REC = LCOREC / FACTOR-L.
           DISPLAY CAJAS-PED LINE 11 POSITION 44.
           DISPLAY CAJAS-REC LINE 11 POSITION 53.
           IF FACTOR-L > 1 THEN
              DISPLAY 'x'      LINE 11 POSITION 67
              DISPLAY FACTOR-L LINE 11 POSITION 69.
      *
           MOVE ZEROS TO CAJAS-E.
           ACCEPT CAJAS-E LINE 11 POSITION 61 NO BEEP.
           COMPUTE CANT-E = CAJAS-E * FACTOR-L.
      *
      * Lo recibido no puede pasar de lo pendiente de la linea.
           COMPUTE PENDIENTE = LCOCAN - LCOREC.
              MOVE PENDIENTE TO CANT-E.
      *
      * Lote y caducidad de esta entrada (lote en blanco para los
      * articulos sin control de lote). La entrega directa no
      * tiene lote: el genero no pasa por el almacen.
           IF CANT-E > 0 AND COMPED = 0 THEN
              MOVE 'N' TO LOTE-OK
              PERFORM CAPTURAR-LOTE UNTIL LOTE-OK = 'S'.
      *
      * Una serie por unidad en los articulos con control de
      * serie.
           IF CANT-E > 0 AND EXISTE = SPACES AND COMPED = 0
                AND PRO-SERIE THEN
              PERFORM CAPTURAR-SERIES.
      *
      * Precio de compra de esta entrada, para el coste medio
      * ponderado del articulo: se teclea el de la caja y se pasa
      * a precio por unidad.
           IF CANT-E > 0 THEN
              DISPLAY 'Precio compra:' LINE 13 POSITION 10 HIGH
              MOVE ZEROS TO COSTE-E
              ACCEPT COSTE-E LINE 13 POSITION 25 NO BEEP
              DISPLAY SPACES LINE 13 POSITION 10 ERASE EOL.
           IF CANT-E > 0 AND FACTOR-L > 1 THEN
              COMPUTE COSTE-E ROUNDED = COSTE-E / FACTOR-L.
      *
           IF CANT-E > 0 AND EXISTE = SPACES AND COMPED NOT = 0 THEN
              PERFORM COSTE-DIRECTO.
      *
           IF CANT-E > 0 AND EXISTE = SPACES AND COMPED = 0 THEN
              PERFORM CALCULAR-COSTE-MEDIO
              ADD CANT-E TO PROQTY
              REWRITE REGPRO
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
                 PERFORM GRABAR-MOVIMIENTO
                 PERFORM GRABAR-ENTRADA
                 PERFORM UBICAR-LINEA
               ELSE
                 PERFORM ERROR-FICHERO-FPROD.
      *
           IF CANT-E > 0 THEN
              ADD CANT-E TO LCOREC
              MOVE FECHA TO LCOFRE.
      *
           IF LCOREC NOT < LCOCAN THEN
              SET LCO-RECIBIDA TO TRUE
           REWRITE REGLCO.
           IF FS-FLCO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLCO.
      *
           IF LCO-RECIBIDA AND COMPED NOT = 0 THEN
              PERFORM SERVIR-DIRECTO.
           IF LCO-RECIBIDA THEN
              PERFORM CERRAR-TAREA.
      *
           DISPLAY SPACES LINE 11 POSITION 10 ERASE EOL.
      *
      * La linea completa cierra la tarea de reclamarla que le
      * hubiera abierto la lista de retrasos UD20E4.
       CERRAR-TAREA.
           MOVE 'C'        TO TAN-OPER.
           MOVE 'COMATR'   TO TAN-TIPO.
           MOVE LCOCLAVE   TO TAN-REF.
           MOVE 'UD15E3'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
       LEER-SIGUIENTE-LINEA.
           READ FLCO NEXT RECORD AT END MOVE 'S' TO FINLEC.
           MOVE MOVMOT-E TO MOVMOT.
           MOVE UBICOD-E TO MOVUBI.
           MOVE LOTE-E TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
              PERFORM ACTUALIZAR-LOTE.
      *
      * ************************************************
      * Anota la linea recibida en la entrada de la pasada; la
      * primera linea que entra abre la entrada con el siguiente
      * numero de ENTRADAS.CTR
      * ************************************************
       GRABAR-ENTRADA.
           IF ENTNUM-E = 0 THEN
              PERFORM SIGUIENTE-ENTRADA.
           ADD 1 TO ENTLIN-E.
           MOVE ENTNUM-E TO ENTNUM.
           MOVE ENTLIN-E TO ENTLIN.
           MOVE COMNUM-E TO ENTCOM.
           MOVE LCONUM   TO ENTLCO.
           MOVE COMPRV   TO ENTPRV.
           MOVE PROCOD   TO ENTPRO.
           MOVE UBICOD-E TO ENTUBI.
           MOVE AA1      TO ENFAA.
           MOVE MM1      TO ENFMM.
           MOVE DD1      TO ENFDD.
           MOVE CANT-E   TO ENTCAN.
           MOVE COSTE-E  TO ENTPRE.
           COMPUTE ENTPES = CANT-E * PROPES.
           MOVE ZEROS    TO ENTGAS.
           WRITE REGENT.
           IF FS-FENT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FENT.
      *
       SIGUIENTE-ENTRADA.
           MOVE 'E' TO CTRID.
           READ FECT WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FECT.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO ENTNUM-E.
           REWRITE REGCTR.
           IF FS-FECT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FECT.
           UNLOCK FECT.
      *
      * ************************************************
      * Dice a que hueco va lo recibido de la linea: primero al
      * de picking hasta su capacidad y el resto al de reserva
      * ************************************************
       UBICAR-LINEA.
           MOVE 'N' TO UBP-EXISTE.
           IF HAY-HUECOS = 'S' THEN
              MOVE PROCOD   TO UBPPRO
              MOVE UBICOD-E TO UBPUBI
              MOVE 'S' TO UBP-EXISTE
              READ FUBP RECORD KEY IS UBPCLAVE INVALID KEY
                                    MOVE 'N' TO UBP-EXISTE.
           IF UBP-EXISTE = 'N' THEN
              MOVE CANT-E      TO UBC-CAN
              MOVE SPACES      TO UBC-HUE
              MOVE 'SIN HUECO' TO UBC-DST
              PERFORM IMPRIMIR-UBICACION
            ELSE
              PERFORM REPARTIR-ENTRADA.
      *
       REPARTIR-ENTRADA.
      * Stock del almacen antes de esta entrada (SUQTY ya la
      * lleva). La reserva anotada no puede pasar de el: las
      * salidas por otros caminos se dan por cogidas del picking
      * y, si lo vacian, de la reserva.
           COMPUTE STOCK-ANT = SUQTY - CANT-E.
           IF STOCK-ANT < 0 THEN
              MOVE 0 TO STOCK-ANT.
           IF UBPRQT > STOCK-ANT THEN
              MOVE STOCK-ANT TO UBPRQT.
           COMPUTE EN-PICKING = STOCK-ANT - UBPRQT.
      *
      * Sitio libre en el picking (capacidad a cero = sin limite).
           MOVE CANT-E TO A-PICKING.
           IF UBPCAP NOT = 0 THEN
              COMPUTE A-PICKING = UBPCAP - EN-PICKING.
           IF A-PICKING < 0 THEN
              MOVE 0 TO A-PICKING.
           IF A-PICKING > CANT-E THEN
              MOVE CANT-E TO A-PICKING.
           COMPUTE A-RESERVA = CANT-E - A-PICKING.
           MOVE 0 TO SIN-SITIO.
           IF A-RESERVA > 0 THEN
              PERFORM REPARTIR-RESERVA.
      *
           IF A-PICKING > 0 THEN
              MOVE A-PICKING TO UBC-CAN
              MOVE SPACES    TO UBC-HUE
              STRING UBPPAS DELIMITED BY SIZE
                     '-'    DELIMITED BY SIZE
                     UBPEST DELIMITED BY SIZE
                INTO UBC-HUE
              MOVE 'PICKING' TO UBC-DST
              PERFORM IMPRIMIR-UBICACION.
           IF A-RESERVA > 0 THEN
              MOVE A-RESERVA TO UBC-CAN
              MOVE SPACES    TO UBC-HUE
              STRING UBPRPS DELIMITED BY SIZE
                     '-'    DELIMITED BY SIZE
                     UBPRES DELIMITED BY SIZE
                INTO UBC-HUE
              MOVE 'RESERVA' TO UBC-DST
              PERFORM IMPRIMIR-UBICACION.
           IF SIN-SITIO > 0 THEN
              MOVE SIN-SITIO   TO UBC-CAN
              MOVE SPACES      TO UBC-HUE
              MOVE 'SIN SITIO' TO UBC-DST
              PERFORM IMPRIMIR-UBICACION.
      *
      * Lo que no cabe en ningun hueco se cuenta con la reserva:
      * no esta en el picking y la reposicion lo bajara.
           ADD A-RESERVA TO UBPRQT.
           ADD SIN-SITIO TO UBPRQT.
           REWRITE REGUBP.
           IF FS-FUBP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FUBP.
      *
      * Sitio libre en la reserva (capacidad a cero = sin limite;
      * sin hueco de reserva no hay sitio).
       REPARTIR-RESERVA.
           MOVE A-RESERVA TO LIBRE-RES.
           IF UBPRCP NOT = 0 THEN
              COMPUTE LIBRE-RES = UBPRCP - UBPRQT.
           IF UBPRPS = SPACES AND UBPRES = SPACES THEN
              MOVE 0 TO LIBRE-RES.
           IF LIBRE-RES < 0 THEN
              MOVE 0 TO LIBRE-RES.
           IF A-RESERVA > LIBRE-RES THEN
              COMPUTE SIN-SITIO = A-RESERVA - LIBRE-RES
              MOVE LIBRE-RES TO A-RESERVA.
      *
       IMPRIMIR-UBICACION.
           IF UBICAR-CAB = 'N' OR LINPAG > MAXLIN THEN
              PERFORM CABECERA-UBICAR.
           MOVE PROCOD TO UBC-PRO.
           MOVE PRODES TO UBC-DES.
           MOVE LOTE-E TO UBC-LOT.
           WRITE LIN-IMPR FROM LINEA-UBICAR AFTER ADVANCING 1 LINE.
           IF FS-FLUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLUB.
           ADD 1 TO LINPAG.
      *
      * Cada compra empieza pagina nueva en la lista de ubicacion.
       CABECERA-UBICAR.
           MOVE 'S' TO UBICAR-CAB.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG   TO CAB-PAG.
           MOVE FF2      TO CAB-FEC.
           MOVE COMNUM-E TO CAB-COM.
           MOVE ENTNUM-E TO CAB-ENT.
           MOVE UBICOD-E TO CAB-ALM.
      *
           WRITE LIN-IMPR FROM CABECERA-UB1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-UB2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-UB4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-UB5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLUB.
           MOVE 7 TO LINPAG.
      *
      * ************************************************
      * Coste medio ponderado tras la entrada: (stock viejo por
      * coste viejo mas entrada por su precio) entre el stock
      * resultante. Con stock viejo a cero (o negativo en un
                 MOVE COSTE-E TO PROCOS.
      *
      * ************************************************
      * Entrega directa: sin stock que ponderar, el precio de la
      * entrega queda como coste del articulo para los margenes
      * ************************************************
       COSTE-DIRECTO.
           IF COSTE-E > 0 THEN
              MOVE COSTE-E TO PROCOS
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
      * El proveedor ha entregado toda la linea al cliente: su
      * linea de venta queda servida en BACKORD.DAT. Si el pedido
      * aun no se ha expedido, el registro nace ya servido y la
      * expedicion UD11E4 lo respeta
      * ************************************************
       SERVIR-DIRECTO.
           MOVE COMPED TO BOPED.
           MOVE COMLPD TO BOLIN.
           MOVE SPACES TO BO-EXISTE.
           READ FBO RECORD KEY IS BOCLAVE INVALID KEY
                                 MOVE 'N' TO BO-EXISTE.
           MOVE ZEROS TO BOCAN.
           MOVE AA1   TO BOAA.
           MOVE MM1   TO BOMM.
           MOVE DD1   TO BODD.
           SET BO-SERVIDO TO TRUE.
           IF BO-EXISTE = 'N' THEN
              MOVE COMPED TO BOPED
              MOVE COMLPD TO BOLIN
              MOVE LCOPRO TO BOPRO
              MOVE SPACE  TO BOMOT
              WRITE REGBO
            ELSE
              REWRITE REGBO.
           IF FS-FBO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FBO.
      *
      * ************************************************
      * Pide el lote y su caducidad; la caducidad se valida con
      * la rutina comun DATEVAL
      * ************************************************
           DISPLAY SPACES LINE 12 POSITION 10 ERASE EOL.
      *
      * ************************************************
      * Pide el numero de serie de cada unidad recibida; cada uno
      * queda en almacen en NSERIE.DAT al aceptarlo. Una serie que
      * ya esta en almacen se rechaza y se vuelve a pedir
      * ************************************************
       CAPTURAR-SERIES.
           MOVE 0 TO NUMSER-E.
           MOVE CANT-E TO TXS-TOT.
           PERFORM CAPTURAR-UNA-SERIE UNTIL NUMSER-E = CANT-E.
           DISPLAY SPACES LINE 14 POSITION 10 ERASE EOL.
      *
       CAPTURAR-UNA-SERIE.
           COMPUTE TXS-NUM = NUMSER-E + 1.
           DISPLAY TXT-SERIE LINE 14 POSITION 10 HIGH.
           MOVE SPACES TO SERIE-E.
           ACCEPT SERIE-E LINE 14 POSITION 32 NO BEEP.
           IF SERIE-E = SPACES THEN
              MOVE 'N' TO NSR-OK
              MOVE 'ERROR! Falta el numero de serie.' TO NSR-MSG
            ELSE
              PERFORM ENTRAR-SERIE.
           IF NSR-OK = 'S' THEN
              ADD 1 TO NUMSER-E
            ELSE
              DISPLAY NSR-MSG   LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY MSGPIDE   LINE 23 POSITION 14 REVERSE.
           DISPLAY SPACES LINE 14 POSITION 32 ERASE EOL.
      *
       ENTRAR-SERIE.
           MOVE 'ENT'    TO NSR-OPER.
           MOVE PROCOD   TO NSR-PRO.
           MOVE SERIE-E  TO NSR-NUM.
           MOVE UBICOD-E TO NSR-UBI.
           MOVE COMPRV   TO NSR-TER.
           MOVE COMNUM-E TO NSR-DOC.
           MOVE FECHA    TO NSR-FEC.
           CALL 'NSERIE' USING NSR-OPER, NSR-PRO, NSR-NUM, NSR-UBI,
                               NSR-TER, NSR-DOC, NSR-FEC, NSR-OK,
                               NSR-MSG.
      *
      * ************************************************
      * Suma la entrada al lote en LOTES.DAT (alta si es la
      * primera vez que entra ese lote)
      * ************************************************
              MOVE FCD-MM TO LCDMM
              MOVE FCD-DD TO LCDDD
              MOVE CANT-E TO LOTQTY
              MOVE FECHA  TO LOTFEN
              WRITE REGLOT.
           IF FS-FLOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOT.
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  6 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  7 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  8 POSITION 45 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 10 ERASE EOL.
      *
      * ************************************************
       ERROR-FICHERO-FLOT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FBO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FBO    LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSUB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSUB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FENT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FENT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FECT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FECT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FUBP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FUBP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLUB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLUB   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD15E3' TO PRA-PRG.
           MOVE SPACE     TO PRA-TIP.
           MOVE SPACES    TO PRA-DOC.
           MOVE ZEROS     TO PRA-IMP.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       AVISAR-MES-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Mes cerrado: no se admiten documentos de este mes.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Justo antes de grabar un documento: si el mes ya se
      * exporto a la gestoria (UD17E11) queda anotado en
      * TARDIOS.DAT como apunte fuera de plazo
      * ************************************************
       ANOTAR-PERIODO.
           MOVE 'A'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD15E3' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
