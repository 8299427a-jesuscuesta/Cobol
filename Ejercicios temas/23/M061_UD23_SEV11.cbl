123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E11.
       REMARKS. UNIDAD 23 EJERCICIO 11.
      *
      * Presupuestos de venta: captura una cabecera (cliente,
      * vendedor y dias de validez) y sus lineas (producto,
      * cantidad) en COTIZA.DAT/LINCOTIZ.DAT, con numeracion propia
      * en COTIZA.CTR. Cada linea se valora con las mismas reglas
      * que la entrada de pedidos UD11E1: el PROPRE vigente, salvo
      * tarifa pactada del cliente en TARIFCLI.DAT (producto, si no
      * familia), y la promocion de PROMOS.DAT si mejora el precio;
      * el precio y el IVA quedan congelados en la linea hasta la
      * fecha de validez. Al cerrar cada presupuesto se imprime el
      * documento para el cliente en PRESUPUE.PRN (base, IVA y
      * recargo de equivalencia como en la factura). Un
      * presupuesto no reserva stock ni toca el saldo del cliente:
      * eso lo hace el pedido cuando se acepta (UD23E12).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FCOT ASSIGN TO DISK 'COTIZA.DAT'
            RECORD KEY IS COTNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCOT.
      *
            SELECT FLCT ASSIGN TO DISK 'LINCOTIZ.DAT'
            RECORD KEY IS LCTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLCT.
      *
      * Maestro de vendedores (UD18E1): el vendedor del presupuesto
      * pasa al pedido (PEDVEN) si el cliente lo acepta.
            SELECT FVEN ASSIGN TO DISK 'VENDEDOR.DAT'
            RECORD KEY IS VENCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVEN.
      *
      * Tarifas pactadas por cliente (UD18E3) y promociones
      * vigentes (UD18E4), las mismas que aplica UD11E1.
            SELECT FTAR ASSIGN TO DISK 'TARIFCLI.DAT'
            RECORD KEY IS TARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FTAR.
      *
            SELECT FPRM ASSIGN TO DISK 'PROMOS.DAT'
            RECORD KEY IS PRMPRO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPRM.
      *
      * LOCK MODE MANUAL: el contador se lee con READ WITH LOCK y se
      * libera con UNLOCK despues del REWRITE, como PEDIDOS.CTR.
            SELECT FCTR ASSIGN TO DISK 'COTIZA.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'PRESUPUE.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FCOT LABEL RECORD IS STANDARD.
           COPY REGCOT.
      *
       FD FLCT LABEL RECORD IS STANDARD.
           COPY REGLCT.
      *
       FD FVEN LABEL RECORD IS STANDARD.
           COPY REGVEN.
      *
       FD FTAR LABEL RECORD IS STANDARD.
           COPY REGTAR.
      *
       FD FPRM LABEL RECORD IS STANDARD.
           COPY REGPRM.
      *
      * Contador de numeros de presupuesto (un unico registro,
      * clave fija).
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGNUEVO   PIC X(60) VALUE
           'Cliente en blanco termina'.
       77 ERROR-CLI  PIC X(50) VALUE 'ERROR! El cliente NO existe.'.
       77 ERROR-PRO  PIC X(50) VALUE 'ERROR! El producto NO existe.'.
      *
       77 CLICOD-COT PIC X(4).
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 NEXTCOT    PIC 9(6).
       77 LINACT     PIC 9999.
       77 PROCOD-LIN PIC X(4).
       77 CANT-LIN   PIC 99999.
      *
      * Validez del presupuesto en dias (cero = 30) y fecha hasta
      * la que se mantienen los precios.
       77 DIAS-VAL   PIC 999.
       77 VAL-W      PIC 9(8).
      *
      * Importe de la linea y total acumulado del presupuesto en
      * curso, mostrados en pantalla mientras se teclea.
       77 IMPORTE-LIN PIC 9(7)V99.
       77 TOTAL-COT   PIC 9(9)V99.
       77 ZIMP        PIC ZZZ.ZZ9,99.
       77 ZTOT        PIC ZZZ.ZZZ.ZZ9,99.
      *
      * Presupuestos emitidos en la ejecucion.
       77 NUMCOTSES  PIC 999 VALUE 0.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FCOT    PIC XX.
       77 FS-FLCT    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FLISTA  PIC XX.
      *
      * Vendedor del presupuesto en curso, validado contra el
      * maestro (en blanco se admite).
       77 FS-FVEN    PIC XX.
       77 VENCOD-E   PIC XX.
       77 VEN-OK     PIC X.
       77 ERROR-VEN  PIC X(50) VALUE
           'ERROR! El vendedor NO existe.'.
      *
      * Precio de la linea en curso tras consultar la tarifa del
      * cliente y la promocion del producto.
       77 FS-FTAR     PIC XX.
       77 PRECIO-LIN  PIC 9(6)V99.
       77 EXISTE-TAR  PIC X.
       77 FS-FPRM     PIC XX.
       77 EXISTE-PRM  PIC X.
       77 PRM-DES-N   PIC 9(8).
       77 PRM-HAS-N   PIC 9(8).
       77 PRECIO-PRM  PIC 9(6)V99.
      *
      * Valoracion del documento impreso: importes de la linea y
      * acumuladores, como en la factura de UD12E1.
       77 FINLEC      PIC X.
       77 IVA-LIN     PIC 9(7)V99.
       77 REC-LIN     PIC 9(7)V99.
       77 TOTBAS      PIC 9(9)V99.
       77 TOTIVA      PIC 9(7)V99.
       77 TOTREC      PIC 9(7)V99.
       77 TOTCOT      PIC 9(9)V99.
       77 RECARGO-SN  PIC X.
       77 INTRACOM-SN PIC X.
       77 REQ-IVA     PIC 99V99.
       77 REQ-REC     PIC 99V99.
      *
      * Paginacion del documento.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
      * Argumentos de la rutina comun FECHACAL ('SUM'): la validez
      * es la fecha de hoy mas los dias tecleados.
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO, que anota la imagen
      * de cada operacion sobre los maestros en DIARIO.DAT.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
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
      * Fecha de validez descompuesta para imprimirla.
       01 FVAL.
           02 VAL-AA  PIC 9999.
           02 VAL-MM  PIC 99.
           02 VAL-DD  PIC 99.
       01 FVAL-IMP.
           02 VAI-DD  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 VAI-MM  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 VAI-AA  PIC 9999.
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
           02 FILLER  PIC X(16) VALUE SPACES.
           02 FILLER  PIC X(13) VALUE 'PRESUPUESTO: '.
           02 CAB-COT PIC 9(6).
           02 FILLER  PIC X(4)  VALUE SPACES.
           02 FILLER  PIC X(14) VALUE 'Valido hasta: '.
           02 CAB-VAL PIC X(10).
           02 FILLER  PIC X(17) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Producto'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(22) VALUE 'Descripcion'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Cantd.'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Precio'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(14) VALUE 'Importe'.
           02 FILLER  PIC X(7)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Bloque de datos del cliente, tomados de REGCLI.
       01 LINEA-CLIENTE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Cliente..: '.
           02 COT-CLICOD PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 COT-CLINOM PIC X(20).
           02 COT-NIFROT PIC X(12).
           02 COT-CLINIF PIC X(14).
           02 FILLER   PIC X(14) VALUE SPACES.
       01 LINEA-DIRECCION.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Direccion: '.
           02 COT-CLIDIR PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 COT-CLIPOB PIC X(20).
           02 FILLER   PIC X(24) VALUE SPACES.
       01 LINEA-VENDEDOR.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Vendedor.: '.
           02 COT-VENCOD PIC XX.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 COT-VENNOM PIC X(20).
           02 FILLER   PIC X(40) VALUE SPACES.
      *
      * Linea de detalle de una linea presupuestada.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-PRO  PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DESC PIC X(22).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CAN  PIC ZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PRE  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE SPACES.
      *
      * Lineas de totales del presupuesto.
       01 LINEA-BASE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Base imponible......: '.
           02 TOT-BAS  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(41) VALUE SPACES.
       01 LINEA-IVA.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Cuota de IVA........: '.
           02 TOT-IVA  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(41) VALUE SPACES.
       01 LINEA-RECARGO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Recargo equivalencia: '.
           02 TOT-REC  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(41) VALUE SPACES.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'TOTAL PRESUPUESTO...: '.
           02 TOT-COT  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(41) VALUE SPACES.
      *
      * Pie del documento.
       01 LINEA-PIE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(42) VALUE
              'Precios validos hasta la fecha indicada. '.
           02 FILLER   PIC X(35) VALUE
              'Este documento no es una factura.'.
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
           MOVE 0 TO NUMCOTSES.
           MOVE 0 TO NUMPAG.
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
      * COTIZA.DAT y LINCOTIZ.DAT todavia no existen la primera vez
      * (estado '35'); se crean vacios para poder abrirlos.
           OPEN I-O FCOT.
           IF FS-FCOT = '35' THEN
              OPEN OUTPUT FCOT
              CLOSE FCOT
              OPEN I-O FCOT.
           IF FS-FCOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOT
              GOBACK.
      *
           OPEN I-O FLCT.
           IF FS-FLCT = '35' THEN
              OPEN OUTPUT FLCT
              CLOSE FLCT
              OPEN I-O FLCT.
           IF FS-FLCT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLCT
              GOBACK.
      *
      * VENDEDOR.DAT, TARIFCLI.DAT y PROMOS.DAT pueden no existir
      * todavia (estado '35'), igual que en UD11E1.
           OPEN INPUT FVEN.
           IF FS-FVEN NOT = '00' AND FS-FVEN NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVEN
              GOBACK.
      *
           OPEN INPUT FTAR.
           IF FS-FTAR NOT = '00' AND FS-FTAR NOT = '35' THEN
              PERFORM ERROR-FICHERO-FTAR
              GOBACK.
      *
           OPEN INPUT FPRM.
           IF FS-FPRM NOT = '00' AND FS-FPRM NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPRM
              GOBACK.
      *
      * COTIZA.CTR todavia no existe la primera vez (estado '35');
      * se crea con un unico registro en cero, como PEDIDOS.CTR.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'Q' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
      *
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
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
      * CLICOD-COT se deja con un valor no en blanco para que entre
      * en el bucle de NUEVO-PRESUPUESTO al menos una vez.
           MOVE 'X' TO CLICOD-COT.
      *
      * ************************************************
      * Proceso del programa: un presupuesto por vuelta, hasta
      * que se deje el codigo de cliente en blanco.
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM NUEVO-PRESUPUESTO UNTIL CLICOD-COT = SPACES.
      *
           IF NUMCOTSES > 0 THEN
              DISPLAY 'PRESUPUESTOS GENERADOS EN PRESUPUE.PRN'
                               LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FVEN = '00' OR FS-FVEN = '10' THEN
              CLOSE FVEN.
           IF FS-FTAR = '00' OR FS-FTAR = '10' THEN
              CLOSE FTAR.
           IF FS-FPRM = '00' OR FS-FPRM = '10' THEN
              CLOSE FPRM.
           CLOSE FCLI FPROD FCOT FLCT FCTR FLISTA.
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
           DISPLAY 'PRESUPUESTOS DE VENTA'
                                   LINE  3 POSITION 29 REVERSE HIGH.
      *
           DISPLAY 'Num. presup.:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Cod. cliente:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Vendedor....:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Validez dias:' LINE  6 POSITION 45 HIGH.
      *
           DISPLAY 'Lin. Producto  Descripcion          Cantidad'
                                   LINE 11 POSITION 10 HIGH.
           DISPLAY 'Importe'       LINE 11 POSITION 58 HIGH.
           DISPLAY GUION           LINE 12 POSITION 10 HIGH.
      *
           DISPLAY 'Total presup:' LINE 21 POSITION 41 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGNUEVO        LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Captura la cabecera de un presupuesto y, si el cliente es
      * valido, sus lineas; al terminar lo imprime.
      * ************************************************
       NUEVO-PRESUPUESTO.
           PERFORM BORRAR-PANTALLA.
           MOVE SPACES TO CLICOD-COT.
           ACCEPT CLICOD-COT LINE  8 POSITION 25 NO BEEP.
      *
           IF CLICOD-COT NOT = SPACES THEN
              PERFORM LEER-CLIENTE
              IF EXISTE = 'N' OR CLI-BAJA THEN
                 DISPLAY ERROR-CLI LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 DISPLAY CLINOM LINE  9 POSITION 25
                 MOVE 'N' TO VEN-OK
                 PERFORM PEDIR-VENDEDOR UNTIL VEN-OK = 'S'
                 PERFORM PEDIR-VALIDEZ
                 PERFORM GRABAR-CABECERA
                 MOVE ZEROS TO LINACT
                 MOVE ZEROS TO TOTAL-COT
                 MOVE TOTAL-COT TO ZTOT
                 DISPLAY ZTOT LINE 21 POSITION 55 ERASE EOL
      * PROCOD-LIN se deja con un valor no en blanco para que entre en
      * el bucle de PEDIR-LINEA al menos una vez.
                 MOVE 'X' TO PROCOD-LIN
                 PERFORM PEDIR-LINEA UNTIL PROCOD-LIN = SPACES
                 PERFORM CERRAR-PRESUPUESTO.
      *
       LEER-CLIENTE.
           MOVE CLICOD-COT TO CLICOD.
           MOVE SPACES     TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Pide el vendedor del presupuesto y lo valida contra el
      * maestro; en blanco se admite
      * ************************************************
       PEDIR-VENDEDOR.
           MOVE SPACES TO VENCOD-E.
           ACCEPT VENCOD-E LINE 10 POSITION 25 NO BEEP.
           MOVE 'S' TO VEN-OK.
           IF VENCOD-E NOT = SPACES
                AND (FS-FVEN = '00' OR FS-FVEN = '10') THEN
              PERFORM BUSCAR-VENDEDOR
              IF VEN-OK = 'S' THEN
                 DISPLAY VENNOM LINE 10 POSITION 29
               ELSE
                 DISPLAY ERROR-VEN LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
       BUSCAR-VENDEDOR.
           MOVE VENCOD-E TO VENCOD.
           READ FVEN RECORD KEY IS VENCOD INVALID KEY
                                 MOVE 'N' TO VEN-OK.
      *
      * ************************************************
      * Dias de validez de los precios (cero = 30): la fecha de
      * validez es hoy mas esos dias (rutina comun FECHACAL)
      * ************************************************
       PEDIR-VALIDEZ.
           MOVE ZEROS TO DIAS-VAL.
           ACCEPT DIAS-VAL LINE  6 POSITION 59 NO BEEP.
           IF DIAS-VAL = 0 THEN
              MOVE 30 TO DIAS-VAL.
           MOVE 'SUM'    TO CAL-OPER.
           MOVE FECHA    TO CAL-FECHA1.
           MOVE DIAS-VAL TO CAL-DIAS.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-FECHA2 TO VAL-W.
           MOVE VAL-W  TO FVAL.
           MOVE VAL-DD TO VAI-DD.
           MOVE VAL-MM TO VAI-MM.
           MOVE VAL-AA TO VAI-AA.
           DISPLAY DIAS-VAL  LINE  6 POSITION 59.
           DISPLAY 'hasta'   LINE  6 POSITION 63 HIGH.
           DISPLAY FVAL-IMP  LINE  6 POSITION 69.
      *
      * ************************************************
      * Asigna el siguiente numero de presupuesto y graba la
      * cabecera (el total se completa al cerrarlo).
      * ************************************************
       GRABAR-CABECERA.
           MOVE 'Q' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO NEXTCOT.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
           MOVE NEXTCOT TO COTNUM.
           DISPLAY COTNUM LINE  6 POSITION 25.
      *
           MOVE CLICOD-COT TO COTCLI.
           MOVE AA1 TO COTAA.
           MOVE MM1 TO COTMM.
           MOVE DD1 TO COTDD.
           MOVE VAL-W    TO COTVAL.
           MOVE VENCOD-E TO COTVEN.
           SET COT-EMITIDO TO TRUE.
           MOVE ZEROS    TO COTPED.
           MOVE ZEROS    TO COTFRE.
           MOVE ZEROS    TO COTTOT.
           WRITE REGCOT.
           IF FS-FCOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOT
            ELSE
              MOVE 'COTIZA  ' TO JRN-FICHERO
              MOVE 'WRITE ' TO JRN-OPER
              MOVE REGCOT TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN.
      *
      * ************************************************
      * Capturar una linea de detalle (producto/cantidad). Un
      * codigo de producto en blanco termina las lineas de este
      * presupuesto.
      * ************************************************
       PEDIR-LINEA.
           MOVE SPACES TO PROCOD-LIN.
           ACCEPT PROCOD-LIN LINE 13 POSITION 15 NO BEEP.
      *
           IF PROCOD-LIN NOT = SPACES THEN
              PERFORM LEER-PRODUCTO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-PRO LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 DISPLAY PRODES LINE 13 POSITION 25
                 MOVE ZEROS TO CANT-LIN
                 ACCEPT CANT-LIN LINE 13 POSITION 48 NO BEEP
                 ADD 1 TO LINACT
                 MOVE NEXTCOT  TO LCTCOT
                 MOVE LINACT   TO LCTNUM
                 MOVE PROCOD-LIN TO LCTPRO
                 MOVE CANT-LIN TO LCTCAN
      * Se congela el precio (con la tarifa del cliente y la
      * promocion ya aplicadas) y el tipo de IVA del producto.
                 PERFORM CALCULAR-PRECIO-LINEA
                 MOVE PRECIO-LIN TO LCTPRE
                 MOVE PROIVA TO LCTIVA
                 COMPUTE IMPORTE-LIN = CANT-LIN * PRECIO-LIN
                 ADD IMPORTE-LIN TO TOTAL-COT
                 MOVE IMPORTE-LIN TO ZIMP
                 DISPLAY ZIMP LINE 13 POSITION 56
                 MOVE TOTAL-COT TO ZTOT
                 DISPLAY ZTOT LINE 21 POSITION 55
                 WRITE REGLCT
                 IF FS-FLCT NOT = '00' THEN
                    PERFORM ERROR-FICHERO-FLCT
                  ELSE
                    MOVE 'LINCOTIZ' TO JRN-FICHERO
                    MOVE 'WRITE ' TO JRN-OPER
                    MOVE REGLCT TO JRN-IMAGEN
                    CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                         JRN-IMAGEN.
      *
       LEER-PRODUCTO.
           MOVE PROCOD-LIN TO PROCOD.
           MOVE SPACES     TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Precio de la linea: el PROPRE vigente, salvo condicion
      * pactada del cliente en TARIFCLI.DAT (primero por producto,
      * si no por familia): precio especial si lo hay, si no el
      * descuento sobre PROPRE; despues la promocion, si mejora.
      * Las mismas reglas que la entrada de pedidos UD11E1.
      * ************************************************
       CALCULAR-PRECIO-LINEA.
           MOVE PROPRE TO PRECIO-LIN.
           MOVE 'N' TO EXISTE-TAR.
           IF FS-FTAR = '00' OR FS-FTAR = '10' THEN
              PERFORM BUSCAR-TARIFA
              IF EXISTE-TAR = SPACES THEN
                 IF TARPRE > 0 THEN
                    MOVE TARPRE TO PRECIO-LIN
                  ELSE
                    IF TARDTO > 0 THEN
                       COMPUTE PRECIO-LIN ROUNDED =
                               PROPRE * (100 - TARDTO) / 100.
      *
           PERFORM APLICAR-PROMOCION.
      *
       APLICAR-PROMOCION.
           IF FS-FPRM = '00' OR FS-FPRM = '10' THEN
              PERFORM LEER-PROMOCION
              IF EXISTE-PRM = SPACES THEN
                 MOVE PRMDES TO PRM-DES-N
                 MOVE PRMHAS TO PRM-HAS-N
                 IF FECHA NOT < PRM-DES-N
                      AND FECHA NOT > PRM-HAS-N
                      AND CANT-LIN NOT < PRMCAN THEN
                    PERFORM CALCULAR-OFERTA.
      *
       LEER-PROMOCION.
           MOVE PROCOD TO PRMPRO.
           MOVE SPACES TO EXISTE-PRM.
           READ FPRM RECORD KEY IS PRMPRO INVALID KEY
                                 MOVE 'N' TO EXISTE-PRM.
      *
       CALCULAR-OFERTA.
           MOVE ZEROS TO PRECIO-PRM.
           IF PRMPRE > 0 THEN
              MOVE PRMPRE TO PRECIO-PRM
            ELSE
              IF PRMDTO > 0 THEN
                 COMPUTE PRECIO-PRM ROUNDED =
                         PROPRE * (100 - PRMDTO) / 100.
           IF PRECIO-PRM > 0 AND PRECIO-PRM < PRECIO-LIN THEN
              MOVE PRECIO-PRM TO PRECIO-LIN.
      *
       BUSCAR-TARIFA.
           MOVE CLICOD-COT TO TARCLI.
           MOVE 'P'        TO TARTIP.
           MOVE PROCOD     TO TARCOD.
           MOVE SPACES     TO EXISTE-TAR.
           READ FTAR RECORD KEY IS TARCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE-TAR.
           IF EXISTE-TAR = 'N' THEN
              PERFORM BUSCAR-TARIFA-FAMILIA.
      *
       BUSCAR-TARIFA-FAMILIA.
           MOVE 'F'    TO TARTIP.
           MOVE SPACES TO TARCOD.
           MOVE PROFAM TO TARCOD.
           MOVE SPACES TO EXISTE-TAR.
           READ FTAR RECORD KEY IS TARCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE-TAR.
      *
      * ************************************************
      * Cierra el presupuesto tecleado: sin lineas se borra la
      * cabecera; con lineas se completa el total y se imprime
      * ************************************************
       CERRAR-PRESUPUESTO.
           MOVE NEXTCOT TO COTNUM.
           READ FCOT RECORD KEY IS COTNUM INVALID KEY
                                 PERFORM ERROR-FICHERO-FCOT.
           IF LINACT = 0 THEN
              PERFORM BORRAR-CABECERA
            ELSE
              PERFORM COMPLETAR-CABECERA.
      *
       BORRAR-CABECERA.
           DELETE FCOT RECORD.
           IF FS-FCOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOT
            ELSE
              MOVE 'COTIZA  ' TO JRN-FICHERO
              MOVE 'DELETE' TO JRN-OPER
              MOVE REGCOT TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN
              DISPLAY 'PRESUPUESTO SIN LINEAS: NO SE GUARDA.'
                                 LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       COMPLETAR-CABECERA.
           MOVE TOTAL-COT TO COTTOT.
           REWRITE REGCOT.
           IF FS-FCOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOT
            ELSE
              MOVE 'COTIZA  ' TO JRN-FICHERO
              MOVE 'REWRIT' TO JRN-OPER
              MOVE REGCOT TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN
              PERFORM IMPRIMIR-PRESUPUESTO
              ADD 1 TO NUMCOTSES
              DISPLAY 'PRESUPUESTO GRABADO!'
                                 LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Documento del presupuesto para el cliente: cabecera,
      * datos del cliente, lineas valoradas y totales
      * ************************************************
       IMPRIMIR-PRESUPUESTO.
           MOVE 0 TO TOTBAS.
           MOVE 0 TO TOTIVA.
           MOVE 0 TO TOTREC.
           PERFORM CABECERA.
           PERFORM DATOS-CLIENTE.
           PERFORM VALORAR-LINEAS.
           PERFORM TOTALES-PRESUPUESTO.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
      * ************************************************
       CABECERA.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG   TO CAB-PAG.
           MOVE FF2      TO CAB-FEC.
           MOVE NEXTCOT  TO CAB-COT.
           MOVE FVAL-IMP TO CAB-VAL.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 5 TO LINPAG.
      *
      * ************************************************
      * Escribe el bloque de datos del cliente y del vendedor;
      * decide el IVA como la factura (exento el cliente
      * intracomunitario, recargo de equivalencia el minorista)
      * ************************************************
       DATOS-CLIENTE.
           MOVE CLICOD-COT TO COT-CLICOD.
           MOVE CLINOM TO COT-CLINOM.
           MOVE CLIDIR TO COT-CLIDIR.
           MOVE CLIPOB TO COT-CLIPOB.
      *
           MOVE 'N' TO INTRACOM-SN.
           IF CLI-INTRACOM THEN
              MOVE 'S' TO INTRACOM-SN
              MOVE '   NIF-IVA: ' TO COT-NIFROT
              MOVE CLIVIE TO COT-CLINIF
            ELSE
              MOVE '   NIF: ' TO COT-NIFROT
              MOVE CLINIF TO COT-CLINIF.
      *
           MOVE 'N' TO RECARGO-SN.
           IF CLI-RECARGO AND INTRACOM-SN = 'N' THEN
              MOVE 'S' TO RECARGO-SN.
      *
           MOVE VENCOD-E TO COT-VENCOD.
           MOVE SPACES   TO COT-VENNOM.
           IF VENCOD-E NOT = SPACES
                AND (FS-FVEN = '00' OR FS-FVEN = '10') THEN
              PERFORM LEER-VENDEDOR.
      *
           WRITE LIN-IMPR FROM LINEA-CLIENTE AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-DIRECCION AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-VENDEDOR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 6 TO LINPAG.
      *
       LEER-VENDEDOR.
           MOVE VENCOD-E TO VENCOD.
           MOVE SPACES   TO VENNOM.
           READ FVEN RECORD KEY IS VENCOD INVALID KEY
                                 MOVE SPACES TO VENNOM.
           MOVE VENNOM TO COT-VENNOM.
      *
      * ************************************************
      * Recorre las lineas del presupuesto valorando cada una al
      * precio y tipo de IVA congelados al teclearla
      * ************************************************
       VALORAR-LINEAS.
           MOVE SPACE TO FINLEC.
           MOVE NEXTCOT TO LCTCOT.
           MOVE ZEROS   TO LCTNUM.
           START FLCT KEY IS NOT LESS LCTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FLCT NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LCTCOT NOT = NEXTCOT THEN
              MOVE 'S' TO FINLEC.
      *
           PERFORM VALORAR-UNA-LINEA UNTIL FINLEC = 'S'.
      *
       VALORAR-UNA-LINEA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE LCTPRO TO PROCOD.
           MOVE SPACES TO PRODES.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE '(sin producto)' TO PRODES.
      *
           COMPUTE IMPORTE-LIN = LCTCAN * LCTPRE.
           IF INTRACOM-SN = 'S' THEN
              MOVE 0 TO IVA-LIN
            ELSE
              COMPUTE IVA-LIN = IMPORTE-LIN * LCTIVA / 100.
           ADD IMPORTE-LIN TO TOTBAS.
           ADD IVA-LIN     TO TOTIVA.
           IF RECARGO-SN = 'S' THEN
              MOVE LCTIVA TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-LIN = IMPORTE-LIN * REQ-REC / 100
              ADD REC-LIN TO TOTREC.
      *
           MOVE LCTPRO TO DET-PRO.
           MOVE PRODES TO DET-DESC.
           MOVE LCTCAN TO DET-CAN.
           MOVE LCTPRE TO DET-PRE.
           MOVE IMPORTE-LIN TO DET-IMP.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           READ FLCT NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LCTCOT NOT = NEXTCOT THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Bloque de totales y pie del presupuesto
      * ************************************************
       TOTALES-PRESUPUESTO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           COMPUTE TOTCOT = TOTBAS + TOTIVA + TOTREC.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE TOTBAS TO TOT-BAS.
           WRITE LIN-IMPR FROM LINEA-BASE AFTER ADVANCING 1 LINE.
           MOVE TOTIVA TO TOT-IVA.
           WRITE LIN-IMPR FROM LINEA-IVA AFTER ADVANCING 1 LINE.
           IF TOTREC > 0 THEN
              MOVE TOTREC TO TOT-REC
              WRITE LIN-IMPR FROM LINEA-RECARGO AFTER ADVANCING 1 LINE.
           MOVE TOTCOT TO TOT-COT.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-PIE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  6 POSITION 25 ERASE EOL.
           DISPLAY 'Validez dias:' LINE  6 POSITION 45 HIGH.
           DISPLAY SPACES LINE  8 POSITION 25 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 25 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 25 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 15 ERASE EOL.
           DISPLAY SPACES LINE 21 POSITION 55 ERASE EOL.
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
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLCT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLCT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FVEN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVEN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FTAR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTAR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPRM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPRM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
