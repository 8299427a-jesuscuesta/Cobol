123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD19E10.
       REMARKS. UNIDAD 19 EJERCICIO 10.
      *
      * Consumo de stock en consigna: los clientes que tienen
      * nuestro genero en su estanteria (almacen de UBICA.DAT con
      * UBICLI, cargado por traspaso en UD09E10) solo pagan lo que
      * gastan. Con el parte periodico del cliente se teclea, por
      * producto, lo que ha usado (parte de uso) o lo que le queda
      * en la estanteria (parte de recuento, y el consumo es lo que
      * falta sobre el stock de la consigna). El programa convierte
      * el consumo en un pedido normal del cliente: numerado desde
      * PEDIDOS.CTR, con sus lineas al precio de la entrada de
      * pedidos UD11E1 (tarifa pactada y promocion vigente)
      * congelado en LINPRE, y ya entregado, porque el genero
      * estaba en casa del cliente: no pasa por la expedicion y lo
      * factura la facturacion de siempre (UD12E1, o la masiva
      * UD23E10 de la cadena nocturna). La salida de stock se
      * aplica al almacen de la consigna con su movimiento en
      * MOVIMIENT.DAT, rebajando PROQTY como una venta.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FUBI ASSIGN TO DISK 'UBICA.DAT'
            RECORD KEY IS UBICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FUBI.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
      * FPROD se abre en I-O: el consumo descuenta PROQTY a traves
      * de su movimiento, como la expedicion.
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FSUB ASSIGN TO DISK 'STOCKUBI.DAT'
            RECORD KEY IS SUCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FSUB.
      *
            SELECT FMOV ASSIGN TO DISK 'MOVIMIENT.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FMOV.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      *
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FLIN.
      *
            SELECT FCTP ASSIGN TO DISK 'PEDIDOS.CTR'
            RECORD KEY IS CTPID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTP.
      *
      * Tarifas pactadas y promociones, como en UD11E1.
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
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FUBI LABEL RECORD IS STANDARD.
           COPY REGUBI.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FSUB LABEL RECORD IS STANDARD.
           COPY REGSUB.
      *
       FD FMOV LABEL RECORD IS STANDARD.
           COPY REGMOV.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FCTP LABEL RECORD IS STANDARD.
       01 REGCTP.
          02 CTPID    PIC X.
          02 CTPVAL   PIC 9(6).
      *
       FD FTAR LABEL RECORD IS STANDARD.
           COPY REGTAR.
      *
       FD FPRM LABEL RECORD IS STANDARD.
           COPY REGPRM.
      *
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGPIDE    PIC X(60) VALUE
           'Producto en blanco para cerrar el parte'.
       77 MSGALM     PIC X(60) VALUE
           'Almacen de la consigna (en blanco para salir)'.
       77 ERROR-ALM  PIC X(50) VALUE
           'ERROR! El almacen NO existe.'.
       77 ERROR-CSG  PIC X(50) VALUE
           'ERROR! Ese almacen no es consigna de un cliente.'.
       77 ERROR-CLI  PIC X(50) VALUE
           'ERROR! Cliente de consigna inexistente o de baja.'.
       77 ERROR-PRO  PIC X(50) VALUE 'ERROR! El producto NO existe.'.
       77 ERROR-SIN  PIC X(50) VALUE
           'ERROR! No hay stock del producto en la consigna.'.
       77 ERROR-CAN  PIC X(50) VALUE
           'ERROR! Supera lo que hay en la consigna.'.
       77 ERROR-REP  PIC X(50) VALUE
           'ERROR! Producto ya anotado en este parte.'.
      *
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 SEGUIR     PIC X.
       77 ALM-OK     PIC X.
       77 CONFIRMA   PIC X.
      *
      * Datos tecleados por el operador. El tipo de parte es U
      * (el cliente declara lo usado) o R (declara lo que le queda
      * y el consumo es la diferencia con el stock de la consigna).
       77 UBICOD-E   PIC XX.
       77 TIPO-PARTE PIC X.
          88 PARTE-USO      VALUE 'U'.
          88 PARTE-RECUENTO VALUE 'R'.
       77 PROCOD-E   PIC X(4).
       77 CANT-E     PIC 9(5).
      *
      * Cliente y almacen de la consigna en curso.
       77 CLI-CSG    PIC X(4).
       77 UBI-CSG    PIC XX.
      *
      * Stock de la consigna y consumo de la linea en curso.
       77 STOCK-CSG  PIC S9(5).
       77 CONSUMO    PIC 9(5).
      *
      * Lineas del parte en curso (una pantalla).
       77 NUMLIN-T   PIC 99.
       77 MAXLIN-T   PIC 99 VALUE 11.
       77 LINIDX     PIC 99.
       77 REPETIDO   PIC X.
       01 TABLA-PARTE.
           02 LIN-PAR OCCURS 11 TIMES.
              03 TP-PRO  PIC X(4).
              03 TP-CAN  PIC 9(5).
              03 TP-PRE  PIC 9(6)V99.
              03 TP-IVA  PIC 99V99.
      *
      * Precio de la linea: tarifa del cliente y promocion.
       77 PRECIO-LIN  PIC 9(6)V99.
       77 CANT-LIN    PIC 9(5).
       77 EXISTE-TAR  PIC X.
       77 EXISTE-PRM  PIC X.
       77 PRM-DES-N   PIC 9(8).
       77 PRM-HAS-N   PIC 9(8).
       77 PRECIO-PRM  PIC 9(6)V99.
      *
      * Importe del parte.
       77 IMPORTE-L  PIC 9(7)V99.
       77 TOTBAS     PIC 9(7)V99.
      *
       77 NEXTPED    PIC 9(6).
       77 MOVMOT-E   PIC X(20).
      *
      * Linea de pantalla de la linea en curso.
       77 LINPANT    PIC 99.
      *
      * Edicion de cantidades e importes.
       77 ZCAN       PIC ZZ.ZZ9.
       77 ZIMP       PIC ZZZZ.ZZ9,99.
       77 ZPED       PIC ZZZZZ9.
      *
       77 FS-FUBI    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FSUB    PIC XX.
       77 FS-FMOV    PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FCTP    PIC XX.
       77 FS-FTAR    PIC XX.
       77 FS-FPRM    PIC XX.
       77 SUB-EXISTE PIC X.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO.
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
      *
      * GOBACK en vez de parar la ejecucion: estos programas se
      * lanzan tambien desde el menu general UD05E1 con CALL.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           OPEN INPUT FUBI.
           IF FS-FUBI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FUBI
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
           OPEN I-O FSUB.
           IF FS-FSUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSUB
              GOBACK.
      *
      * MOVIMIENT.DAT es de solo anadir: si no existe, OPEN
      * EXTEND lo crea (estado '35').
           OPEN EXTEND FMOV.
           IF FS-FMOV = '35' THEN
              OPEN OUTPUT FMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV
              GOBACK.
      *
           OPEN I-O FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
           OPEN I-O FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
      *
           OPEN I-O FCTP.
           IF FS-FCTP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTP
              GOBACK.
      *
      * TARIFCLI.DAT y PROMOS.DAT pueden no existir (estado '35').
           OPEN INPUT FTAR.
           IF FS-FTAR NOT = '00' AND FS-FTAR NOT = '35' THEN
              PERFORM ERROR-FICHERO-FTAR
              GOBACK.
           OPEN INPUT FPRM.
           IF FS-FPRM NOT = '00' AND FS-FPRM NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPRM
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE 'S' TO SEGUIR.
      *
      * ************************************************
      * Proceso del programa: un parte de consumo por vuelta
      * ************************************************
        PROCESO.
           PERFORM TRATAR-PARTE UNTIL SEGUIR NOT = 'S'.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FTAR = '00' OR FS-FTAR = '10' THEN
              CLOSE FTAR.
           IF FS-FPRM = '00' OR FS-FPRM = '10' THEN
              CLOSE FPRM.
           CLOSE FUBI FCLI FPROD FSUB FMOV FPED FLIN FCTP.
      *
      * ************************************************
      * Un parte completo: consigna, tipo de parte, lineas y
      * grabacion del pedido
      * ************************************************
       TRATAR-PARTE.
           PERFORM PANTALLA.
           MOVE 'N' TO ALM-OK.
           PERFORM PEDIR-CONSIGNA UNTIL ALM-OK NOT = 'N'.
           IF ALM-OK = 'F' THEN
              MOVE 'N' TO SEGUIR
            ELSE
              PERFORM PEDIR-TIPO
              PERFORM CAPTURAR-PARTE.
      *
       CAPTURAR-PARTE.
           MOVE 0 TO NUMLIN-T.
           MOVE 0 TO TOTBAS.
           MOVE 10 TO LINPANT.
           DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
           MOVE 'X' TO PROCOD-E.
           PERFORM PEDIR-LINEA UNTIL PROCOD-E = SPACES
                                  OR NUMLIN-T = MAXLIN-T.
      *
           IF NUMLIN-T = 0 THEN
              DISPLAY 'PARTE SIN CONSUMO: nada que grabar.'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM CONFIRMAR-PARTE.
      *
       CONFIRMAR-PARTE.
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           DISPLAY 'Grabar el consumo (S/N)?'
                   LINE 23 POSITION 14 REVERSE.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA LINE 23 POSITION 40 NO BEEP.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM GRABAR-CONSUMO
              MOVE NEXTPED TO ZPED
              DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL
              DISPLAY 'CONSUMO GRABADO, PEDIDO:'
                      LINE 23 POSITION 14 REVERSE
              DISPLAY ZPED LINE 23 POSITION 39 REVERSE
              PERFORM CONTINUAR
            ELSE
              DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL
              DISPLAY 'PARTE DESCARTADO.'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
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
           DISPLAY 'CONSUMO DE CONSIGNA'
                                   LINE  3 POSITION 30 REVERSE HIGH.
      *
           DISPLAY 'Consigna....:' LINE  5 POSITION  3 HIGH.
           DISPLAY 'Cliente.....:' LINE  6 POSITION  3 HIGH.
           DISPLAY 'Parte (U/R).:' LINE  7 POSITION  3 HIGH.
           DISPLAY 'U = lo usado, R = lo que queda en estanteria'
                                   LINE  7 POSITION 22.
      *
           DISPLAY
           'Prod. Descripcion           Consig.   Parte Consumo'
                                   LINE  9 POSITION  3 HIGH.
           DISPLAY 'Importe' LINE  9 POSITION 60 HIGH.
           DISPLAY 'TOTAL BASE..:' LINE 21 POSITION  3 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGALM          LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide el almacen de la consigna: tiene que existir y ser
      * de un cliente (UBICLI) que siga dado de alta. En blanco
      * termina el programa (ALM-OK 'F')
      * ************************************************
       PEDIR-CONSIGNA.
           MOVE SPACES TO UBICOD-E.
           ACCEPT UBICOD-E LINE 5 POSITION 17 NO BEEP.
           IF UBICOD-E = SPACES THEN
              MOVE 'F' TO ALM-OK
            ELSE
              PERFORM LEER-UBICACION
              IF ALM-OK = 'N' THEN
                 DISPLAY ERROR-ALM LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGALM LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM VALIDAR-CONSIGNA.
      *
       LEER-UBICACION.
           MOVE UBICOD-E TO UBICOD.
           MOVE 'S' TO ALM-OK.
           READ FUBI RECORD KEY IS UBICOD INVALID KEY
                                 MOVE 'N' TO ALM-OK.
      *
       VALIDAR-CONSIGNA.
           DISPLAY UBIDES LINE 5 POSITION 22.
           IF UBI-PROPIA THEN
              MOVE 'N' TO ALM-OK
              DISPLAY ERROR-CSG LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGALM LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM LEER-CLIENTE
              IF EXISTE = 'N' OR CLI-BAJA THEN
                 MOVE 'N' TO ALM-OK
                 DISPLAY ERROR-CLI LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGALM LINE 23 POSITION 14 REVERSE
               ELSE
                 MOVE UBICOD TO UBI-CSG
                 MOVE CLICOD TO CLI-CSG
                 DISPLAY CLICOD LINE 6 POSITION 17
                 DISPLAY CLINOM LINE 6 POSITION 22.
      *
       LEER-CLIENTE.
           MOVE UBICLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       PEDIR-TIPO.
           MOVE SPACES TO TIPO-PARTE.
           ACCEPT TIPO-PARTE LINE 7 POSITION 17 NO BEEP.
           IF TIPO-PARTE = 'r' THEN
              MOVE 'R' TO TIPO-PARTE.
           IF NOT PARTE-RECUENTO THEN
              MOVE 'U' TO TIPO-PARTE.
           DISPLAY TIPO-PARTE LINE 7 POSITION 17.
      *
      * ************************************************
      * Captura una linea del parte: el producto tiene que tener
      * stock en la consigna, y lo declarado no puede superarlo
      * ************************************************
       PEDIR-LINEA.
           MOVE SPACES TO PROCOD-E.
           ACCEPT PROCOD-E LINE LINPANT POSITION 3 NO BEEP.
      *
           IF PROCOD-E NOT = SPACES THEN
              PERFORM LEER-PRODUCTO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-PRO LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM BUSCAR-REPETIDO
                 PERFORM LEER-STOCK-CONSIGNA
                 PERFORM VALIDAR-LINEA.
      *
       LEER-PRODUCTO.
           MOVE PROCOD-E TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
      *
       VALIDAR-LINEA.
           IF REPETIDO = 'S' THEN
              DISPLAY ERROR-REP LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
            ELSE
              IF STOCK-CSG NOT > 0 THEN
                 DISPLAY ERROR-SIN LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY PRODES LINE LINPANT POSITION 9
                 MOVE STOCK-CSG TO ZCAN
                 DISPLAY ZCAN LINE LINPANT POSITION 31
                 MOVE ZEROS TO CANT-E
                 ACCEPT CANT-E LINE LINPANT POSITION 40 NO BEEP
                 PERFORM CALCULAR-CONSUMO.
      *
       CALCULAR-CONSUMO.
           IF CANT-E > STOCK-CSG THEN
              DISPLAY ERROR-CAN LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
              DISPLAY SPACES LINE LINPANT POSITION 3 ERASE EOL
            ELSE
              IF PARTE-USO THEN
                 MOVE CANT-E TO CONSUMO
               ELSE
                 COMPUTE CONSUMO = STOCK-CSG - CANT-E.
      *
           IF CANT-E NOT > STOCK-CSG AND CONSUMO > 0 THEN
              PERFORM ANOTAR-LINEA.
           IF CANT-E NOT > STOCK-CSG AND CONSUMO = 0 THEN
              DISPLAY SPACES LINE LINPANT POSITION 3 ERASE EOL.
      *
       BUSCAR-REPETIDO.
           MOVE 'N' TO REPETIDO.
           PERFORM MIRAR-REPETIDO
              VARYING LINIDX FROM 1 BY 1 UNTIL LINIDX > NUMLIN-T.
      *
       MIRAR-REPETIDO.
           IF TP-PRO(LINIDX) = PROCOD-E THEN
              MOVE 'S' TO REPETIDO.
      *
       LEER-STOCK-CONSIGNA.
           MOVE ZEROS TO STOCK-CSG.
           MOVE PROCOD-E TO SUPRO.
           MOVE UBI-CSG  TO SUUBI.
           MOVE 'S' TO SUB-EXISTE.
           READ FSUB RECORD KEY IS SUCLAVE INVALID KEY
                                 MOVE 'N' TO SUB-EXISTE.
           IF SUB-EXISTE = 'S' THEN
              MOVE SUQTY TO STOCK-CSG.
      *
      * ************************************************
      * Anota la linea en el parte con el precio que tendria en
      * la entrada de pedidos
      * ************************************************
       ANOTAR-LINEA.
           MOVE CONSUMO TO CANT-LIN.
           PERFORM CALCULAR-PRECIO-LINEA.
           ADD 1 TO NUMLIN-T.
           MOVE PROCOD-E   TO TP-PRO(NUMLIN-T).
           MOVE CONSUMO    TO TP-CAN(NUMLIN-T).
           MOVE PRECIO-LIN TO TP-PRE(NUMLIN-T).
           MOVE PROIVA     TO TP-IVA(NUMLIN-T).
      *
           COMPUTE IMPORTE-L = CONSUMO * PRECIO-LIN.
           ADD IMPORTE-L TO TOTBAS.
      *
           MOVE CONSUMO TO ZCAN.
           DISPLAY ZCAN LINE LINPANT POSITION 47.
           MOVE IMPORTE-L TO ZIMP.
           DISPLAY ZIMP LINE LINPANT POSITION 56.
           ADD 1 TO LINPANT.
           MOVE TOTBAS TO ZIMP.
           DISPLAY ZIMP LINE 21 POSITION 56.
      *
      * ************************************************
      * Precio de la linea: el PROPRE vigente, salvo condicion
      * pactada del cliente en TARIFCLI.DAT (primero por producto,
      * si no por familia), mejorado por la promocion vigente, igual
      * que CALCULAR-PRECIO-LINEA en UD11E1
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
           MOVE CLI-CSG    TO TARCLI.
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
      * Graba el consumo como un pedido entregado del cliente,
      * con sus lineas, y la salida de stock de la consigna
      * ************************************************
       GRABAR-CONSUMO.
           PERFORM SIGUIENTE-PEDIDO.
           PERFORM GRABAR-CABECERA.
           MOVE SPACES TO MOVMOT-E.
           STRING 'CONSUMO ' DELIMITED BY SIZE
                  NEXTPED    DELIMITED BY SIZE
             INTO MOVMOT-E.
           PERFORM GRABAR-UNA-LINEA
              VARYING LINIDX FROM 1 BY 1 UNTIL LINIDX > NUMLIN-T.
      *
       SIGUIENTE-PEDIDO.
           MOVE 'P' TO CTPID.
           READ FCTP WITH LOCK KEY IS CTPID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTP.
           ADD 1 TO CTPVAL.
           MOVE CTPVAL TO NEXTPED.
           REWRITE REGCTP.
           IF FS-FCTP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTP.
           UNLOCK FCTP.
      *
       GRABAR-CABECERA.
           MOVE NEXTPED   TO PEDNUM.
           MOVE CLI-CSG   TO PEDCLI.
           MOVE AA1       TO PEDAA.
           MOVE MM1       TO PEDMM.
           MOVE DD1       TO PEDDD.
      * El pedido nace ya entregado: el genero estaba en casa del
      * cliente y no debe pasar por la expedicion.
           SET PED-ENTREGADO TO TRUE.
           MOVE ZEROS     TO PEDDIR.
           MOVE SPACES    TO PEDVEN.
           SET PED-CONSIGNA TO TRUE.
           MOVE ZEROS     TO PEDFEN.
           MOVE ZEROS     TO PEDPOR PEDPTI.
           MOVE SPACE     TO PEDPCO.
           WRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
            ELSE
              MOVE 'PEDIDOS ' TO JRN-FICHERO
              MOVE 'WRITE ' TO JRN-OPER
              MOVE REGPED TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN.
      *
      * ************************************************
      * Una linea: LINPED con el precio congelado, la salida de
      * stock de la consigna y su movimiento
      * ************************************************
       GRABAR-UNA-LINEA.
           MOVE NEXTPED TO LINPED.
           MOVE LINIDX  TO LINNUM.
           MOVE TP-PRO(LINIDX) TO LINPRO.
           MOVE TP-CAN(LINIDX) TO LINCAN.
           MOVE TP-PRE(LINIDX) TO LINPRE.
           MOVE TP-IVA(LINIDX) TO LINIVA.
           WRITE REGLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
            ELSE
              MOVE 'LINPED  ' TO JRN-FICHERO
              MOVE 'WRITE ' TO JRN-OPER
              MOVE REGLIN TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN.
      *
           MOVE TP-PRO(LINIDX) TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              SUBTRACT TP-CAN(LINIDX) FROM PROQTY
              REWRITE REGPRO
              IF FS-FPROD = '00' THEN
                 MOVE 'PRODUCTO' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGPRO TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
               ELSE
                 PERFORM ERROR-FICHERO-FPROD.
      *
           MOVE TP-PRO(LINIDX) TO MOVCOD.
           MOVE AA1 TO MOVAA.
           MOVE MM1 TO MOVMM.
           MOVE DD1 TO MOVDD.
           COMPUTE MOVCANT = 0 - TP-CAN(LINIDX).
           MOVE MOVMOT-E TO MOVMOT.
           MOVE UBI-CSG TO MOVUBI.
      * El consumo en consigna no asigna lote.
           MOVE SPACES TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
           PERFORM ACTUALIZAR-UBICACION.
      *
      * ************************************************
      * Refleja la salida recien grabada en el stock de la
      * consigna, que existe porque la linea se valido contra el
      * ************************************************
       ACTUALIZAR-UBICACION.
           MOVE MOVCOD TO SUPRO.
           MOVE MOVUBI TO SUUBI.
           MOVE 'S' TO SUB-EXISTE.
           READ FSUB RECORD KEY IS SUCLAVE INVALID KEY
                                 MOVE 'N' TO SUB-EXISTE.
           IF SUB-EXISTE = 'S' THEN
              ADD MOVCANT TO SUQTY
              REWRITE REGSUB.
           IF SUB-EXISTE = 'N' OR FS-FSUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSUB.
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
       ERROR-FICHERO-FUBI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FUBI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
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
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FTAR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTAR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPRM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPRM   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD19E10' TO PRA-PRG.
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
           MOVE 'UD19E10' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
