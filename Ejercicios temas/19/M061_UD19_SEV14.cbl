123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD19E14.
       REMARKS. UNIDAD 19 EJERCICIO 14.
      *
      * Consulta de numeros de serie: pide un producto y una serie
      * y muestra su situacion (en almacen o vendida) y su vida
      * entera desde NSERIEH.DAT, suceso a suceso: de que proveedor
      * y en que compra entro, a que cliente se vendio, en que
      * pedido y con que factura (la del pedido, o la
      * recapitulativa o sustitutiva que lo recoge, buscadas como
      * en las devoluciones UD12E5), y sus devoluciones. Es la
      * consulta de las reclamaciones de garantia y de las
      * denuncias de robo de los articulos con control de serie.
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
            SELECT FNSR ASSIGN TO DISK 'NSERIE.DAT'
            RECORD KEY IS NSRCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FNSR.
      *
            SELECT FNSH ASSIGN TO DISK 'NSERIEH.DAT'
            RECORD KEY IS NSHCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FNSH.
      *
            SELECT FPRV ASSIGN TO DISK 'PROVEEDOR.DAT'
            RECORD KEY IS PRVCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPRV.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      *
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
      * Pedidos de cada factura recapitulativa. Se abre solo al
      * buscar la factura de un pedido.
            SELECT FFPD ASSIGN TO DISK 'FACPEDS.DAT'
            RECORD KEY IS FPDCLA
            ALTERNATE RECORD KEY IS FPDPED WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPD.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FNSR LABEL RECORD IS STANDARD.
           COPY REGNSR.
      *
       FD FNSH LABEL RECORD IS STANDARD.
           COPY REGNSH.
      *
       FD FPRV LABEL RECORD IS STANDARD.
           COPY REGPRV.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FFPD LABEL RECORD IS STANDARD.
           COPY REGFPD.
123456*
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(70) VALUE ' MENSAJES:'.
       77 MSGPIDE    PIC X(60) VALUE
           'Codigo de producto en blanco para terminar'.
       77 ERROR-B    PIC X(50) VALUE 'ERROR! El producto NO existe.'.
       77 ERROR-S    PIC X(50) VALUE
           'ERROR! Ese numero de serie NO consta.'.
      *
       77 CONTINUA   PIC X.
       77 EXISTE     PIC X.
       77 FINLEC     PIC X.
       77 LIN        PIC 99.
       77 SALIR-FICHA PIC X.
      *
      * Producto y serie consultados.
       77 PROCOD-E   PIC X(4).
       77 SERIE-E    PIC X(20).
      *
      * Columnas del suceso en curso: texto, documento, nombre del
      * proveedor o cliente y factura de la venta.
       77 SUCESO     PIC X(12).
       77 CLI-SUC    PIC X(4).
       77 NOMBRE     PIC X(20).
       77 HAY-FACTURA PIC X.
       77 FINFPD     PIC X.
       01 DOC-SUC.
           02 DOC-TIP PIC X.
           02 FILLER  PIC X   VALUE SPACE.
           02 DOC-NUM PIC 9(6).
       01 FAC-SUC    PIC X(12).
       01 FAC-NUM-X REDEFINES FAC-SUC.
           02 FAC-NUM-I PIC 9(6).
           02 FILLER    PIC X(6).
           COPY NUMSER.
      *
       77 MSGPAG      PIC X(60) VALUE
           'Pulse una tecla (<Q> salir) para continuar'.
      *
       77 FS-FPROD   PIC XX.
       77 FS-FNSR    PIC XX.
       77 FS-FNSH    PIC XX.
       77 FS-FPRV    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FFPD    PIC XX.
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
      * Fecha del suceso con barras, para la columna de fecha.
       01 FM2.
           02 DM2     PIC 99.
           02 GM1     PIC X   VALUE '/'.
           02 MM2B    PIC 99.
           02 GM2     PIC X   VALUE '/'.
           02 AM2     PIC 9999.
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
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO
              GOBACK.
      *
      * Sin series grabadas todavia (estado '35') ninguna consta.
           OPEN INPUT FNSR.
           IF FS-FNSR NOT = '00' AND FS-FNSR NOT = '35' THEN
              PERFORM ERROR-FICHERO-FNSR
              GOBACK.
      *
           OPEN INPUT FNSH.
           IF FS-FNSH NOT = '00' AND FS-FNSH NOT = '35' THEN
              PERFORM ERROR-FICHERO-FNSH
              GOBACK.
      *
           OPEN INPUT FPRV.
           IF FS-FPRV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPRV
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
      * FACTURAS.DAT puede no existir todavia (estado '35'): las
      * ventas salen sin factura.
           OPEN INPUT FFAC.
           IF FS-FFAC NOT = '00' AND FS-FFAC NOT = '35' THEN
              PERFORM ERROR-FICHERO-FFAC
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * PROCOD-E se deja con un valor no en blanco para que entre
      * en el bucle de CONSULTA al menos una vez.
           MOVE 'X' TO PROCOD-E.
      *
      * ************************************************
      * Proceso del programa: una serie por vuelta, hasta que se
      * deje el producto en blanco.
      * ************************************************
        PROCESO.
           PERFORM CONSULTA UNTIL PROCOD-E = SPACES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FNSR = '00' THEN
              CLOSE FNSR.
           IF FS-FNSH = '00' OR FS-FNSH = '10' THEN
              CLOSE FNSH.
           IF FS-FFAC = '00' OR FS-FFAC = '10'
                OR FS-FFAC = '23' THEN
              CLOSE FFAC.
           CLOSE FPROD FPRV FCLI FPED.
      *
      * ************************************************
      * Pide un producto y una serie y, si constan, muestra su
      * situacion y su historia
      * ************************************************
       CONSULTA.
           PERFORM PANTALLA.
           MOVE SPACES TO PROCOD-E.
           ACCEPT PROCOD-E LINE  4 POSITION 14 NO BEEP.
      *
           IF PROCOD-E NOT = SPACES THEN
              PERFORM LEER-PRODUCTO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA LINE 23 POSITION 79
               ELSE
                 DISPLAY PRODES LINE  4 POSITION 20
                 PERFORM PEDIR-SERIE.
      *
       LEER-PRODUCTO.
           MOVE PROCOD-E TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       PEDIR-SERIE.
           MOVE SPACES TO SERIE-E.
           ACCEPT SERIE-E LINE  5 POSITION 14 NO BEEP.
           MOVE 'N' TO EXISTE.
           IF FS-FNSR = '00' THEN
              MOVE PROCOD-E TO NSRPRO
              MOVE SERIE-E  TO NSRNUM
              MOVE SPACES TO EXISTE
              READ FNSR RECORD KEY IS NSRCLAVE INVALID KEY
                                    MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-S LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79
            ELSE
              PERFORM MOSTRAR-SITUACION
              PERFORM LISTAR-SUCESOS.
      *
       MOSTRAR-SITUACION.
           IF NSR-VENDIDO THEN
              DISPLAY 'Vendida' LINE  6 POSITION 14
            ELSE
              DISPLAY 'En almacen' LINE  6 POSITION 14
              DISPLAY NSRUBI       LINE  6 POSITION 25.
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
           DISPLAY 'CONSULTA DE NUMEROS DE SERIE'
                                   LINE  3 POSITION 26 REVERSE HIGH.
      *
           DISPLAY 'Producto...:' LINE  4 POSITION  1 HIGH.
           DISPLAY 'Num. serie.:' LINE  5 POSITION  1 HIGH.
           DISPLAY 'Situacion..:' LINE  6 POSITION  1 HIGH.
      *
           DISPLAY 'Fecha'        LINE  8 POSITION  3 HIGH.
           DISPLAY 'Suceso'       LINE  8 POSITION 14 HIGH.
           DISPLAY 'Alm'          LINE  8 POSITION 27 HIGH.
           DISPLAY 'Documento'    LINE  8 POSITION 31 HIGH.
           DISPLAY 'Proveedor/Cliente'
                                  LINE  8 POSITION 42 HIGH.
           DISPLAY 'Factura'      LINE  8 POSITION 64 HIGH.
      *
           DISPLAY GUION          LINE  9 POSITION 3 HIGH.
           DISPLAY GUION          LINE 22 POSITION 3 HIGH.
           DISPLAY MENSAJE        LINE 23 POSITION 3 REVERSE.
           DISPLAY MSGPIDE        LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Recorre los sucesos de la serie por su numero de orden
      * ************************************************
       LISTAR-SUCESOS.
           MOVE 9 TO LIN.
           MOVE 'N' TO SALIR-FICHA.
           MOVE SPACE TO FINLEC.
           IF FS-FNSH NOT = '00' AND FS-FNSH NOT = '10' THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              MOVE PROCOD-E TO NSHPRO
              MOVE SERIE-E  TO NSHNUM
              MOVE ZEROS    TO NSHSEQ
              START FNSH KEY IS NOT LESS NSHCLAVE INVALID KEY
                                         MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM LEER-SIGUIENTE.
      *
           PERFORM MOSTRAR UNTIL FINLEC = 'S'.
      *
           IF SALIR-FICHA NOT = 'S' THEN
              DISPLAY 'Fin de la consulta. Pulse una tecla.'
                          LINE 23 POSITION 15 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
      *
       LEER-SIGUIENTE.
           READ FNSH NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              IF NSHPRO NOT = PROCOD-E OR NSHNUM NOT = SERIE-E THEN
                 MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Muestra un suceso con su documento y su tercero
      * ************************************************
       MOSTRAR.
           ADD 1 TO LIN.
           IF LIN > 21 THEN
              PERFORM CAMBIO-PAGINA.
      *
           IF FINLEC NOT = 'S' THEN
              PERFORM PREPARAR-SUCESO
              MOVE NSHDD TO DM2
              MOVE NSHMM TO MM2B
              MOVE NSHAA TO AM2
              DISPLAY FM2     LINE LIN POSITION  3
              DISPLAY SUCESO  LINE LIN POSITION 14
              DISPLAY NSHUBI  LINE LIN POSITION 27
              DISPLAY DOC-SUC LINE LIN POSITION 31
              DISPLAY NOMBRE  LINE LIN POSITION 42
              DISPLAY FAC-SUC LINE LIN POSITION 64
              PERFORM LEER-SIGUIENTE.
      *
      * Entrada de compra: C y la compra, con el proveedor. Venta:
      * P y el pedido, con el cliente y la factura. Devolucion: D
      * y el pedido de origen, con el cliente.
       PREPARAR-SUCESO.
           MOVE NSHDOC TO DOC-NUM.
           MOVE SPACES TO NOMBRE.
           MOVE SPACES TO FAC-SUC.
           IF NSH-ENTRADA THEN
              MOVE 'Compra' TO SUCESO
              MOVE 'C' TO DOC-TIP
              PERFORM NOMBRE-PROVEEDOR
            ELSE
              PERFORM PREPARAR-VENTA.
      *
       PREPARAR-VENTA.
           IF NSH-VENTA THEN
              MOVE 'Venta' TO SUCESO
              MOVE 'P' TO DOC-TIP
            ELSE
              MOVE 'Devolucion' TO SUCESO
              MOVE 'D' TO DOC-TIP.
           PERFORM NOMBRE-CLIENTE.
           IF NSH-VENTA AND (FS-FFAC = '00' OR FS-FFAC = '23') THEN
              PERFORM BUSCAR-FACTURA.
      *
       NOMBRE-PROVEEDOR.
           MOVE NSHTER TO PRVCOD.
           MOVE SPACES TO PRVNOM.
           READ FPRV RECORD KEY IS PRVCOD INVALID KEY
                                 MOVE '(sin proveedor)' TO PRVNOM.
           MOVE PRVNOM TO NOMBRE.
      *
      * La liberacion nocturna no conoce el cliente: se toma del
      * pedido.
       NOMBRE-CLIENTE.
           MOVE NSHTER TO CLI-SUC.
           IF CLI-SUC = SPACES THEN
              PERFORM LEER-PEDIDO
              MOVE PEDCLI TO CLI-SUC.
           MOVE CLI-SUC TO CLICOD.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
           MOVE CLINOM TO NOMBRE.
      *
       LEER-PEDIDO.
           MOVE NSHDOC TO PEDNUM.
           MOVE SPACES TO PEDCLI.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE SPACES TO PEDCLI.
      *
      * ************************************************
      * Factura de la venta: la del pedido; si era un ticket
      * sustituido, la que lo sustituye; si no la hay, la
      * recapitulativa que recoge el pedido
      * ************************************************
       BUSCAR-FACTURA.
           MOVE 'S' TO HAY-FACTURA.
           MOVE NSHDOC TO FACPED.
           READ FFAC KEY IS FACPED INVALID KEY
                                   MOVE 'N' TO HAY-FACTURA.
           IF HAY-FACTURA = 'S' AND NOT FAC-FACTURA THEN
              MOVE 'N' TO HAY-FACTURA.
           IF HAY-FACTURA = 'S' AND FAC-SUSTITUIDA THEN
              PERFORM BUSCAR-SUSTITUTIVA.
           IF HAY-FACTURA = 'N' THEN
              PERFORM BUSCAR-RECAPITULATIVA.
           IF HAY-FACTURA = 'S' THEN
              PERFORM MONTAR-NUMERO.
      *
       BUSCAR-SUSTITUTIVA.
           MOVE FACORG TO FACNUM.
           READ FFAC KEY IS FACNUM INVALID KEY
                                   MOVE 'N' TO HAY-FACTURA.
      *
       BUSCAR-RECAPITULATIVA.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              PERFORM POSICIONAR-ALBARAN
              PERFORM PROBAR-RECAPITULATIVA UNTIL FINFPD = 'S'
              CLOSE FFPD.
      *
       POSICIONAR-ALBARAN.
           MOVE NSHDOC TO FPDPED.
           MOVE SPACE TO FINFPD.
           START FFPD KEY IS NOT LESS FPDPED INVALID KEY
                                MOVE 'S' TO FINFPD.
      *
       PROBAR-RECAPITULATIVA.
           READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              IF FPDPED NOT = NSHDOC THEN
                 MOVE 'S' TO FINFPD
               ELSE
                 PERFORM LEER-RECAPITULATIVA.
      *
       LEER-RECAPITULATIVA.
           MOVE 'S' TO HAY-FACTURA.
           MOVE FPDFAC TO FACNUM.
           READ FFAC KEY IS FACNUM INVALID KEY
                                   MOVE 'N' TO HAY-FACTURA.
           IF HAY-FACTURA = 'S' AND NOT FAC-FACTURA THEN
              MOVE 'N' TO HAY-FACTURA.
           IF HAY-FACTURA = 'S' THEN
              MOVE 'S' TO FINFPD.
      *
      * Numero de serie de la factura (F2026-000123); las
      * anteriores a las series salen por su numero interno.
       MONTAR-NUMERO.
           IF FACSCD = SPACE THEN
              MOVE FACNUM TO FAC-NUM-I
            ELSE
              MOVE FACSCD TO NSE-COD
              MOVE FACSAA TO NSE-AA
              MOVE FACSNU TO NSE-NUM
              MOVE NUM-SERIE TO FAC-SUC.
      *
      * ************************************************
      * Pantalla llena: sigue o abandona con <Q>
      * ************************************************
       CAMBIO-PAGINA.
           DISPLAY MSGPAG   LINE 23 POSITION 15 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79.
      *
           IF CONTINUA = 'Q' OR CONTINUA = 'q' THEN
              MOVE 'S' TO SALIR-FICHA
              MOVE 'S' TO FINLEC
            ELSE
              DISPLAY MENSAJE LINE 23 POSITION  3 REVERSE
              MOVE 10 TO LIN
              PERFORM BORRAR-PANTALLA 12 TIMES
              MOVE 10 TO LIN.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE LIN POSITION  3 ERASE EOL.
           ADD 1 TO LIN.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FNSR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FNSR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FNSH.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FNSH   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPRV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPRV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
