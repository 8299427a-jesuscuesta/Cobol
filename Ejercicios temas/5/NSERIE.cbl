123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. NSERIE.
       REMARKS. RUTINA COMUN DE NUMEROS DE SERIE.
      *
      * Mantiene los numeros de serie de los articulos con control
      * de serie (PRO-SERIE): su situacion en NSERIE.DAT (trazado
      * REGNSR) y cada suceso de su vida en NSERIEH.DAT (trazado
      * REGNSH), al estilo de PENACT: una sola rutina llamada desde
      * la recepcion, la expedicion, la liberacion nocturna y las
      * devoluciones, en vez de repetir la logica en cada uno.
      * Operaciones:
      *
      *    'ENT' - entrada de compra (UD15E3): la serie no puede
      *            estar ya en almacen
      *    'SAL' - salida por venta (UD11E4): la serie no puede
      *            estar ya vendida; una serie desconocida se da de
      *            alta en la salida (unidades que ya estaban en el
      *            almacen antes de llevar series)
      *    'ASG' - salida por venta de la primera serie en almacen
      *            del producto en NSR-UBI (la liberacion nocturna
      *            UD13E7, que no tiene a quien preguntar); devuelve
      *            la serie en NSR-NUM
      *    'VER' - comprueba sin grabar que la serie se vendio en
      *            el pedido NSR-DOC (antes de aceptar una
      *            devolucion)
      *    'DEV' - devolucion (UD12E5): la misma comprobacion, y la
      *            serie vuelve al almacen NSR-UBI
      *
      * NSR-TER lleva el proveedor o el cliente y NSR-DOC la compra
      * o el pedido. NSR-OK vuelve 'N' con el motivo en NSR-MSG si
      * la operacion no se admite o falla el fichero. Los ficheros
      * se abren y se cierran en cada llamada, como en PENACT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FNSR ASSIGN TO DISK 'NSERIE.DAT'
            RECORD KEY IS NSRCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FNSR.
      *
            SELECT FNSH ASSIGN TO DISK 'NSERIEH.DAT'
            RECORD KEY IS NSHCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FNSH.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FNSR LABEL RECORD IS STANDARD.
           COPY REGNSR.
      *
       FD FNSH LABEL RECORD IS STANDARD.
           COPY REGNSH.
      *
       WORKING-STORAGE SECTION.
       77 FS-FNSR   PIC XX.
       77 FS-FNSH   PIC XX.
       77 EXISTE    PIC X.
       77 FINLEC    PIC X.
       77 TIPO-SUC  PIC X.
      *
       01 FF1.
           02 AA1     PIC 9999.
           02 MM1     PIC 99.
           02 DD1     PIC 99.
      *
       LINKAGE SECTION.
       01 NSR-OPER  PIC X(3).
       01 NSR-PRO   PIC X(4).
       01 NSR-NUM   PIC X(20).
       01 NSR-UBI   PIC XX.
       01 NSR-TER   PIC X(4).
       01 NSR-DOC   PIC 9(6).
       01 NSR-FEC   PIC 9(8).
       01 NSR-OK    PIC X.
       01 NSR-MSG   PIC X(40).
      *
       PROCEDURE DIVISION USING NSR-OPER, NSR-PRO, NSR-NUM, NSR-UBI,
                                NSR-TER, NSR-DOC, NSR-FEC, NSR-OK,
                                NSR-MSG.
       COMIENZO.
           MOVE 'S' TO NSR-OK.
           MOVE SPACES TO NSR-MSG.
           MOVE NSR-FEC TO FF1.
           PERFORM ABRIR-FICHEROS.
           IF FS-FNSR NOT = '00' OR FS-FNSH NOT = '00' THEN
              MOVE 'N' TO NSR-OK
              MOVE 'ERROR EN EL FICHERO DE NUMEROS DE SERIE'
                TO NSR-MSG
            ELSE
              PERFORM TRATAR-OPERACION.
           IF FS-FNSR NOT = '35' THEN
              CLOSE FNSR.
           IF FS-FNSH NOT = '35' THEN
              CLOSE FNSH.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * NSERIE.DAT y NSERIEH.DAT todavia no existen la primera vez
      * (estado '35'); se crean vacios
      * ************************************************
       ABRIR-FICHEROS.
           OPEN I-O FNSR.
           IF FS-FNSR = '35' THEN
              OPEN OUTPUT FNSR
              CLOSE FNSR
              OPEN I-O FNSR.
           OPEN I-O FNSH.
           IF FS-FNSH = '35' THEN
              OPEN OUTPUT FNSH
              CLOSE FNSH
              OPEN I-O FNSH.
      *
       TRATAR-OPERACION.
           IF NSR-OPER = 'ASG' THEN
              PERFORM BUSCAR-EN-ALMACEN.
           IF NSR-OK = 'S' THEN
              PERFORM LEER-SERIE.
      *
           IF NSR-OPER = 'ENT' THEN
              PERFORM ENTRADA-COMPRA.
           IF NSR-OPER = 'SAL' OR NSR-OPER = 'ASG' THEN
              PERFORM SALIDA-VENTA.
           IF NSR-OPER = 'VER' OR NSR-OPER = 'DEV' THEN
              PERFORM COMPROBAR-VENTA.
           IF NSR-OPER = 'DEV' AND NSR-OK = 'S' THEN
              PERFORM DEVOLUCION.
      *
       LEER-SERIE.
           MOVE NSR-PRO TO NSRPRO.
           MOVE NSR-NUM TO NSRNUM.
           MOVE SPACES TO EXISTE.
           READ FNSR RECORD KEY IS NSRCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Entrada de compra: una serie que ya esta en almacen no
      * puede volver a entrar; una vendida puede (la unidad
      * reparada que el proveedor vuelve a mandar)
      * ************************************************
       ENTRADA-COMPRA.
           IF EXISTE = SPACES AND NSR-ALMACEN THEN
              MOVE 'N' TO NSR-OK
              MOVE 'ERROR! Esa serie YA esta en almacen.' TO NSR-MSG
            ELSE
              MOVE 'E' TO TIPO-SUC
              SET NSR-ALMACEN TO TRUE
              PERFORM GRABAR-SUCESO.
      *
      * ************************************************
      * Salida por venta: una serie ya vendida no puede salir
      * otra vez
      * ************************************************
       SALIDA-VENTA.
           IF NSR-OK = 'S' AND EXISTE = SPACES AND NSR-VENDIDO THEN
              MOVE 'N' TO NSR-OK
              MOVE 'ERROR! Esa serie YA esta vendida.' TO NSR-MSG.
           IF NSR-OK = 'S' THEN
              MOVE 'S' TO TIPO-SUC
              SET NSR-VENDIDO TO TRUE
              PERFORM GRABAR-SUCESO.
      *
      * ************************************************
      * Primera serie en almacen del producto en el almacen pedido,
      * por orden de numero de serie
      * ************************************************
       BUSCAR-EN-ALMACEN.
           MOVE 'N' TO NSR-OK.
           MOVE 'Sin series del articulo en almacen.' TO NSR-MSG.
           MOVE SPACE TO FINLEC.
           MOVE NSR-PRO TO NSRPRO.
           MOVE LOW-VALUES TO NSRNUM.
           START FNSR KEY IS NOT LESS NSRCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           PERFORM PROBAR-SERIE UNTIL FINLEC = 'S'.
      *
       PROBAR-SERIE.
           READ FNSR NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND NSRPRO NOT = NSR-PRO THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND NSR-ALMACEN
                AND NSRUBI = NSR-UBI THEN
              MOVE NSRNUM TO NSR-NUM
              MOVE 'S' TO NSR-OK
              MOVE SPACES TO NSR-MSG
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Una devolucion solo se admite sobre una serie que consta
      * vendida en el mismo pedido
      * ************************************************
       COMPROBAR-VENTA.
           IF EXISTE = 'N' THEN
              MOVE 'N' TO NSR-OK
              MOVE 'ERROR! Numero de serie desconocido.' TO NSR-MSG
            ELSE
              IF NOT NSR-VENDIDO OR NSRDOC NOT = NSR-DOC THEN
                 MOVE 'N' TO NSR-OK
                 MOVE 'ERROR! No consta vendida en ese pedido.'
                   TO NSR-MSG.
      *
       DEVOLUCION.
           MOVE 'D' TO TIPO-SUC.
           SET NSR-ALMACEN TO TRUE.
           PERFORM GRABAR-SUCESO.
      *
      * ************************************************
      * Graba la situacion nueva de la serie y el suceso en su
      * historia; una serie desconocida nace aqui con el suceso 1
      * ************************************************
       GRABAR-SUCESO.
           IF EXISTE = 'N' THEN
              MOVE NSR-PRO TO NSRPRO
              MOVE NSR-NUM TO NSRNUM
              MOVE 0 TO NSRSEQ.
           ADD 1 TO NSRSEQ.
           MOVE NSR-UBI TO NSRUBI.
           MOVE NSR-TER TO NSRTER.
           MOVE NSR-DOC TO NSRDOC.
           IF EXISTE = 'N' THEN
              WRITE REGNSR
            ELSE
              REWRITE REGNSR.
           IF FS-FNSR NOT = '00' THEN
              MOVE 'N' TO NSR-OK
              MOVE 'ERROR EN EL FICHERO DE NUMEROS DE SERIE'
                TO NSR-MSG
            ELSE
              PERFORM GRABAR-HISTORIA.
      *
       GRABAR-HISTORIA.
           MOVE NSRPRO   TO NSHPRO.
           MOVE NSRNUM   TO NSHNUM.
           MOVE NSRSEQ   TO NSHSEQ.
           MOVE TIPO-SUC TO NSHTIP.
           MOVE AA1      TO NSHAA.
           MOVE MM1      TO NSHMM.
           MOVE DD1      TO NSHDD.
           MOVE NSR-UBI  TO NSHUBI.
           MOVE NSR-TER  TO NSHTER.
           MOVE NSR-DOC  TO NSHDOC.
           WRITE REGNSH.
