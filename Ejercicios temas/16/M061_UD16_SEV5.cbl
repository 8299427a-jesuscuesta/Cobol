      * maestros se abren en exclusiva: si un mantenimiento los
      * tiene abiertos, la reorganizacion se niega a correr. Para
      * la ventana de batch, despues de la copia nocturna.
      * Tambien reorganiza los ficheros de movimientos que se leen
      * por cliente: PEDIDOS.DAT (con su clave alternativa de
      * cliente y fecha PEDCLF), FACTURAS.DAT (con FACPED y la de
      * cliente y fecha FACCLF) y COBROS.DAT (indexado por cliente,
      * factura y numero de orden). Como la copia nocturna no los
      * guarda, su descarga no va a REORG.TMP sino a PEDIDOS.BAK,
      * FACTURAS.BAK y COBROS.BAK, que quedan como copia de
      * seguridad y restaura UD16E2. Si COBROS.DAT es todavia el
      * antiguo fichero secuencial (sin numero de orden), con
      * confirmacion se convierte: se descarga tal cual a REORG.TMP,
      * que queda como copia del antiguo, y se carga indexado
      * numerando los cobros de cada factura por orden de llegada.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ACCESS MODE IS DYNAMIC
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS FS-FCLI.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS FS-FPED.
      *
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS FS-FFAC.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS FS-FCOB.
      *
      * COBROS.DAT en el antiguo formato secuencial, para
      * convertirlo.
            SELECT FCOBV ASSIGN TO DISK 'COBROS.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCOBV.
      *
      * Copias que deja la descarga de pedidos, facturas y cobros.
            SELECT FBAKE ASSIGN TO DISK 'PEDIDOS.BAK'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FBAKE.
      *
            SELECT FBAKF ASSIGN TO DISK 'FACTURAS.BAK'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FBAKF.
      *
            SELECT FBAKB ASSIGN TO DISK 'COBROS.BAK'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FBAKB.
      *
      * Fichero de trabajo de la descarga secuencial por clave.
            SELECT FTMP ASSIGN TO DISK 'REORG.TMP'
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
       FD FCOB LABEL RECORD IS STANDARD.
           COPY REGCOB.
      *
      * Cobro del antiguo COBROS.DAT: cliente, factura y el resto
      * del registro actual detras de COBLIN.
       FD FCOBV LABEL RECORD IS STANDARD.
       01 REGCOBV.
          02 COBV-CLI  PIC X(4).
          02 COBV-FAC  PIC 9(6).
          02 COBV-RES  PIC X(18).
      *
       FD FBAKE LABEL RECORD IS STANDARD.
       01 REGBAKE     PIC X(44).
      *
       FD FBAKF LABEL RECORD IS STANDARD.
       01 REGBAKF     PIC X(97).
      *
       FD FBAKB LABEL RECORD IS STANDARD.
       01 REGBAKB     PIC X(31).
      *
       FD FTMP LABEL RECORD IS STANDARD.
       01 REGTMP      PIC X(120).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Elija el fichero a reorganizar o <X> para salir'.
       77 MSGOCUP    PIC X(55) VALUE
           'El maestro esta en uso: cierre los mantenimientos.'.
       77 MSGCONV    PIC X(55) VALUE
           'COBROS.DAT es secuencial. Convertirlo (S/N)?'.
      *
       77 OPCION     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
       77 FINLEC     PIC X.
      * La descarga a la copia se ha podido abrir ('S'): sin ella
      * no se reconstruye.
       77 DESCARGA-OK PIC X.
      *
      * Recuentos antes y despues de la reconstruccion.
       77 NUMANT     PIC 9(7).
       77 NUMDES     PIC 9(7).
       77 ZNUM       PIC Z.ZZZ.ZZ9.
      *
       77 FS-FPROD   PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FCOB    PIC XX.
       77 FS-FCOBV   PIC XX.
       77 FS-FBAKE   PIC XX.
       77 FS-FBAKF   PIC XX.
       77 FS-FBAKB   PIC XX.
       77 FS-FTMP    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
              PERFORM REORGANIZAR-PRODUCTOS.
           IF OPCION = 'C' OR OPCION = 'c' THEN
              PERFORM REORGANIZAR-CLIENTES.
           IF OPCION = 'E' OR OPCION = 'e' THEN
              PERFORM REORGANIZAR-PEDIDOS.
           IF OPCION = 'F' OR OPCION = 'f' THEN
              PERFORM REORGANIZAR-FACTURAS.
           IF OPCION = 'B' OR OPCION = 'b' THEN
              PERFORM REORGANIZAR-COBROS.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
           DISPLAY FF2.
           DISPLAY 'REORGANIZACION DE MAESTROS'
                                   LINE  3 POSITION 27 REVERSE HIGH.
      *
           DISPLAY '<P> Productos  (PRODUCTO.DAT)' LINE 15 POSITION 10.
           DISPLAY '<C> Clientes   (CLIENTES.DAT)' LINE 16 POSITION 10.
           DISPLAY '<E> Pedidos    (PEDIDOS.DAT)'  LINE 17 POSITION 10.
           DISPLAY '<F> Facturas   (FACTURAS.DAT)' LINE 18 POSITION 10.
           DISPLAY '<B> Cobros     (COBROS.DAT)'   LINE 19 POSITION 10.
      *
           DISPLAY MENSAJE        LINE 23 POSITION 3 REVERSE.
           DISPLAY MSGOPC         LINE 23 POSITION 14 REVERSE.
      *
       DESCARGAR-REG-P.
           MOVE SPACES TO REGTMP.
           MOVE REGPRO TO REGTMP(1:110).
           WRITE REGTMP.
           ADD 1 TO NUMANT.
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINLEC.
              CLOSE FPROD.
      *
       RECONSTRUIR-REG-P.
           MOVE REGTMP(1:110) TO REGPRO.
           WRITE REGPRO.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
      *
       DESCARGAR-REG-C.
           MOVE SPACES TO REGTMP.
           MOVE REGCLI TO REGTMP(1:120).
           WRITE REGTMP.
           ADD 1 TO NUMANT.
           READ FCLI NEXT RECORD AT END MOVE 'S' TO FINLEC.
              CLOSE FCLI.
      *
       RECONSTRUIR-REG-C.
           MOVE REGTMP(1:120) TO REGCLI.
           WRITE REGCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
           READ FTMP AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Reorganiza PEDIDOS.DAT: descarga por clave a PEDIDOS.BAK y
      * reconstruye con la clave de cliente y fecha
      * ************************************************
       REORGANIZAR-PEDIDOS.
           OPEN I-O FPED.
           IF FS-FPED = '35' THEN
              DISPLAY 'El fichero no existe todavia.'
                              LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
           IF FS-FPED NOT = '00' THEN
              DISPLAY MSGOCUP LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM DESCARGAR-PEDIDOS
              CLOSE FPED
              IF DESCARGA-OK = 'S' THEN
                 PERFORM RECONSTRUIR-PEDIDOS
                 PERFORM INFORME-RECUENTOS
               ELSE
                 PERFORM CONTINUAR.
      *
       DESCARGAR-PEDIDOS.
           MOVE 'S' TO DESCARGA-OK.
           OPEN OUTPUT FBAKE.
           IF FS-FBAKE NOT = '00' THEN
              MOVE 'N' TO DESCARGA-OK
              PERFORM ERROR-FICHERO-FBAKE
            ELSE
              MOVE 0 TO NUMANT
              PERFORM POSICIONAR-PEDIDOS
              PERFORM DESCARGAR-REG-E UNTIL FINLEC = 'S'
              CLOSE FBAKE.
      *
       POSICIONAR-PEDIDOS.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO PEDNUM.
           START FPED KEY IS NOT LESS PEDNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FPED NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       DESCARGAR-REG-E.
           MOVE REGPED TO REGBAKE.
           WRITE REGBAKE.
           ADD 1 TO NUMANT.
           READ FPED NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       RECONSTRUIR-PEDIDOS.
           OPEN OUTPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
            ELSE
              OPEN INPUT FBAKE
              PERFORM LEER-COPIA-PEDIDOS
              PERFORM RECONSTRUIR-REG-E UNTIL FINLEC = 'S'
              CLOSE FBAKE
              CLOSE FPED.
      *
       LEER-COPIA-PEDIDOS.
           MOVE 0 TO NUMDES.
           MOVE SPACE TO FINLEC.
           READ FBAKE AT END MOVE 'S' TO FINLEC.
      *
       RECONSTRUIR-REG-E.
           MOVE REGBAKE TO REGPED.
           WRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
            ELSE
              ADD 1 TO NUMDES.
           READ FBAKE AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Reorganiza FACTURAS.DAT de la misma forma, a FACTURAS.BAK
      * ************************************************
       REORGANIZAR-FACTURAS.
           OPEN I-O FFAC.
           IF FS-FFAC = '35' THEN
              DISPLAY 'El fichero no existe todavia.'
                              LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
           IF FS-FFAC NOT = '00' THEN
              DISPLAY MSGOCUP LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM DESCARGAR-FACTURAS
              CLOSE FFAC
              IF DESCARGA-OK = 'S' THEN
                 PERFORM RECONSTRUIR-FACTURAS
                 PERFORM INFORME-RECUENTOS
               ELSE
                 PERFORM CONTINUAR.
      *
       DESCARGAR-FACTURAS.
           MOVE 'S' TO DESCARGA-OK.
           OPEN OUTPUT FBAKF.
           IF FS-FBAKF NOT = '00' THEN
              MOVE 'N' TO DESCARGA-OK
              PERFORM ERROR-FICHERO-FBAKF
            ELSE
              MOVE 0 TO NUMANT
              PERFORM POSICIONAR-FACTURAS
              PERFORM DESCARGAR-REG-F UNTIL FINLEC = 'S'
              CLOSE FBAKF.
      *
       POSICIONAR-FACTURAS.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO FACNUM.
           START FFAC KEY IS NOT LESS FACNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       DESCARGAR-REG-F.
           MOVE REGFAC TO REGBAKF.
           WRITE REGBAKF.
           ADD 1 TO NUMANT.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       RECONSTRUIR-FACTURAS.
           OPEN OUTPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
            ELSE
              OPEN INPUT FBAKF
              PERFORM LEER-COPIA-FACTURAS
              PERFORM RECONSTRUIR-REG-F UNTIL FINLEC = 'S'
              CLOSE FBAKF
              CLOSE FFAC.
      *
       LEER-COPIA-FACTURAS.
           MOVE 0 TO NUMDES.
           MOVE SPACE TO FINLEC.
           READ FBAKF AT END MOVE 'S' TO FINLEC.
      *
       RECONSTRUIR-REG-F.
           MOVE REGBAKF TO REGFAC.
           WRITE REGFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
            ELSE
              ADD 1 TO NUMDES.
           READ FBAKF AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Reorganiza COBROS.DAT a COBROS.BAK; si no se puede abrir
      * como indexado, puede ser todavia el antiguo secuencial
      * ************************************************
       REORGANIZAR-COBROS.
           OPEN I-O FCOB.
           IF FS-FCOB = '00' THEN
              PERFORM REORGANIZAR-INDEXADO
            ELSE
              IF FS-FCOB = '35' OR FS-FCOB = '30'
                                OR FS-FCOB = '39' THEN
                 PERFORM CONVERTIR-COBROS
               ELSE
                 DISPLAY MSGOCUP LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
       REORGANIZAR-INDEXADO.
           PERFORM DESCARGAR-COBROS.
           CLOSE FCOB.
           IF DESCARGA-OK = 'S' THEN
              PERFORM RECONSTRUIR-COBROS
              PERFORM INFORME-RECUENTOS
            ELSE
              PERFORM CONTINUAR.
      *
       DESCARGAR-COBROS.
           MOVE 'S' TO DESCARGA-OK.
           OPEN OUTPUT FBAKB.
           IF FS-FBAKB NOT = '00' THEN
              MOVE 'N' TO DESCARGA-OK
              PERFORM ERROR-FICHERO-FBAKB
            ELSE
              MOVE 0 TO NUMANT
              PERFORM POSICIONAR-COBROS
              PERFORM DESCARGAR-REG-B UNTIL FINLEC = 'S'
              CLOSE FBAKB.
      *
       POSICIONAR-COBROS.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO COBCLAVE.
           START FCOB KEY IS NOT LESS COBCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FCOB NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       DESCARGAR-REG-B.
           MOVE REGCOB TO REGBAKB.
           WRITE REGBAKB.
           ADD 1 TO NUMANT.
           READ FCOB NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       RECONSTRUIR-COBROS.
           OPEN OUTPUT FCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              OPEN INPUT FBAKB
              PERFORM LEER-COPIA-COBROS
              PERFORM RECONSTRUIR-REG-B UNTIL FINLEC = 'S'
              CLOSE FBAKB
              CLOSE FCOB.
      *
       LEER-COPIA-COBROS.
           MOVE 0 TO NUMDES.
           MOVE SPACE TO FINLEC.
           READ FBAKB AT END MOVE 'S' TO FINLEC.
      *
       RECONSTRUIR-REG-B.
           MOVE REGBAKB TO REGCOB.
           WRITE REGCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              ADD 1 TO NUMDES.
           READ FBAKB AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Conversion del antiguo COBROS.DAT secuencial: con la
      * confirmacion del operador se descarga tal cual a
      * REORG.TMP y se carga indexado, dando a cada cobro el
      * primer numero de orden libre de su factura
      * ************************************************
       CONVERTIR-COBROS.
           OPEN INPUT FCOBV.
           IF FS-FCOBV NOT = '00' THEN
              DISPLAY 'El fichero no existe todavia.'
                              LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              CLOSE FCOBV
              DISPLAY MSGCONV   LINE 23 POSITION 14 REVERSE
              MOVE SPACES TO CONFIRMA
              ACCEPT CONFIRMA   LINE 23 POSITION 70 NO BEEP
              IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                 PERFORM CONVERTIR-CONFIRMADO
               ELSE
                 DISPLAY 'CONVERSION CANCELADA.'
                                  LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
       CONVERTIR-CONFIRMADO.
           PERFORM DESCARGAR-SECUENCIAL.
           IF DESCARGA-OK = 'S' THEN
              PERFORM CARGAR-INDEXADO
              PERFORM INFORME-RECUENTOS
            ELSE
              PERFORM CONTINUAR.
      *
       DESCARGAR-SECUENCIAL.
           MOVE 'S' TO DESCARGA-OK.
           OPEN OUTPUT FTMP.
           IF FS-FTMP NOT = '00' THEN
              MOVE 'N' TO DESCARGA-OK
              PERFORM ERROR-FICHERO-FTMP
            ELSE
              OPEN INPUT FCOBV
              PERFORM LEER-COBRO
              PERFORM DESCARGAR-REG-V UNTIL FINLEC = 'S'
              CLOSE FCOBV
              CLOSE FTMP.
      *
       LEER-COBRO.
           MOVE 0 TO NUMANT.
           MOVE SPACE TO FINLEC.
           READ FCOBV AT END MOVE 'S' TO FINLEC.
      *
       DESCARGAR-REG-V.
           MOVE SPACES TO REGTMP.
           MOVE REGCOBV TO REGTMP(1:28).
           WRITE REGTMP.
           ADD 1 TO NUMANT.
           READ FCOBV AT END MOVE 'S' TO FINLEC.
      *
       CARGAR-INDEXADO.
           OPEN OUTPUT FCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              OPEN INPUT FTMP
              PERFORM LEER-TEMPORAL
              PERFORM CARGAR-REG-V UNTIL FINLEC = 'S'
              CLOSE FTMP
              CLOSE FCOB.
      *
       LEER-TEMPORAL.
           MOVE 0 TO NUMDES.
           MOVE SPACE TO FINLEC.
           READ FTMP AT END MOVE 'S' TO FINLEC.
      *
      * El antiguo registro es el actual sin COBLIN: cliente y
      * factura delante, fecha, importe y metodo detras.
       CARGAR-REG-V.
           MOVE REGTMP(1:4)   TO COBCLI.
           MOVE REGTMP(5:6)   TO COBFAC.
           MOVE REGTMP(11:18) TO REGCOB(14:18).
           MOVE ZEROS TO COBLIN.
           MOVE '22' TO FS-FCOB.
           PERFORM NUMERAR-COBRO UNTIL FS-FCOB NOT = '22'
                                    OR COBLIN = 999.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              ADD 1 TO NUMDES.
           READ FTMP AT END MOVE 'S' TO FINLEC.
      *
      * Primer numero de orden libre en la factura del cobro.
       NUMERAR-COBRO.
           ADD 1 TO COBLIN.
           WRITE REGCOB.
      *
      * ************************************************
      * Muestra el recuento de registros antes y despues; si no
      * coinciden, algo fue mal y hay que restaurar la copia
      * ************************************************
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
      *
       ERROR-FICHERO-FCOB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FBAKE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FBAKE  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FBAKF.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FBAKF  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FBAKB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FBAKB  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FTMP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
