      * generaciones fechadas (.BK1 de anoche, .BK2 de anteanoche)
      * las rota la cadena nocturna UD13E18: para volver a una de
      * ellas, el operador la deja como .BAK y lanza esta utilidad.
      * Del mismo modo restaura PEDIDOS.DAT, FACTURAS.DAT y
      * COBROS.DAT desde PEDIDOS.BAK, FACTURAS.BAK y COBROS.BAK, las
      * copias que deja su reorganizacion en UD16E5, con sus claves
      * alternativas de cliente y fecha.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCLI.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
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
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
      *
            SELECT FBAKP ASSIGN TO DISK 'PRODUCTO.BAK'
            ORGANIZATION IS SEQUENTIAL
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FBAKC.
      *
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
123456*
       DATA DIVISION.
       FILE SECTION.
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
       FD FBAKP LABEL RECORD IS STANDARD.
       01 REGBAKP.
          02 BAKP-COD  PIC X(4).
          02 FILLER    PIC X(106).
      *
       FD FBAKC LABEL RECORD IS STANDARD.
       01 REGBAKC.
          02 BAKC-COD  PIC X(4).
          02 FILLER    PIC X(116).
      *
       FD FBAKE LABEL RECORD IS STANDARD.
       01 REGBAKE.
          02 BAKE-COD  PIC X(6).
          02 FILLER    PIC X(38).
      *
       FD FBAKF LABEL RECORD IS STANDARD.
       01 REGBAKF.
          02 BAKF-COD  PIC X(6).
          02 FILLER    PIC X(91).
      *
       FD FBAKB LABEL RECORD IS STANDARD.
       01 REGBAKB.
          02 BAKB-COD  PIC X(13).
          02 FILLER    PIC X(18).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Elija el fichero a restaurar o <X> para salir'.
       77 MSGCONF    PIC X(55) VALUE
           'El fichero vivo existe. Sobreescribir (S/N)?'.
      *
       77 OPCION     PIC X.
       77 CONTINUA   PIC X.
      *
      * Resultado de la verificacion previa de la copia.
       77 COPIA-OK   PIC X.
       77 CLAVE-ANT  PIC X(13).
       77 NUMVER     PIC 9(7).
      *
      * Registros restaurados, para el informe final.
       77 NUMRES     PIC 9(7).
       77 ZNUM       PIC Z.ZZZ.ZZ9.
      *
       77 FS-FPROD   PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FCOB    PIC XX.
       77 FS-FBAKP   PIC XX.
       77 FS-FBAKC   PIC XX.
       77 FS-FBAKE   PIC XX.
       77 FS-FBAKF   PIC XX.
       77 FS-FBAKB   PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
              PERFORM RESTAURAR-PRODUCTOS.
           IF OPCION = 'C' OR OPCION = 'c' THEN
              PERFORM RESTAURAR-CLIENTES.
           IF OPCION = 'E' OR OPCION = 'e' THEN
              PERFORM RESTAURAR-PEDIDOS.
           IF OPCION = 'F' OR OPCION = 'f' THEN
              PERFORM RESTAURAR-FACTURAS.
           IF OPCION = 'B' OR OPCION = 'b' THEN
              PERFORM RESTAURAR-COBROS.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
           DISPLAY FF2.
           DISPLAY 'RESTAURACION DE MAESTROS'
                                   LINE  3 POSITION 28 REVERSE HIGH.
      *
           DISPLAY '<P> Productos  (PRODUCTO.BAK)' LINE 15 POSITION 10.
           DISPLAY '<C> Clientes   (CLIENTES.BAK)' LINE 16 POSITION 10.
           DISPLAY '<E> Pedidos    (PEDIDOS.BAK)'  LINE 17 POSITION 10.
           DISPLAY '<F> Facturas   (FACTURAS.BAK)' LINE 18 POSITION 10.
           DISPLAY '<B> Cobros     (COBROS.BAK)'   LINE 19 POSITION 10.
      *
           DISPLAY MENSAJE        LINE 23 POSITION 3 REVERSE.
           DISPLAY MSGOPC         LINE 23 POSITION 14 REVERSE.
           READ FBAKC AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Restauracion de PEDIDOS.DAT desde PEDIDOS.BAK
      * ************************************************
       RESTAURAR-PEDIDOS.
           PERFORM VERIFICAR-COPIA-E.
           IF COPIA-OK NOT = 'S' THEN
              PERFORM CONTINUAR
            ELSE
              PERFORM CONFIRMAR-PEDIDOS
              IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                 PERFORM CARGAR-PEDIDOS
               ELSE
                 DISPLAY 'RESTAURACION CANCELADA.'
                                  LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
       VERIFICAR-COPIA-E.
           MOVE 'N' TO COPIA-OK.
           MOVE 0 TO NUMVER.
           MOVE LOW-VALUES TO CLAVE-ANT.
           OPEN INPUT FBAKE.
           IF FS-FBAKE NOT = '00' THEN
              DISPLAY 'No hay copia PEDIDOS.BAK que restaurar.'
                               LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM EMPEZAR-COPIA-PEDIDOS
              PERFORM VERIFICAR-REG-E UNTIL FINLEC = 'S'
              CLOSE FBAKE.
      *
           IF COPIA-OK = 'S' THEN
              MOVE NUMVER TO ZNUM
              DISPLAY 'Copia verificada. Registros:'
                               LINE  8 POSITION 10 HIGH
              DISPLAY ZNUM     LINE  8 POSITION 39
            ELSE
              IF FS-FBAKE = '00' OR FS-FBAKE = '10' THEN
                 DISPLAY 'COPIA MAL ORDENADA: no se restaura.'
                                  LINE 23 POSITION 14 REVERSE.
      *
       EMPEZAR-COPIA-PEDIDOS.
           MOVE 'S' TO COPIA-OK.
           MOVE SPACE TO FINLEC.
           READ FBAKE AT END MOVE 'S' TO FINLEC.
      *
       VERIFICAR-REG-E.
           IF BAKE-COD NOT > CLAVE-ANT THEN
              MOVE 'N' TO COPIA-OK
              MOVE 'S' TO FINLEC
            ELSE
              MOVE BAKE-COD TO CLAVE-ANT
              ADD 1 TO NUMVER
              READ FBAKE AT END MOVE 'S' TO FINLEC.
      *
       CONFIRMAR-PEDIDOS.
           MOVE 'S' TO CONFIRMA.
           OPEN INPUT FPED.
           IF FS-FPED = '00' THEN
              CLOSE FPED
              DISPLAY MSGCONF   LINE 23 POSITION 14 REVERSE
              MOVE SPACES TO CONFIRMA
              ACCEPT CONFIRMA   LINE 23 POSITION 70 NO BEEP.
      *
       CARGAR-PEDIDOS.
           MOVE 0 TO NUMRES.
           OPEN OUTPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
            ELSE
              OPEN INPUT FBAKE
              PERFORM LEER-COPIA-PEDIDOS
              PERFORM CARGAR-REG-E UNTIL FINLEC = 'S'
              CLOSE FBAKE
              CLOSE FPED
              MOVE NUMRES TO ZNUM
              DISPLAY 'FICHERO RESTAURADO. Registros:'
                               LINE 23 POSITION 14 REVERSE
              DISPLAY ZNUM     LINE 23 POSITION 45 REVERSE
              PERFORM CONTINUAR.
      *
       LEER-COPIA-PEDIDOS.
           MOVE SPACE TO FINLEC.
           READ FBAKE AT END MOVE 'S' TO FINLEC.
      *
       CARGAR-REG-E.
           MOVE REGBAKE TO REGPED.
           WRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
            ELSE
              ADD 1 TO NUMRES.
           READ FBAKE AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Restauracion de FACTURAS.DAT desde FACTURAS.BAK
      * ************************************************
       RESTAURAR-FACTURAS.
           PERFORM VERIFICAR-COPIA-F.
           IF COPIA-OK NOT = 'S' THEN
              PERFORM CONTINUAR
            ELSE
              PERFORM CONFIRMAR-FACTURAS
              IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                 PERFORM CARGAR-FACTURAS
               ELSE
                 DISPLAY 'RESTAURACION CANCELADA.'
                                  LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
       VERIFICAR-COPIA-F.
           MOVE 'N' TO COPIA-OK.
           MOVE 0 TO NUMVER.
           MOVE LOW-VALUES TO CLAVE-ANT.
           OPEN INPUT FBAKF.
           IF FS-FBAKF NOT = '00' THEN
              DISPLAY 'No hay copia FACTURAS.BAK que restaurar.'
                               LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM EMPEZAR-COPIA-FACTURAS
              PERFORM VERIFICAR-REG-F UNTIL FINLEC = 'S'
              CLOSE FBAKF.
      *
           IF COPIA-OK = 'S' THEN
              MOVE NUMVER TO ZNUM
              DISPLAY 'Copia verificada. Registros:'
                               LINE  8 POSITION 10 HIGH
              DISPLAY ZNUM     LINE  8 POSITION 39
            ELSE
              IF FS-FBAKF = '00' OR FS-FBAKF = '10' THEN
                 DISPLAY 'COPIA MAL ORDENADA: no se restaura.'
                                  LINE 23 POSITION 14 REVERSE.
      *
       EMPEZAR-COPIA-FACTURAS.
           MOVE 'S' TO COPIA-OK.
           MOVE SPACE TO FINLEC.
           READ FBAKF AT END MOVE 'S' TO FINLEC.
      *
       VERIFICAR-REG-F.
           IF BAKF-COD NOT > CLAVE-ANT THEN
              MOVE 'N' TO COPIA-OK
              MOVE 'S' TO FINLEC
            ELSE
              MOVE BAKF-COD TO CLAVE-ANT
              ADD 1 TO NUMVER
              READ FBAKF AT END MOVE 'S' TO FINLEC.
      *
       CONFIRMAR-FACTURAS.
           MOVE 'S' TO CONFIRMA.
           OPEN INPUT FFAC.
           IF FS-FFAC = '00' THEN
              CLOSE FFAC
              DISPLAY MSGCONF   LINE 23 POSITION 14 REVERSE
              MOVE SPACES TO CONFIRMA
              ACCEPT CONFIRMA   LINE 23 POSITION 70 NO BEEP.
      *
       CARGAR-FACTURAS.
           MOVE 0 TO NUMRES.
           OPEN OUTPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
            ELSE
              OPEN INPUT FBAKF
              PERFORM LEER-COPIA-FACTURAS
              PERFORM CARGAR-REG-F UNTIL FINLEC = 'S'
              CLOSE FBAKF
              CLOSE FFAC
              MOVE NUMRES TO ZNUM
              DISPLAY 'FICHERO RESTAURADO. Registros:'
                               LINE 23 POSITION 14 REVERSE
              DISPLAY ZNUM     LINE 23 POSITION 45 REVERSE
              PERFORM CONTINUAR.
      *
       LEER-COPIA-FACTURAS.
           MOVE SPACE TO FINLEC.
           READ FBAKF AT END MOVE 'S' TO FINLEC.
      *
       CARGAR-REG-F.
           MOVE REGBAKF TO REGFAC.
           WRITE REGFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
            ELSE
              ADD 1 TO NUMRES.
           READ FBAKF AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Restauracion de COBROS.DAT desde COBROS.BAK
      * ************************************************
       RESTAURAR-COBROS.
           PERFORM VERIFICAR-COPIA-B.
           IF COPIA-OK NOT = 'S' THEN
              PERFORM CONTINUAR
            ELSE
              PERFORM CONFIRMAR-COBROS
              IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                 PERFORM CARGAR-COBROS
               ELSE
                 DISPLAY 'RESTAURACION CANCELADA.'
                                  LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
       VERIFICAR-COPIA-B.
           MOVE 'N' TO COPIA-OK.
           MOVE 0 TO NUMVER.
           MOVE LOW-VALUES TO CLAVE-ANT.
           OPEN INPUT FBAKB.
           IF FS-FBAKB NOT = '00' THEN
              DISPLAY 'No hay copia COBROS.BAK que restaurar.'
                               LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM EMPEZAR-COPIA-COBROS
              PERFORM VERIFICAR-REG-B UNTIL FINLEC = 'S'
              CLOSE FBAKB.
      *
           IF COPIA-OK = 'S' THEN
              MOVE NUMVER TO ZNUM
              DISPLAY 'Copia verificada. Registros:'
                               LINE  8 POSITION 10 HIGH
              DISPLAY ZNUM     LINE  8 POSITION 39
            ELSE
              IF FS-FBAKB = '00' OR FS-FBAKB = '10' THEN
                 DISPLAY 'COPIA MAL ORDENADA: no se restaura.'
                                  LINE 23 POSITION 14 REVERSE.
      *
       EMPEZAR-COPIA-COBROS.
           MOVE 'S' TO COPIA-OK.
           MOVE SPACE TO FINLEC.
           READ FBAKB AT END MOVE 'S' TO FINLEC.
      *
       VERIFICAR-REG-B.
           IF BAKB-COD NOT > CLAVE-ANT THEN
              MOVE 'N' TO COPIA-OK
              MOVE 'S' TO FINLEC
            ELSE
              MOVE BAKB-COD TO CLAVE-ANT
              ADD 1 TO NUMVER
              READ FBAKB AT END MOVE 'S' TO FINLEC.
      *
       CONFIRMAR-COBROS.
           MOVE 'S' TO CONFIRMA.
           OPEN INPUT FCOB.
           IF FS-FCOB = '00' THEN
              CLOSE FCOB
              DISPLAY MSGCONF   LINE 23 POSITION 14 REVERSE
              MOVE SPACES TO CONFIRMA
              ACCEPT CONFIRMA   LINE 23 POSITION 70 NO BEEP.
      *
       CARGAR-COBROS.
           MOVE 0 TO NUMRES.
           OPEN OUTPUT FCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              OPEN INPUT FBAKB
              PERFORM LEER-COPIA-COBROS
              PERFORM CARGAR-REG-B UNTIL FINLEC = 'S'
              CLOSE FBAKB
              CLOSE FCOB
              MOVE NUMRES TO ZNUM
              DISPLAY 'FICHERO RESTAURADO. Registros:'
                               LINE 23 POSITION 14 REVERSE
              DISPLAY ZNUM     LINE 23 POSITION 45 REVERSE
              PERFORM CONTINUAR.
      *
       LEER-COPIA-COBROS.
           MOVE SPACE TO FINLEC.
           READ FBAKB AT END MOVE 'S' TO FINLEC.
      *
       CARGAR-REG-B.
           MOVE REGBAKB TO REGCOB.
           WRITE REGCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              ADD 1 TO NUMRES.
           READ FBAKB AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Pulsar tecla para continuar
      * ************************************************
        CONTINUAR.
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
