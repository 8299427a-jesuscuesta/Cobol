123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTES.
       REMARKS. RUTINA COMUN DE PORTES DE UN PEDIDO.
      *
      * Calcula los portes que hay que cargar al cliente por el
      * envio de un pedido: toma el peso del envio de EXPEDIC.DAT
      * (trazado REGEXP), la zona de la poblacion de entrega de
      * ZONAPOB.DAT (trazado REGZPO) o, si la poblacion no tiene
      * zona propia, la de la ruta que la sirve (RUTAPOB.DAT y
      * RUTZON de RUTAS.DAT), y el importe del primer tramo de esa
      * zona de la tarifa TARPORTE.DAT (trazado REGTPO) cuyo peso
      * hasta alcance el del envio. Lo llaman la facturacion UD12E1
      * y la masiva UD23E10, para que las dos carguen igual.
      *
      * La condicion de portes del cliente (CLIPOR) manda: pagados
      * no se cargan nunca; debidos se cargan siempre; francos se
      * cargan salvo que la base del pedido (POR-BASE) llegue al
      * importe del cliente (CLIPUM).
      *
      * Devuelve en POR-IMP los portes a cargar (cero si no se
      * cargan), en POR-PES el peso del envio y en POR-ZON su zona,
      * y en POR-OK el resultado, con los valores de PEDPCO: 'C'
      * cargados, 'P' pagados por la empresa, 'F' francos por
      * importe, 'Z' envio sin zona o fuera de la tarifa, 'X' pedido
      * sin envio. Los ficheros se abren y se cierran en cada
      * llamada, como hace PENACT; uno que todavia no exista cuenta
      * como vacio.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEXP ASSIGN TO DISK 'EXPEDIC.DAT'
            RECORD KEY IS EXPPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FEXP.
      *
            SELECT FZPO ASSIGN TO DISK 'ZONAPOB.DAT'
            RECORD KEY IS ZPOPOB
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FZPO.
      *
            SELECT FRPO ASSIGN TO DISK 'RUTAPOB.DAT'
            RECORD KEY IS RPOPOB
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FRPO.
      *
            SELECT FRUT ASSIGN TO DISK 'RUTAS.DAT'
            RECORD KEY IS RUTCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FRUT.
      *
            SELECT FTPO ASSIGN TO DISK 'TARPORTE.DAT'
            RECORD KEY IS TPOCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTPO.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FEXP LABEL RECORD IS STANDARD.
           COPY REGEXP.
      *
       FD FZPO LABEL RECORD IS STANDARD.
           COPY REGZPO.
      *
       FD FRPO LABEL RECORD IS STANDARD.
           COPY REGRPO.
      *
       FD FRUT LABEL RECORD IS STANDARD.
           COPY REGRUT.
      *
       FD FTPO LABEL RECORD IS STANDARD.
           COPY REGTPO.
      *
       WORKING-STORAGE SECTION.
       77 FS-FEXP   PIC XX.
       77 FS-FZPO   PIC XX.
       77 FS-FRPO   PIC XX.
       77 FS-FRUT   PIC XX.
       77 FS-FTPO   PIC XX.
       77 EXISTE    PIC X.
      *
       LINKAGE SECTION.
       01 POR-PED   PIC 9(6).
       01 POR-CON   PIC X.
       01 POR-UMB   PIC 9(7)V99.
       01 POR-POB   PIC X(20).
       01 POR-BASE  PIC 9(7)V99.
       01 POR-IMP   PIC 9(5)V99.
       01 POR-PES   PIC 9(5)V99.
       01 POR-ZON   PIC XX.
       01 POR-OK    PIC X.
      *
       PROCEDURE DIVISION USING POR-PED, POR-CON, POR-UMB, POR-POB,
                                POR-BASE, POR-IMP, POR-PES, POR-ZON,
                                POR-OK.
       COMIENZO.
           MOVE ZEROS TO POR-IMP.
           MOVE ZEROS TO POR-PES.
           MOVE SPACES TO POR-ZON.
           MOVE 'X' TO POR-OK.
           PERFORM BUSCAR-ENVIO.
           IF POR-OK NOT = 'X' THEN
              PERFORM BUSCAR-ZONA
              PERFORM APLICAR-CONDICION.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Peso del envio del pedido
      * ************************************************
       BUSCAR-ENVIO.
           OPEN INPUT FEXP.
           IF FS-FEXP = '00' THEN
              PERFORM LEER-EXPEDICION
              IF EXISTE = SPACES THEN
                 MOVE EXPPES TO POR-PES
                 MOVE 'C' TO POR-OK.
           IF FS-FEXP NOT = '35' THEN
              CLOSE FEXP.
      *
       LEER-EXPEDICION.
           MOVE POR-PED TO EXPPED.
           MOVE SPACES TO EXISTE.
           READ FEXP RECORD KEY IS EXPPED INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Zona de la poblacion; si no tiene, la de su ruta
      * ************************************************
       BUSCAR-ZONA.
           OPEN INPUT FZPO.
           IF FS-FZPO = '00' THEN
              PERFORM LEER-ZONA
              IF EXISTE = SPACES THEN
                 MOVE ZPOZON TO POR-ZON.
           IF FS-FZPO NOT = '35' THEN
              CLOSE FZPO.
           IF POR-ZON = SPACES THEN
              PERFORM ZONA-DE-LA-RUTA.
      *
       LEER-ZONA.
           MOVE POR-POB TO ZPOPOB.
           MOVE SPACES TO EXISTE.
           READ FZPO RECORD KEY IS ZPOPOB INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       ZONA-DE-LA-RUTA.
           OPEN INPUT FRPO.
           IF FS-FRPO = '00' THEN
              PERFORM LEER-RUTA-POBLACION
              IF EXISTE = SPACES THEN
                 PERFORM LEER-RUTA.
           IF FS-FRPO NOT = '35' THEN
              CLOSE FRPO.
      *
       LEER-RUTA-POBLACION.
           MOVE POR-POB TO RPOPOB.
           MOVE SPACES TO EXISTE.
           READ FRPO RECORD KEY IS RPOPOB INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       LEER-RUTA.
           OPEN INPUT FRUT.
           IF FS-FRUT = '00' THEN
              PERFORM BUSCAR-RUTA
              IF EXISTE = SPACES THEN
                 MOVE RUTZON TO POR-ZON.
           IF FS-FRUT NOT = '35' THEN
              CLOSE FRUT.
      *
       BUSCAR-RUTA.
           MOVE RPORUT TO RUTCOD.
           MOVE SPACES TO EXISTE.
           READ FRUT RECORD KEY IS RUTCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Condicion de portes del cliente; solo se busca la tarifa
      * cuando hay que cargarlos
      * ************************************************
       APLICAR-CONDICION.
           IF POR-CON = 'P' OR POR-CON = SPACE THEN
              MOVE 'P' TO POR-OK
            ELSE
              IF POR-CON = 'F' AND POR-BASE NOT < POR-UMB THEN
                 MOVE 'F' TO POR-OK
               ELSE
                 PERFORM BUSCAR-TARIFA.
      *
      * ************************************************
      * Primer tramo de la zona cuyo peso hasta alcanza el peso
      * del envio
      * ************************************************
       BUSCAR-TARIFA.
           MOVE 'Z' TO POR-OK.
           IF POR-ZON NOT = SPACES THEN
              PERFORM LEER-TARIFA.
      *
       LEER-TARIFA.
           OPEN INPUT FTPO.
           IF FS-FTPO = '00' THEN
              PERFORM POSICIONAR-TARIFA-PORTE
              IF EXISTE = SPACES THEN
                 PERFORM LEER-TARIFA-PORTE
                 IF EXISTE = SPACES AND TPOZON = POR-ZON THEN
                    MOVE TPOIMP TO POR-IMP
                    MOVE 'C' TO POR-OK.
           IF FS-FTPO NOT = '35' THEN
              CLOSE FTPO.
      *
       POSICIONAR-TARIFA-PORTE.
           MOVE POR-ZON TO TPOZON.
           MOVE POR-PES TO TPOHAS.
           MOVE SPACES TO EXISTE.
           START FTPO KEY IS NOT LESS TPOCLAVE INVALID KEY
                                      MOVE 'N' TO EXISTE.
      *
       LEER-TARIFA-PORTE.
           READ FTPO NEXT RECORD AT END MOVE 'N' TO EXISTE.
