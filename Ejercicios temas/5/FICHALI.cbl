123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHALI.
       REMARKS. RUTINA COMUN DE FICHA ALIMENTARIA DE UN PRODUCTO.
      *
      * Lee la ficha del producto FAL-PRO en PROATRIB.DAT (trazado
      * REGATR, mantenido con UD09E11) y la devuelve compuesta,
      * para que la etiqueta de estanteria UD13E17, el albaran
      * UD11E3 y la exportacion web UD18E10 digan lo mismo con las
      * mismas palabras:
      *
      *    FAL-EST - 'S' ficha completa, 'I' ficha con algun
      *              alergeno sin capturar, 'N' sin ficha
      *    FAL-NUM - alergenos que contiene el producto
      *    FAL-NOM - sus nombres, uno por elemento, en el orden
      *              del reglamento (para quien los reparte en
      *              lineas cortas, como la etiqueta)
      *    FAL-ALE - los mismos separados por comas, o NINGUNO
      *    FAL-CON - la conservacion en texto ('REFRIGERADO, MAX.
      *              4 C'); en blanco si no esta capturada
      *    FAL-ORI - pais de origen (ISO)
      *    FAL-ING - ingredientes, las tres lineas seguidas
      *
      * El fichero se abre y se cierra en cada llamada, como hace
      * PENACT; si todavia no existe, ningun producto tiene ficha.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FATR ASSIGN TO DISK 'PROATRIB.DAT'
            RECORD KEY IS ATRPRO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FATR.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FATR LABEL RECORD IS STANDARD.
           COPY REGATR.
      *
       WORKING-STORAGE SECTION.
       77 FS-FATR   PIC XX.
       77 EXISTE    PIC X.
       77 ALGIDX    PIC 99.
       77 PUNTERO   PIC 999.
       77 NUMBLA    PIC 9.
       77 TMX-ED    PIC -Z9.
      *
      * Nombres de los catorce alergenos en el orden de ATRALE.
       01 NOMBRES-ALERGENOS.
           02 FILLER PIC X(17) VALUE 'GLUTEN'.
           02 FILLER PIC X(17) VALUE 'CRUSTACEOS'.
           02 FILLER PIC X(17) VALUE 'HUEVO'.
           02 FILLER PIC X(17) VALUE 'PESCADO'.
           02 FILLER PIC X(17) VALUE 'CACAHUETES'.
           02 FILLER PIC X(17) VALUE 'SOJA'.
           02 FILLER PIC X(17) VALUE 'LECHE'.
           02 FILLER PIC X(17) VALUE 'FRUTOS DE CASCARA'.
           02 FILLER PIC X(17) VALUE 'APIO'.
           02 FILLER PIC X(17) VALUE 'MOSTAZA'.
           02 FILLER PIC X(17) VALUE 'SESAMO'.
           02 FILLER PIC X(17) VALUE 'SULFITOS'.
           02 FILLER PIC X(17) VALUE 'ALTRAMUCES'.
           02 FILLER PIC X(17) VALUE 'MOLUSCOS'.
       01 TABLA-ALERGENOS REDEFINES NOMBRES-ALERGENOS.
           02 NOMBRE-ALE PIC X(17) OCCURS 14 TIMES.
      *
       LINKAGE SECTION.
       01 FAL-PRO   PIC X(4).
       01 FAL-EST   PIC X.
       01 FAL-NUM   PIC 99.
       01 FAL-NOMBRES.
           02 FAL-NOM PIC X(17) OCCURS 14 TIMES.
       01 FAL-ALE   PIC X(140).
       01 FAL-CON   PIC X(30).
       01 FAL-ORI   PIC X(2).
       01 FAL-ING   PIC X(180).
      *
       PROCEDURE DIVISION USING FAL-PRO, FAL-EST, FAL-NUM,
                                FAL-NOMBRES, FAL-ALE, FAL-CON,
                                FAL-ORI, FAL-ING.
       COMIENZO.
           MOVE 'N' TO FAL-EST.
           MOVE 0 TO FAL-NUM.
           MOVE SPACES TO FAL-NOMBRES.
           MOVE SPACES TO FAL-ALE.
           MOVE SPACES TO FAL-CON.
           MOVE SPACES TO FAL-ORI.
           MOVE SPACES TO FAL-ING.
      *
           OPEN INPUT FATR.
           IF FS-FATR = '00' THEN
              PERFORM LEER-ATRIBUTO
              IF EXISTE = SPACES THEN
                 PERFORM COMPONER-FICHA.
           IF FS-FATR NOT = '35' THEN
              CLOSE FATR.
      *
           EXIT PROGRAM.
      *
       LEER-ATRIBUTO.
           MOVE FAL-PRO TO ATRPRO.
           MOVE SPACES TO EXISTE.
           READ FATR RECORD KEY IS ATRPRO INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Compone la ficha leida en REGATR
      * ************************************************
       COMPONER-FICHA.
           MOVE 'S' TO FAL-EST.
           MOVE 1 TO PUNTERO.
           PERFORM ANADIR-ALERGENO
              VARYING ALGIDX FROM 1 BY 1 UNTIL ALGIDX > 14.
           IF FAL-NUM = 0 AND FAL-EST = 'S' THEN
              MOVE 'NINGUNO' TO FAL-ALE.
      *
           PERFORM COMPONER-CONSERVACION.
           MOVE ATRORI TO FAL-ORI.
           MOVE ATRING TO FAL-ING.
      *
       ANADIR-ALERGENO.
           IF ATRAL(ALGIDX) NOT = 'S' AND ATRAL(ALGIDX) NOT = 'N' THEN
              MOVE 'I' TO FAL-EST.
           IF ATRAL(ALGIDX) = 'S' THEN
              ADD 1 TO FAL-NUM
              MOVE NOMBRE-ALE(ALGIDX) TO FAL-NOM(FAL-NUM)
              IF FAL-NUM > 1 THEN
                 STRING ', ' DELIMITED BY SIZE
                        NOMBRE-ALE(ALGIDX) DELIMITED BY '  '
                   INTO FAL-ALE WITH POINTER PUNTERO
               ELSE
                 STRING NOMBRE-ALE(ALGIDX) DELIMITED BY '  '
                   INTO FAL-ALE WITH POINTER PUNTERO.
      *
      * ************************************************
      * Conservacion en texto; la temperatura solo en refrigerado
      * y congelado
      * ************************************************
       COMPONER-CONSERVACION.
           MOVE ATRTMX TO TMX-ED.
           MOVE 0 TO NUMBLA.
           INSPECT TMX-ED TALLYING NUMBLA FOR LEADING SPACE.
           MOVE 1 TO PUNTERO.
           IF ATR-AMBIENTE THEN
              MOVE 'TEMPERATURA AMBIENTE' TO FAL-CON.
           IF ATR-REFRIGERADO THEN
              STRING 'REFRIGERADO, MAX. ' DELIMITED BY SIZE
                     TMX-ED(NUMBLA + 1:)  DELIMITED BY SIZE
                     ' C'                 DELIMITED BY SIZE
                INTO FAL-CON WITH POINTER PUNTERO.
           IF ATR-CONGELADO THEN
              STRING 'CONGELADO, MAX. ' DELIMITED BY SIZE
                     TMX-ED(NUMBLA + 1:) DELIMITED BY SIZE
                     ' C'                DELIMITED BY SIZE
                INTO FAL-CON WITH POINTER PUNTERO.
