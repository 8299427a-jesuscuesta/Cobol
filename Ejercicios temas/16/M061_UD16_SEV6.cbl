      * El almacen guarda una linea por registro bajo la clave
      * nombre + generacion + numero de linea; la linea 0 de cada
      * generacion es su ficha (fecha, hora y recuento).
      *
      * Entre los listados esta DOCPAPEL.PRN, los documentos de
      * clientes (facturas, extractos, cartas y albaranes) que el
      * reparto nocturno UD22E9 saca de la cola para papel.
      *
      * Tambien estan los informes pesados que se pueden dejar en
      * la cola de informes (antiguedad de saldos EDADES.PRN,
      * ventas mensuales VENTAS.PRN, modelo 347 M347.PRN): el
      * ejecutor de la cola UD13E22 los deja aqui el mismo con el
      * operador que los pidio en la ficha, que sale en la columna
      * 'Pedido por'.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLIS6.
      *
            SELECT FLIS7 ASSIGN TO DISK 'DOCPAPEL.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLIS7.
      *
            SELECT FLIS8 ASSIGN TO DISK 'EDADES.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLIS8.
      *
            SELECT FLIS9 ASSIGN TO DISK 'VENTAS.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLIS9.
      *
            SELECT FLIS10 ASSIGN TO DISK 'M347.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLIS10.
      *
      * Salida de la reimpresion.
            SELECT FREI ASSIGN TO DISK 'REIMPRES.PRN'
       DATA DIVISION.
       FILE SECTION.
       FD FSTO LABEL RECORD IS STANDARD.
           COPY REGSTO.
      *
       FD FLIS1 LABEL RECORD IS STANDARD.
       01 REGLIS1     PIC X(80).
      *
       FD FLIS6 LABEL RECORD IS STANDARD.
       01 REGLIS6     PIC X(80).
      *
       FD FLIS7 LABEL RECORD IS STANDARD.
       01 REGLIS7     PIC X(80).
      *
       FD FLIS8 LABEL RECORD IS STANDARD.
       01 REGLIS8     PIC X(80).
      *
       FD FLIS9 LABEL RECORD IS STANDARD.
       01 REGLIS9     PIC X(80).
      *
       FD FLIS10 LABEL RECORD IS STANDARD.
       01 REGLIS10    PIC X(80).
      *
       FD FREI LABEL RECORD IS STANDARD.
       01 REGREI      PIC X(80).
           02 FILLER PIC X(12) VALUE 'CATALSPL    '.
           02 FILLER PIC X(12) VALUE 'ETIQUETAS   '.
           02 FILLER PIC X(12) VALUE 'RESUMEN     '.
           02 FILLER PIC X(12) VALUE 'DOCPAPEL    '.
           02 FILLER PIC X(12) VALUE 'EDADES      '.
           02 FILLER PIC X(12) VALUE 'VENTAS      '.
           02 FILLER PIC X(12) VALUE 'M347        '.
       01 TABLA-NOMBRES REDEFINES NOMBRES-SPOOL.
           02 NOM-SPOOL OCCURS 10 TIMES PIC X(12).
      *
       77 NOMIDX     PIC 99.
       77 GENIDX     PIC 9.
      *
      * Listado y generacion elegidos por el operador.
       77 ELEGIDO    PIC 99.
       77 GEN-E      PIC 9.
      *
      * Trabajo de la captura y la rotacion.
           02 FIC-HOR  PIC X(8).
           02 FILLER   PIC X(1).
           02 FIC-NUM  PIC 9(5).
           02 FILLER   PIC X(1).
      * Operador que pidio el informe en la cola (UD13E22); en
      * blanco en lo recogido aqui.
           02 FIC-USU  PIC X(8).
           02 FILLER   PIC X(46).
      *
       77 FS-FSTO    PIC XX.
       77 FS-FLIS1   PIC XX.
       77 FS-FLIS4   PIC XX.
       77 FS-FLIS5   PIC XX.
       77 FS-FLIS6   PIC XX.
       77 FS-FLIS7   PIC XX.
       77 FS-FLIS8   PIC XX.
       77 FS-FLIS9   PIC XX.
       77 FS-FLIS10  PIC XX.
       77 FS-FREI    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
           DISPLAY 'GESTOR DE SPOOL'
                                   LINE  3 POSITION 33 REVERSE HIGH.
      *
           DISPLAY 'N  Listado      G  Fecha       Hora      Lineas'
                                   LINE  5 POSITION  3 HIGH.
           DISPLAY 'Pedido por'   LINE  5 POSITION 53 HIGH.
           DISPLAY GUION          LINE  6 POSITION 3 HIGH.
           DISPLAY GUION          LINE 22 POSITION 3 HIGH.
           DISPLAY MENSAJE        LINE 23 POSITION 3 REVERSE.
       LISTAR-GENERACIONES.
           MOVE 6 TO LIN.
           PERFORM LISTAR-NOMBRE
              VARYING NOMIDX FROM 1 BY 1 UNTIL NOMIDX > 10.
      *
       LISTAR-NOMBRE.
           PERFORM LISTAR-GEN
           IF HAY-FUENTE = 'S' AND LIN < 21 THEN
              ADD 1 TO LIN
              DISPLAY NOMIDX LINE LIN POSITION  3
              DISPLAY SPNOM  LINE LIN POSITION  6
              DISPLAY SPGEN  LINE LIN POSITION 19
              MOVE SPTXT TO FICHA-GEN
              DISPLAY FIC-FEC LINE LIN POSITION 22
              DISPLAY FIC-HOR LINE LIN POSITION 34
              DISPLAY FIC-NUM LINE LIN POSITION 45
              DISPLAY FIC-USU LINE LIN POSITION 53.
      *
      * ************************************************
      * Recoge los diez listados: rota las generaciones de cada
      * uno y captura el contenido actual como generacion 1
      * ************************************************
       RECOGER-TODOS.
           PERFORM RECOGER-UNO
              VARYING NOMIDX FROM 1 BY 1 UNTIL NOMIDX > 10.
           DISPLAY 'LISTADOS RECOGIDOS.' LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
      *
           IF NOMIDX = 4 THEN PERFORM CAPTURAR-CATALSPL.
           IF NOMIDX = 5 THEN PERFORM CAPTURAR-ETIQUETAS.
           IF NOMIDX = 6 THEN PERFORM CAPTURAR-RESUMEN.
           IF NOMIDX = 7 THEN PERFORM CAPTURAR-DOCPAPEL.
           IF NOMIDX = 8 THEN PERFORM CAPTURAR-EDADES.
           IF NOMIDX = 9 THEN PERFORM CAPTURAR-VENTAS.
           IF NOMIDX = 10 THEN PERFORM CAPTURAR-M347.
      *
           IF HAY-FUENTE = 'S' AND NUMCAP > 0 THEN
              PERFORM GRABAR-FICHA.
           MOVE REGLIS6 TO SPTXT.
           PERFORM GRABAR-LINEA-CAPTURA.
           READ FLIS6 AT END MOVE 'S' TO FINLEC.
      *
       CAPTURAR-DOCPAPEL.
           OPEN INPUT FLIS7.
           IF FS-FLIS7 NOT = '00' THEN
              MOVE 'N' TO HAY-FUENTE
            ELSE
              PERFORM LEER-DOCPAPEL
              PERFORM COPIAR-DOCPAPEL UNTIL FINLEC = 'S'
              CLOSE FLIS7.
      *
       LEER-DOCPAPEL.
           MOVE SPACE TO FINLEC.
           READ FLIS7 AT END MOVE 'S' TO FINLEC.
       COPIAR-DOCPAPEL.
           MOVE REGLIS7 TO SPTXT.
           PERFORM GRABAR-LINEA-CAPTURA.
           READ FLIS7 AT END MOVE 'S' TO FINLEC.
      *
       CAPTURAR-EDADES.
           OPEN INPUT FLIS8.
           IF FS-FLIS8 NOT = '00' THEN
              MOVE 'N' TO HAY-FUENTE
            ELSE
              PERFORM LEER-EDADES
              PERFORM COPIAR-EDADES UNTIL FINLEC = 'S'
              CLOSE FLIS8.
      *
       LEER-EDADES.
           MOVE SPACE TO FINLEC.
           READ FLIS8 AT END MOVE 'S' TO FINLEC.
       COPIAR-EDADES.
           MOVE REGLIS8 TO SPTXT.
           PERFORM GRABAR-LINEA-CAPTURA.
           READ FLIS8 AT END MOVE 'S' TO FINLEC.
      *
       CAPTURAR-VENTAS.
           OPEN INPUT FLIS9.
           IF FS-FLIS9 NOT = '00' THEN
              MOVE 'N' TO HAY-FUENTE
            ELSE
              PERFORM LEER-VENTAS
              PERFORM COPIAR-VENTAS UNTIL FINLEC = 'S'
              CLOSE FLIS9.
      *
       LEER-VENTAS.
           MOVE SPACE TO FINLEC.
           READ FLIS9 AT END MOVE 'S' TO FINLEC.
       COPIAR-VENTAS.
           MOVE REGLIS9 TO SPTXT.
           PERFORM GRABAR-LINEA-CAPTURA.
           READ FLIS9 AT END MOVE 'S' TO FINLEC.
      *
       CAPTURAR-M347.
           OPEN INPUT FLIS10.
           IF FS-FLIS10 NOT = '00' THEN
              MOVE 'N' TO HAY-FUENTE
            ELSE
              PERFORM LEER-M347
              PERFORM COPIAR-M347 UNTIL FINLEC = 'S'
              CLOSE FLIS10.
      *
       LEER-M347.
           MOVE SPACE TO FINLEC.
           READ FLIS10 AT END MOVE 'S' TO FINLEC.
       COPIAR-M347.
           MOVE REGLIS10 TO SPTXT.
           PERFORM GRABAR-LINEA-CAPTURA.
           READ FLIS10 AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Reimpresion: copia la generacion elegida a REIMPRES.PRN
      * ************************************************
       REIMPRIMIR.
           DISPLAY 'Listado (1-10):' LINE 21 POSITION 3 HIGH.
           MOVE ZEROS TO ELEGIDO.
           ACCEPT ELEGIDO LINE 21 POSITION 19 NO BEEP.
           DISPLAY 'Generacion (1-3):' LINE 21 POSITION 25 HIGH.
           MOVE ZEROS TO GEN-E.
           ACCEPT GEN-E LINE 21 POSITION 43 NO BEEP.
      *
           IF ELEGIDO < 1 OR ELEGIDO > 10
              OR GEN-E < 1 OR GEN-E > 3 THEN
              DISPLAY 'Seleccion no valida.'
                               LINE 23 POSITION 14 REVERSE
      * listado elegido
      * ************************************************
       PURGAR.
           DISPLAY 'Listado a purgar (1-10):' LINE 21 POSITION 3 HIGH.
           MOVE ZEROS TO ELEGIDO.
           ACCEPT ELEGIDO LINE 21 POSITION 28 NO BEEP.
      *
           IF ELEGIDO < 1 OR ELEGIDO > 10 THEN
              DISPLAY 'Seleccion no valida.'
                               LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
