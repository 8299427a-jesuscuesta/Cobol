123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD09E11.
       REMARKS. UNIDAD 9 EJERCICIO 11.
      *
      * Ficha alimentaria de un producto (PROATRIB.DAT): se llama
      * desde la opcion de ficha del mantenimiento de productos
      * UD09E1, que le pasa el producto en pantalla y el perfil del
      * operador. Ensena los catorce alergenos de declaracion
      * obligatoria (S lo contiene, N no), la conservacion (A
      * ambiente, R refrigerado, C congelado, con la temperatura
      * maxima), el pais de origen y los ingredientes, y deja
      * grabarla o borrarla; un perfil de consulta solo la mira.
      * Todos los alergenos se contestan S o N: una ficha a medias
      * no se graba. La componen para el papel la rutina FICHALI
      * (etiquetas, albaran, exportacion web) y UD19E16 lista los
      * articulos de alimentacion que siguen sin ella.
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

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <M>odificar <B>orrar <F>in'.
       77 MSGMODI    PIC X(60) VALUE 'MODIFICACION'.
       77 MSGBAJA    PIC X(60) VALUE 'BAJA DE LA FICHA'.
       77 MSGPERFIL  PIC X(55) VALUE
           'Opcion no permitida a su perfil (solo consulta).'.
      *
       77 ERROR-B    PIC X(50) VALUE
           'ERROR! El producto NO tiene ficha.'.
       77 ERROR-L    PIC X(50) VALUE
           'ERROR! Cada alergeno: S o N.'.
       77 ERROR-C    PIC X(50) VALUE
           'ERROR! Conservacion: A, R o C.'.
       77 ERROR-T    PIC X(50) VALUE
           'ERROR! Temperatura: refrigerado 0 a 8, congelado<0'.
       77 ERROR-O    PIC X(50) VALUE
           'ERROR! Pais de origen: dos letras.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 FICHA-OK   PIC X.
      *
      * Alergeno en curso y su sitio en pantalla: los impares en la
      * columna izquierda, los pares en la derecha, dos por linea.
       77 ALGIDX     PIC 99.
       77 LINALE     PIC 99.
       77 COCIENTE   PIC 99.
       77 RESTO      PIC 9.
      *
       01 ROTULOS-ALERGENOS.
           02 FILLER PIC X(18) VALUE 'Gluten...........:'.
           02 FILLER PIC X(18) VALUE 'Crustaceos.......:'.
           02 FILLER PIC X(18) VALUE 'Huevo............:'.
           02 FILLER PIC X(18) VALUE 'Pescado..........:'.
           02 FILLER PIC X(18) VALUE 'Cacahuetes.......:'.
           02 FILLER PIC X(18) VALUE 'Soja.............:'.
           02 FILLER PIC X(18) VALUE 'Leche............:'.
           02 FILLER PIC X(18) VALUE 'Frutos de cascara:'.
           02 FILLER PIC X(18) VALUE 'Apio.............:'.
           02 FILLER PIC X(18) VALUE 'Mostaza..........:'.
           02 FILLER PIC X(18) VALUE 'Sesamo...........:'.
           02 FILLER PIC X(18) VALUE 'Sulfitos.........:'.
           02 FILLER PIC X(18) VALUE 'Altramuces.......:'.
           02 FILLER PIC X(18) VALUE 'Moluscos.........:'.
       01 TABLA-ROTULOS REDEFINES ROTULOS-ALERGENOS.
           02 ROTULO-ALE PIC X(18) OCCURS 14 TIMES.
      *
       77 FS-FATR    PIC XX.
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
      * Fecha de revision de la ficha descompuesta para pintarla.
       01 FFR.
           02 FRA     PIC 9999.
           02 FRM     PIC 99.
           02 FRD     PIC 99.
       01 FFR2.
           02 FRD2    PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FRM2    PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FRA2    PIC 9999.
       77 TMX-ED     PIC -Z9.
      *
       LINKAGE SECTION.
       01 FIC-PRODUCTO PIC X(4).
       01 FIC-DESCRIP  PIC X(20).
       01 FIC-ROL      PIC X.
123456*
       PROCEDURE DIVISION USING FIC-PRODUCTO, FIC-DESCRIP, FIC-ROL.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
      * PROATRIB.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio.
           OPEN I-O FATR.
           IF FS-FATR = '35' THEN
              OPEN OUTPUT FATR
              CLOSE FATR
              OPEN I-O FATR.
           IF FS-FATR NOT = '00' THEN
              PERFORM ERROR-FICHERO
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE SPACES TO OPCION.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM PEDIR UNTIL OPCION = 'F' OR OPCION = 'f'.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FATR.
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
           DISPLAY 'FICHA ALIMENTARIA DEL PRODUCTO'
                                   LINE  3 POSITION 25 REVERSE HIGH.
           DISPLAY 'Producto:'     LINE  4 POSITION  3 HIGH.
           DISPLAY FIC-PRODUCTO    LINE  4 POSITION 13.
           DISPLAY FIC-DESCRIP     LINE  4 POSITION 19.
      *
           DISPLAY 'ALERGENOS (S lo contiene, N no lo contiene)'
                                   LINE  6 POSITION  5 HIGH.
           PERFORM PINTAR-ROTULO
              VARYING ALGIDX FROM 1 BY 1 UNTIL ALGIDX > 14.
           DISPLAY 'Conservacion....:' LINE 15 POSITION 5 HIGH.
           DISPLAY '(A ambiente, R refrigerado, C congelado)'
                                   LINE 15 POSITION 27.
           DISPLAY 'Temp. maxima (C):' LINE 16 POSITION 5 HIGH.
           DISPLAY 'Pais de origen..:' LINE 17 POSITION 5 HIGH.
           DISPLAY 'Ingredientes....:' LINE 18 POSITION 5 HIGH.
           DISPLAY 'Revisada el.....:' LINE 21 POSITION 5 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
       PINTAR-ROTULO.
           PERFORM SITUAR-ALERGENO.
           IF RESTO = 1 THEN
              DISPLAY ROTULO-ALE(ALGIDX) LINE LINALE POSITION 5 HIGH
            ELSE
              DISPLAY ROTULO-ALE(ALGIDX) LINE LINALE POSITION 42 HIGH.
      *
      * ************************************************
      * Linea del alergeno en curso y si va a la izquierda
      * (RESTO 1) o a la derecha (RESTO 0)
      * ************************************************
       SITUAR-ALERGENO.
           DIVIDE ALGIDX BY 2 GIVING COCIENTE REMAINDER RESTO.
           COMPUTE LINALE = 6 + COCIENTE + RESTO.
      *
      * **********************************************************
      * Pedir opcion a realizar; la ficha del producto se ensena
      * antes de cada opcion
      * **********************************************************
       PEDIR.
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGOPC          LINE 23 POSITION 14 REVERSE.
           PERFORM LEER-FICHA.
           PERFORM MOSTRAR-FICHA.
           MOVE SPACES TO OPCION.
           ACCEPT OPCION    LINE 23 POSITION 76 OFF NO BEEP.
      *
      * Un perfil de consulta solo puede mirar la ficha.
           IF FIC-ROL = 'C' AND (OPCION = 'M' OR OPCION = 'm'
              OR OPCION = 'B' OR OPCION = 'b') THEN
              DISPLAY MSGPERFIL LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              MOVE SPACE TO OPCION.
      *
           IF OPCION = 'M' OR OPCION = 'm' THEN PERFORM MODIFICA
             ELSE
              IF OPCION = 'B' OR OPCION = 'b' THEN PERFORM BAJAS.
      *
      * ************************************************
      * Lee la ficha del producto; si no tiene, la deja en blanco
      * ************************************************
       LEER-FICHA.
           MOVE FIC-PRODUCTO TO ATRPRO.
           MOVE SPACES TO EXISTE.
           READ FATR RECORD KEY IS ATRPRO INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE SPACES TO REGATR
              MOVE FIC-PRODUCTO TO ATRPRO
              MOVE ZEROS TO ATRTMX
              MOVE ZEROS TO ATRFEC.
      *
      * ************************************************
      * Alta o modificacion de la ficha: se contesta entera y se
      * graba solo si todo es valido
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
      *
           MOVE 'S' TO FICHA-OK.
           PERFORM CAPTURAR-ALERGENO
              VARYING ALGIDX FROM 1 BY 1
              UNTIL ALGIDX > 14 OR FICHA-OK = 'N'.
           IF FICHA-OK = 'N' THEN
              DISPLAY ERROR-L LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM CAPTURAR-CONSERVACION
              IF FICHA-OK = 'S' THEN
                 PERFORM CAPTURAR-ORIGEN
                 IF FICHA-OK = 'S' THEN
                    PERFORM GRABAR-FICHA.
      *
           PERFORM CONTINUAR.
      *
       CAPTURAR-ALERGENO.
           PERFORM SITUAR-ALERGENO.
           IF RESTO = 1 THEN
              ACCEPT ATRAL(ALGIDX) LINE LINALE POSITION 24
                                   NO BEEP UPDATE
            ELSE
              ACCEPT ATRAL(ALGIDX) LINE LINALE POSITION 61
                                   NO BEEP UPDATE.
           IF ATRAL(ALGIDX) = 's' THEN MOVE 'S' TO ATRAL(ALGIDX).
           IF ATRAL(ALGIDX) = 'n' THEN MOVE 'N' TO ATRAL(ALGIDX).
           IF ATRAL(ALGIDX) NOT = 'S' AND ATRAL(ALGIDX) NOT = 'N' THEN
              MOVE 'N' TO FICHA-OK.
      *
      * ************************************************
      * Conservacion y, en frio, la temperatura maxima
      * ************************************************
       CAPTURAR-CONSERVACION.
           ACCEPT ATRCON LINE 15 POSITION 24 NO BEEP UPDATE.
           IF ATRCON = 'a' THEN MOVE 'A' TO ATRCON.
           IF ATRCON = 'r' THEN MOVE 'R' TO ATRCON.
           IF ATRCON = 'c' THEN MOVE 'C' TO ATRCON.
           IF NOT ATR-AMBIENTE AND NOT ATR-REFRIGERADO
                               AND NOT ATR-CONGELADO THEN
              MOVE 'N' TO FICHA-OK
              DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
            ELSE
              IF ATR-AMBIENTE THEN
                 MOVE ZEROS TO ATRTMX
                 DISPLAY SPACES LINE 16 POSITION 24 ERASE EOL
               ELSE
                 PERFORM CAPTURAR-TEMPERATURA.
      *
       CAPTURAR-TEMPERATURA.
           ACCEPT ATRTMX LINE 16 POSITION 24 NO BEEP UPDATE.
           IF (ATR-REFRIGERADO AND (ATRTMX < 0 OR ATRTMX > 8))
              OR (ATR-CONGELADO AND ATRTMX NOT < 0) THEN
              MOVE 'N' TO FICHA-OK
              DISPLAY ERROR-T LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pais de origen: dos letras, en mayusculas
      * ************************************************
       CAPTURAR-ORIGEN.
           ACCEPT ATRORI LINE 17 POSITION 24 NO BEEP UPDATE.
           INSPECT ATRORI CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF ATRORI(1:1) = SPACE OR ATRORI(2:1) = SPACE
              OR ATRORI IS NOT ALPHABETIC THEN
              MOVE 'N' TO FICHA-OK
              DISPLAY ERROR-O LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY ATRORI LINE 17 POSITION 24
              ACCEPT ATRIN1 LINE 18 POSITION 19 NO BEEP UPDATE
              ACCEPT ATRIN2 LINE 19 POSITION 19 NO BEEP UPDATE
              ACCEPT ATRIN3 LINE 20 POSITION 19 NO BEEP UPDATE.
      *
      * ************************************************
      * Graba la ficha nueva o reescribe la que habia
      * ************************************************
       GRABAR-FICHA.
           MOVE FIC-PRODUCTO TO ATRPRO.
           MOVE FECHA TO ATRFEC.
           IF EXISTE = 'N' THEN
              WRITE REGATR
            ELSE
              REWRITE REGATR.
           IF FS-FATR = '00' THEN
              DISPLAY 'FICHA GRABADA!      '
                                 LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Baja de la ficha del producto
      * ************************************************
       BAJAS.
           DISPLAY MSGBAJA    LINE 23 POSITION 14 REVERSE.
      *
           IF EXISTE = SPACES THEN
              DELETE FATR
              IF FS-FATR = '00' THEN
                 DISPLAY 'FICHA BORRADA!      '
                                    LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM ERROR-FICHERO
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Muestra la ficha leida (en blanco si no la tiene)
      * ************************************************
       MOSTRAR-FICHA.
           PERFORM PINTAR-ALERGENO
              VARYING ALGIDX FROM 1 BY 1 UNTIL ALGIDX > 14.
           DISPLAY ATRCON LINE 15 POSITION 24.
           IF ATR-REFRIGERADO OR ATR-CONGELADO THEN
              MOVE ATRTMX TO TMX-ED
              DISPLAY TMX-ED LINE 16 POSITION 24
            ELSE
              DISPLAY SPACES LINE 16 POSITION 24 ERASE EOL.
           DISPLAY ATRORI LINE 17 POSITION 24.
           DISPLAY ATRIN1 LINE 18 POSITION 19.
           DISPLAY ATRIN2 LINE 19 POSITION 19.
           DISPLAY ATRIN3 LINE 20 POSITION 19.
           IF ATRFEC = ZEROS THEN
              DISPLAY '(sin ficha)' LINE 21 POSITION 24
            ELSE
              MOVE ATRFEC TO FFR
              MOVE FRD TO FRD2
              MOVE FRM TO FRM2
              MOVE FRA TO FRA2
              DISPLAY FFR2 LINE 21 POSITION 24.
      *
       PINTAR-ALERGENO.
           PERFORM SITUAR-ALERGENO.
           IF RESTO = 1 THEN
              DISPLAY ATRAL(ALGIDX) LINE LINALE POSITION 24
            ELSE
              DISPLAY ATRAL(ALGIDX) LINE LINALE POSITION 61.
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
      * Pantalla amigable de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FATR   LINE 23 POSITION 40 REVERSE.
