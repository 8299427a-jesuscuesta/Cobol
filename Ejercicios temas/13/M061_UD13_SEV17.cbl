      * postales de UD13E6 (ETIQPROD.PRN). Opcionalmente se tiran
      * solo las etiquetas de los productos cuyo precio ha cambiado
      * desde una fecha, mirando el historial PRECIHIS.DAT.
      * Los articulos con ficha alimentaria (PROATRIB.DAT) llevan
      * ademas sus alergenos, la conservacion y el origen, tal
      * como los compone la rutina comun FICHALI.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Precio con IVA incluido, calculado como CALCULAR-PVP.
       77 PVP         PIC 9(7)V99.
      *
      * Argumentos de la rutina comun FICHALI.
       77 FAL-EST     PIC X.
       77 FAL-NUM     PIC 99.
       01 FAL-NOMBRES.
           02 FAL-NOM PIC X(17) OCCURS 14 TIMES.
       77 FAL-ALE     PIC X(140).
       77 FAL-CON     PIC X(30).
       77 FAL-ORI     PIC X(2).
       77 FAL-ING     PIC X(180).
      *
      * Reparto de los alergenos en lineas de etiqueta: alergeno
      * en curso, su largo y hasta donde va llena la linea.
       77 ALGIDX      PIC 99.
       77 NUMCAR      PIC 99.
       77 ALE-PTR     PIC 99.
      *
      * Numero de etiquetas impresas, para el mensaje final.
       77 NUMETI      PIC 9(5) VALUE 0.
       77 ZNUM        PIC ZZZZ9.
           02 FILLER   PIC X(5)  VALUE 'EAN: '.
           02 ETI-EAN-D PIC X(13).
           02 FILLER   PIC X(20) VALUE SPACES.
      * Lineas de la ficha alimentaria.
       01 ETI-ALE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 ETI-ALE-D PIC X(38).
       01 ETI-CON.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Conservar: '.
           02 ETI-CON-D PIC X(27).
       01 ETI-ORI.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(8)  VALUE 'Origen: '.
           02 ETI-ORI-D PIC X(2).
           02 FILLER   PIC X(28) VALUE SPACES.
       01 BLANCO-ETIQ  PIC X(40) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
              WRITE LIN-ETIQ FROM ETI-EAN
              IF FS-FETIQ NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FETIQ.
      * Alergenos y conservacion, para los articulos con ficha.
           CALL 'FICHALI' USING PROCOD, FAL-EST, FAL-NUM, FAL-NOMBRES,
                                FAL-ALE, FAL-CON, FAL-ORI, FAL-ING.
           IF FAL-EST NOT = 'N' THEN
              PERFORM IMPRIMIR-FICHA.
           WRITE LIN-ETIQ FROM BLANCO-ETIQ.
           IF FS-FETIQ NOT = '00' THEN
              PERFORM ERROR-FICHERO-FETIQ
              ADD 1 TO NUMETI.
      *
      * ************************************************
      * Escribe la ficha alimentaria en la etiqueta: los alergenos
      * repartidos en lineas de 38 columnas sin partir ningun
      * nombre, y la conservacion y el origen si estan capturados
      * ************************************************
       IMPRIMIR-FICHA.
           MOVE SPACES TO ETI-ALE-D.
           MOVE 1 TO ALE-PTR.
           STRING 'Alergenos: ' DELIMITED BY SIZE
             INTO ETI-ALE-D WITH POINTER ALE-PTR.
           IF FAL-NUM = 0 THEN
              STRING FAL-ALE DELIMITED BY '  '
                INTO ETI-ALE-D WITH POINTER ALE-PTR
            ELSE
              PERFORM COLOCAR-ALERGENO
                 VARYING ALGIDX FROM 1 BY 1 UNTIL ALGIDX > FAL-NUM.
           PERFORM ESCRIBIR-LINEA-ALERGENOS.
      *
           IF FAL-CON NOT = SPACES THEN
              MOVE FAL-CON TO ETI-CON-D
              WRITE LIN-ETIQ FROM ETI-CON
              IF FS-FETIQ NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FETIQ.
           IF FAL-ORI NOT = SPACES THEN
              MOVE FAL-ORI TO ETI-ORI-D
              WRITE LIN-ETIQ FROM ETI-ORI
              IF FS-FETIQ NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FETIQ.
      *
      * Si el nombre (con su coma) no cabe en la linea en curso, se
      * escribe esta y el nombre empieza la siguiente, sangrado.
       COLOCAR-ALERGENO.
           MOVE 0 TO NUMCAR.
           INSPECT FAL-NOM(ALGIDX) TALLYING NUMCAR
                   FOR CHARACTERS BEFORE INITIAL '  '.
           IF ALE-PTR + NUMCAR > 38 THEN
              PERFORM ESCRIBIR-LINEA-ALERGENOS
              MOVE SPACES TO ETI-ALE-D
              MOVE 4 TO ALE-PTR.
           STRING FAL-NOM(ALGIDX) DELIMITED BY '  '
             INTO ETI-ALE-D WITH POINTER ALE-PTR.
           IF ALGIDX < FAL-NUM THEN
              STRING ', ' DELIMITED BY SIZE
                INTO ETI-ALE-D WITH POINTER ALE-PTR.
      *
       ESCRIBIR-LINEA-ALERGENOS.
           WRITE LIN-ETIQ FROM ETI-ALE.
           IF FS-FETIQ NOT = '00' THEN
              PERFORM ERROR-FICHERO-FETIQ.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO.
