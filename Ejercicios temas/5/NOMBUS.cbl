123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMBUS.
       REMARKS. RUTINA COMUN DE CLAVE DE BUSQUEDA DE PERSONAS.
      *
      * Compone la clave de busqueda de una persona del maestro
      * MAESPER.DAT: apellidos y nombre pasados a mayusculas y sin
      * acentos, dieresis ni enyes, para que la misma persona
      * escrita de dos formas ("Jose" y "JOSE", "Munoz" y el mismo
      * apellido con tilde) de la misma clave. Las letras con marca
      * se reconocen tanto en ISO-8859-1 (un byte) como en UTF-8
      * (dos bytes, el primero X'C3', como llegan de la web y de
      * las hojas de calculo); en UTF-8 el campo se cierra al
      * quitar el byte de mas. La llaman el
      * mantenimiento de personas UD05E3 al grabar la ficha, la
      * conversion UD05E4 al comparar nombres y la busqueda por
      * apellidos UD05E5.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
123456*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * Letras con tilde, dieresis o cedilla del juego de
      * caracteres de los ficheros (ISO-8859-1), minusculas y
      * mayusculas, y la letra sin marca que las sustituye.
       77 LETRAS-MARCA PIC X(26) VALUE
           X'E1E9EDF3FAFCF1E0E8ECF2F9E7C1C9CDD3DADCD1C0C8CCD2D9C7'.
       77 LETRAS-BASE  PIC X(26) VALUE
           'AEIOUUNAEIOUCAEIOUUNAEIOUC'.
      *
      * Las mismas letras escritas en UTF-8: segundo byte detras de
      * X'C3', en el mismo orden que LETRAS-MARCA.
       77 LETRAS-UTF8  PIC X(26) VALUE
           X'A1A9ADB3BABCB1A0A8ACB2B9A781898D939A9C9180888C929987'.
      *
      * Campo que se pliega, letra a letra: posicion leida, posicion
      * escrita y letra UTF-8 encontrada (cero, ninguna).
       77 CAMPO-ORG    PIC X(15).
       77 CAMPO-DES    PIC X(15).
       77 POS-O        PIC 99.
       77 POS-D        PIC 99.
       77 POS-L        PIC 99.
       77 IDX          PIC 99.
      *
       LINKAGE SECTION.
           COPY NOMBUS.
      *
       PROCEDURE DIVISION USING NOMBUS-ARG.
       COMIENZO.
           MOVE NBS-APE1 TO CAMPO-ORG.
           PERFORM PLEGAR-CAMPO.
           MOVE CAMPO-DES TO NBS-CAPE1.
           MOVE NBS-APE2 TO CAMPO-ORG.
           PERFORM PLEGAR-CAMPO.
           MOVE CAMPO-DES TO NBS-CAPE2.
           MOVE NBS-NOM  TO CAMPO-ORG.
           PERFORM PLEGAR-CAMPO.
           MOVE CAMPO-DES TO NBS-CNOM.
           INSPECT NBS-CLAVE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT NBS-CLAVE CONVERTING LETRAS-MARCA TO LETRAS-BASE.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Copia CAMPO-ORG en CAMPO-DES cambiando cada letra con marca
      * escrita en UTF-8 por su letra base; lo que sigue se corre
      * a la izquierda y el campo queda cerrado
      * ************************************************
       PLEGAR-CAMPO.
           MOVE SPACES TO CAMPO-DES.
           MOVE 1 TO POS-O.
           MOVE 0 TO POS-D.
           PERFORM PLEGAR-LETRA UNTIL POS-O > 15.
      *
       PLEGAR-LETRA.
           ADD 1 TO POS-D.
           MOVE 0 TO POS-L.
           IF CAMPO-ORG(POS-O:1) = X'C3' AND POS-O < 15 THEN
              PERFORM BUSCAR-UTF8 VARYING IDX FROM 1 BY 1
                 UNTIL IDX > 26 OR POS-L > 0.
           IF POS-L > 0 THEN
              MOVE LETRAS-BASE(POS-L:1) TO CAMPO-DES(POS-D:1)
              ADD 2 TO POS-O
            ELSE
              MOVE CAMPO-ORG(POS-O:1) TO CAMPO-DES(POS-D:1)
              ADD 1 TO POS-O.
      *
       BUSCAR-UTF8.
           IF CAMPO-ORG(POS-O + 1:1) = LETRAS-UTF8(IDX:1) THEN
              MOVE IDX TO POS-L.
