      * cantidad y su valor al coste medio (o a PROPRE si el
      * articulo no tiene coste capturado). Lo que lleva semanas
      * aqui es dinero parado y estanteria ocupada: esta es la
      * lista que lo canta. Cada producto listado deja ademas en
      * la bandeja de los operadores la tarea de juzgarlo (rutina
      * comun TAREA), una sola vez mientras siga abierta.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(35) VALUE SPACES.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           ADD SUQTY TO TOT-UNI.
           ADD VALOR-LIN TO TOT-VAL.
           ADD 1 TO NUMART.
           PERFORM AVISAR-CUARENTENA.
      *
      * Cada producto en cuarentena pone en la bandeja de los
      * operadores la tarea de juzgarlo en UD19E8 (rutina comun
      * TAREA); si ya la tiene abierta de otra semana, no se
      * repite.
       AVISAR-CUARENTENA.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'CUAREN'   TO TAN-TIPO.
           MOVE SUPRO      TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Juzgar cuarentena: ' PRODES
                  DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 7          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'UD19E9'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Total del informe
