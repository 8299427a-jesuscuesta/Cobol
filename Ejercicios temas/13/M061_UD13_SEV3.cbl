      * (CARGAPRO.CKP) recuerda cuantas lineas se aplicaron, y una
      * ejecucion relanzada las salta, como UD09E2 reanuda el
      * catalogo desde CATALOGO.CKP.
      * Si hay rechazos, la tarea de revisarlos queda en la
      * bandeja de los operadores (rutina comun TAREA).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILLER   PIC X(22) VALUE SPACES.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.

       PROCEDURE DIVISION.
       COMIENZO.
           CLOSE FCKP.
      *
           PERFORM RESUMEN-CARGA.
           IF NUMDUP + NUMREJ > 0 THEN
              PERFORM AVISAR-RECHAZOS.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
           MOVE ZEROS  TO PROPES.
           MOVE ZEROS  TO PROVOL.
           MOVE SPACES TO PROENVC.
           MOVE SPACES TO PROUCO.
           MOVE 1      TO PROFCO.
           MOVE 'A'    TO PROEST.
      *
           WRITE REGPRO
           IF FS-FPROD = '00' THEN
              INTO IVA-ENT, IVA-DEC.
           COMPUTE PROIVA = IVA-ENT + (IVA-DEC / 100).
      *
      * Si hay lineas rechazadas, pone en la bandeja de los
      * operadores la tarea de revisar PRODUCTO.REJ (rutina comun
      * TAREA); mientras siga abierta no se repite.
       AVISAR-RECHAZOS.
           COMPUTE ZNUM = NUMDUP + NUMREJ.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'CARGA '   TO TAN-TIPO.
           MOVE 'PRODUCTO.REJ' TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Rechazos de la carga de productos: ' ZNUM
                  DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 1          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'UD13E3'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Muestra el resumen de la carga por pantalla
      * ************************************************
