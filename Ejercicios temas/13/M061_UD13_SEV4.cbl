      * valor invalido) y en el informe RECHACLI.PRN. La carga es
      * reanudable desde un punto de control (CARGACLI.CKP), igual
      * que la de productos.
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
              SET CLI-ACTIVO TO TRUE.
      *
      * Los campos que no vienen en el CSV (limite de credito, saldo
      * y clase ABC) arrancan a cero / sin clasificar, y los portes
      * como pagados.
           MOVE ZEROS TO CLILIM.
           MOVE ZEROS TO CLISAL.
           MOVE SPACE TO CLIABC.
           MOVE SPACES TO CLINIF.
           MOVE ZEROS TO CLIPLA.
           MOVE 'N' TO CLIREC.
           MOVE 'N' TO CLIUE.
           MOVE SPACES TO CLIPAI.
           MOVE SPACES TO CLIVIE.
           MOVE 'N' TO CLIFME.
           MOVE 'P' TO CLIPOR.
           MOVE ZEROS TO CLIPUM.
      *
           WRITE REGCLI
           IF FS-FCLI = '00' THEN
           SUBTRACT 1 FROM SALTAR.
           READ FCSV AT END MOVE 'S' TO FINLEC.
      *
      * Si hay lineas rechazadas, pone en la bandeja de los
      * operadores la tarea de revisar CLIENTES.REJ (rutina comun
      * TAREA); mientras siga abierta no se repite.
       AVISAR-RECHAZOS.
           COMPUTE ZNUM = NUMDUP + NUMREJ.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'CARGA '   TO TAN-TIPO.
           MOVE 'CLIENTES.REJ' TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Rechazos de la carga de clientes: ' ZNUM
                  DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 1          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'UD13E4'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Muestra el resumen de la carga por pantalla
      * ************************************************
