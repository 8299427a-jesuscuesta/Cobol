      * retraso (FECHACAL). El telefono del proveedor sale en el
      * rotulo de su bloque, que para eso es una lista de llamar.
      * Se genera en RETRASOS.PRN; nadie vuelve a enterarse de un
      * retraso porque la estanteria este vacia. Si el proveedor
      * ya ha confirmado la linea (carga UD20E8), se persigue lo
      * que el confirmo y en la fecha que el dio. Cada linea
      * listada deja ademas la tarea de reclamarla en la bandeja
      * de los operadores (rutina comun TAREA), una sola vez
      * mientras siga abierta.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-RET  PIC ZZZZ9.
           02 FILLER   PIC X(29) VALUE SPACES.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
      * pasada, genero por llegar y compra suya
      * ************************************************
       REVISAR-LINEA.
           PERFORM COMPROMISO-LINEA.
           IF NOT LCO-RECIBIDA AND FPR-N > 0
                AND FPR-N < FECHA THEN
              IF FALTA > 0 THEN
                 PERFORM COMPROBAR-PROVEEDOR
                 IF EXISTE = SPACES THEN
                    PERFORM LISTAR-RETRASO.
      *
           READ FLCO NEXT RECORD AT END MOVE 'S' TO FINLCO.
      *
      * Cantidad y fecha a las que esta comprometido el proveedor:
      * las que confirmo si ya ha contestado (a ceros la fecha, la
      * prometida sigue valiendo), si no las del pedido.
       COMPROMISO-LINEA.
           MOVE LCOFPR TO FPR-N.
           IF LCO-CONFIRMADA THEN
              COMPUTE FALTA = LCOCCF - LCOREC
              IF LCOFCF NOT = ZEROS THEN
                 MOVE LCOFCF TO FPR-N
               ELSE
                 CONTINUE
            ELSE
              COMPUTE FALTA = LCOCAN - LCOREC.
      *
       COMPROBAR-PROVEEDOR.
           MOVE LCOCOM TO COMNUM.
           MOVE LCONUM TO DET-LIN.
           MOVE LCOPRO TO DET-PRO.
           MOVE FALTA  TO DET-FAL.
           MOVE FPR-N  TO FF1.
           MOVE DD1    TO DD2.
           MOVE MM1    TO MM2.
           MOVE AA1    TO AA2.
           MOVE FF2    TO DET-FEC.
           MOVE FECHA  TO FF1.
           MOVE DD1    TO DD2.
           MOVE MM1    TO MM2.
           MOVE AA1    TO AA2.
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
           ADD 1 TO NUMRET.
           PERFORM AVISAR-RETRASO.
      *
      * Cada linea atrasada pone en la bandeja de los operadores la
      * tarea de reclamarla (rutina comun TAREA), urgente si pasa
      * de una semana; la recepcion UD15E3 la cierra al completar
      * la linea.
       AVISAR-RETRASO.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'COMATR'   TO TAN-TIPO.
           MOVE LCOCLAVE   TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Reclamar ' LCOPRO ' a ' PRVNOM ' ' PRVTEL
                  DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           IF DIAS-RET > 7 THEN
              MOVE 1       TO TAN-PRI.
           MOVE 1          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'UD20E4'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
       ROTULO-PROVEEDOR.
           IF LINPAG > MAXLIN THEN
