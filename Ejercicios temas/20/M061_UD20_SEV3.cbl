      * (LINCOM.DAT pendientes o cortas), con la compra, el
      * proveedor, lo que falta y la fecha prometida capturada en
      * UD15E2. La pregunta de cuando llega el genero deja de no
      * tener respuesta. Si el proveedor ya ha confirmado la linea
      * (carga UD20E8), lo que falta y la fecha son los que el ha
      * confirmado, marcados como tales.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Producto tecleado y lo que falta de la linea en curso.
       77 PROCOD-E   PIC X(4).
       77 FALTA      PIC S9(5).
       77 FPR-N      PIC 9(8).
      *
      * Linea de pantalla donde se pinta cada entrada prevista.
       77 LINPANT    PIC 99.
           02 LE-FAL  PIC ZZ.ZZ9.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LE-FEC  PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LE-CNF  PIC X(2).
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           DISPLAY 'Producto....:' LINE  5 POSITION  3 HIGH.
           DISPLAY 'Stock:'        LINE  5 POSITION 52 HIGH.
           DISPLAY 'Rsv:'          LINE  6 POSITION 52 HIGH.
           DISPLAY 'Compra  Prov  Faltan  Prometida   Conf.'
                                   LINE  8 POSITION  3 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
      *
       REVISAR-LINEA.
           IF LCOPRO = PROCOD-E AND NOT LCO-RECIBIDA THEN
              PERFORM CALCULAR-FALTA
              IF FALTA > 0 THEN
                 PERFORM PINTAR-ENTRADA.
           READ FLCO NEXT RECORD AT END MOVE 'S' TO FINLCO.
      *
      * Sobre lo confirmado por el proveedor si ya ha contestado,
      * si no sobre lo pedido.
       CALCULAR-FALTA.
           IF LCO-CONFIRMADA THEN
              COMPUTE FALTA = LCOCCF - LCOREC
            ELSE
              COMPUTE FALTA = LCOCAN - LCOREC.
      *
       PINTAR-ENTRADA.
           MOVE LCOCOM TO LE-COM.
           MOVE LCPDD  TO DD2.
           MOVE LCPMM  TO MM2.
           MOVE LCPAA  TO AA2.
           MOVE SPACES TO LE-CNF.
           IF LCO-CONFIRMADA THEN
              PERFORM FECHA-CONFIRMADA.
           MOVE FF2    TO LE-FEC.
           MOVE DD1    TO DD2.
           MOVE MM1    TO MM2.
           ADD 1 TO LINPANT.
           ADD 1 TO NUMENT.
      *
      * La fecha confirmada; a ceros, el proveedor mantiene la
      * prometida.
       FECHA-CONFIRMADA.
           MOVE 'Si' TO LE-CNF.
           MOVE LCOFCF TO FPR-N.
           IF FPR-N > 0 THEN
              MOVE LCFDD TO DD2
              MOVE LCFMM TO MM2
              MOVE LCFAA TO AA2.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
