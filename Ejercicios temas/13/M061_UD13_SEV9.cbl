      * Compras lo usa para negociar con los proveedores con
      * cifras reales en la mano. Tras una restauracion, el
      * acumulado se reconstruye con UD22E6.
      * Desde el menu se puede dejar en la cola de informes en vez
      * de esperarlo en el terminal: INF-MODO 'D' (lo lanza el
      * ejecutor de la cola UD13E22) toma el mes de INF-PARAM, no
      * para en la pantalla y devuelve 8 en RETURN-CODE si no puede
      * abrir sus ficheros.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 TOT-VAL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(12) VALUE SPACES.
      *
       LINKAGE SECTION.
      * Modo de lanzamiento (P menu, D cola de informes) y mes.
           COPY INFDIF.
123456*
       PROCEDURE DIVISION USING INF-ARG.
       COMIENZO.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN INPUT FAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * Mes a tratar: a cero, el mes en curso. En diferido viene
      * ya en el parametro de la peticion.
           MOVE ZEROS TO MES-E.
           IF INF-DIFERIDO AND INF-PARAM(1:6) NUMERIC THEN
              MOVE INF-PARAM(1:6) TO MES-E.
           IF NOT INF-DIFERIDO THEN
              PERFORM PEDIR-MES.
      *
           IF MES-E = ZEROS THEN
              MOVE MM1 TO SEL-MM
           PERFORM ACUMULAR-VENTAS.
           PERFORM IMPRIMIR-INFORME.
      *
           IF INF-PANTALLA THEN
              DISPLAY 'INFORME GENERADO EN VENTAS.PRN'
                               LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
           CLOSE FPROD FAVN FLISTA.
      *
      * ************************************************
      * Pide el mes en la pantalla (lanzado desde el menu)
      * ************************************************
       PEDIR-MES.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'VENTAS MENSUALES POR PRODUCTO Y FAMILIA'
                                  LINE  3 POSITION 20 REVERSE HIGH.
           DISPLAY 'Mes MMAAAA (cero = mes actual):'
                                  LINE  8 POSITION 10 HIGH.
           ACCEPT MES-E LINE  8 POSITION 42 NO BEEP.
      *
      * ************************************************
      * Recorre el bloque del mes en el acumulado de ventas: un
      * registro por producto, sin releer el historico de lineas
      * ************************************************
