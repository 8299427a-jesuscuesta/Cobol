      *
      * Formato de TARIFA.CSV (la primera linea es cabecera):
      *    PROCOD;PRECIO;IVA
      *
      * El proveedor tarifica por su unidad de compra: el precio
      * de la tarifa es el de la caja del maestro (PROFCO
      * unidades) y se pasa a precio por unidad antes de
      * compararlo y grabarlo.
      * Si hay lineas sin casar, la tarea de revisarlas queda
      * en la bandeja de los operadores (rutina comun TAREA).
      *
      * El precio es un campo sensible: cada precio nuevo pasa por
      * la rutina comun CAMBSEN y, si varia mas que el umbral
      * APRPRECIO, no se graba sino que queda como solicitud en
      * CAMBPEND.DAT para que un supervisor la apruebe en UD16E11;
      * el producto se queda con su precio (el IVA si se cambia) y
      * sale en el informe como retenido.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 NUMACT     PIC 9(5) VALUE 0.
       77 NUMNOC     PIC 9(5) VALUE 0.
       77 NUMIGU     PIC 9(5) VALUE 0.
       77 NUMRET     PIC 9(5) VALUE 0.
       77 ZNUM       PIC ZZZZ9.
      *
      * Paginacion del listado.
           02 DET-NUE  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-VAR  PIC ---9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-OBS  PIC X(10).
      *
      * Linea de resumen de la carga.
       01 LINEA-RESUMEN.
           02 RES-NOC  PIC ZZZZ9.
           02 FILLER   PIC X(14) VALUE '  Sin cambio: '.
           02 RES-IGU  PIC ZZZZ9.
           02 FILLER   PIC X(13) VALUE '  Retenidos: '.
           02 RES-RET  PIC ZZZZ9.
           02 FILLER   PIC X(3)  VALUE SPACES.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
      *
      * Precio pendiente de aprobacion (rutina comun CAMBSEN).
           COPY CAMBSEN.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           MOVE 0 TO NUMACT.
           MOVE 0 TO NUMNOC.
           MOVE 0 TO NUMIGU.
           MOVE 0 TO NUMRET.
           MOVE 0 TO NUMPAG.
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
           PERFORM CARGAR-LINEA UNTIL FINLEC = 'S'.
      *
           PERFORM RESUMEN-CARGA.
           IF NUMNOC > 0 THEN
              PERFORM AVISAR-RECHAZOS.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES AND PROFCO > 1 THEN
              COMPUTE PRE-NUEVO ROUNDED = PRE-NUEVO / PROFCO.
      *
           IF EXISTE = 'N' THEN
              ADD 1 TO NUMNOC
      *
      * ************************************************
      * Aplica el precio e IVA nuevos, anota el cambio en el
      * historial y lo imprime en el informe de control. El
      * precio que CAMBSEN retiene no se graba: se queda el
      * anterior y solo cambia el IVA, si cambia
      * ************************************************
       ACTUALIZAR-PRODUCTO.
           MOVE PROPRE TO PRE-ANT.
           MOVE PROIVA TO IVA-ANT.
           PERFORM CONTROLAR-PRECIO.
           IF CSN-LIBRE THEN
              MOVE PRE-NUEVO TO PROPRE.
           MOVE IVA-NUEVO TO PROIVA.
           MOVE '00' TO FS-FPROD.
           IF PROPRE NOT = PRE-ANT OR PROIVA NOT = IVA-ANT THEN
              PERFORM GRABAR-PRODUCTO.
           IF FS-FPROD = '00' THEN
              PERFORM CONTAR-CAMBIO
              PERFORM IMPRIMIR-CAMBIO.
      *
       GRABAR-PRODUCTO.
           REWRITE REGPRO.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM GRABAR-CAMBIO-PRECIO.
      *
       CONTAR-CAMBIO.
           MOVE SPACES TO DET-OBS.
           IF CSN-LIBRE THEN
              ADD 1 TO NUMACT
            ELSE
              ADD 1 TO NUMRET.
           IF CSN-PENDIENTE THEN
              MOVE 'A APROBAR' TO DET-OBS.
           IF CSN-ERROR THEN
              MOVE 'NO GRABADO' TO DET-OBS.
      *
      * ************************************************
      * El precio nuevo es un campo sensible: si cambia, CAMBSEN
      * decide si puede grabarse ya o queda pendiente de
      * aprobacion (o sin grabar, si no pudo dejar la solicitud)
      * ************************************************
       CONTROLAR-PRECIO.
           MOVE 'L' TO CSN-RES.
           IF PRE-NUEVO NOT = PROPRE THEN
              MOVE 'PROPRE'   TO CSN-TIPO
              MOVE PROCOD     TO CSN-CLAVE
              MOVE SPACES     TO CSN-ANT
              MOVE SPACES     TO CSN-NUE
              MOVE PROPRE     TO CSN-ANT-VAL
              MOVE PRE-NUEVO  TO CSN-NUE-VAL
              MOVE SPACE      TO CSN-DOM
              MOVE 'UD13E16'  TO CSN-USU
              CALL 'CAMBSEN' USING CAMBIO-SEN.
      *
      * ************************************************
      * Anota el cambio en PRECIHIS.DAT, igual que MODIFICA
           MOVE PROCOD  TO DET-COD.
           MOVE PRODES  TO DET-DES.
           MOVE PRE-ANT TO DET-ANT.
           MOVE PRE-NUEVO TO DET-NUE.
      *
           IF PRE-ANT = 0 THEN
              MOVE ZEROS TO DET-VAR
            ELSE
              COMPUTE PORCENT ROUNDED =
                 (PRE-NUEVO - PRE-ANT) * 100 / PRE-ANT
              MOVE PORCENT TO DET-VAR.
      *
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
              INTO IVA-ENT, IVA-DEC.
           COMPUTE IVA-NUEVO = IVA-ENT + (IVA-DEC / 100).
      *
      * Si hay lineas sin casar, pone en la bandeja de los
      * operadores la tarea de revisarlas en TARIFA.PRN (rutina
      * comun TAREA); mientras siga abierta no se repite.
       AVISAR-RECHAZOS.
           MOVE NUMNOC TO ZNUM.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'CARGA '   TO TAN-TIPO.
           MOVE 'TARIFA.CSV' TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Lineas de tarifa sin casar: ' ZNUM
                  DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 1          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'UD13E16'  TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Imprime el resumen final y lo muestra en pantalla
      * ************************************************
           MOVE NUMACT TO RES-ACT.
           MOVE NUMNOC TO RES-NOC.
           MOVE NUMIGU TO RES-IGU.
           MOVE NUMRET TO RES-RET.
           WRITE LIN-IMPR FROM LINEA-RESUMEN AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           DISPLAY 'Sin cambio..:'    LINE 13 POSITION 20 HIGH.
           MOVE NUMIGU TO ZNUM.
           DISPLAY ZNUM               LINE 13 POSITION 35.
      *
           DISPLAY 'Retenidos...:'    LINE 15 POSITION 20 HIGH.
           MOVE NUMRET TO ZNUM.
           DISPLAY ZNUM               LINE 15 POSITION 35.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
