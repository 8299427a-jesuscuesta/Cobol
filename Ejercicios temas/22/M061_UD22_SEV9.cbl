123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD22E9.
       REMARKS. UNIDAD 22 EJERCICIO 9.
      *
      * Reparto nocturno de la cola de documentos, pensado para
      * lanzarse desde la cadena UD13E18: lee COLADOC.DAT, donde la
      * facturacion, el extracto, las cartas de reclamacion y el
      * albaran dejan sus documentos por la rutina comun DOCCOLA, y
      * manda cada documento segun la forma de envio del cliente
      * (DOCUCLI.DAT, mantenida con UD10E4):
      *
      *    DOCPAPEL.PRN - los de papel, con su salto de pagina,
      *       listos para el gestor de listados UD16E6.
      *    CORREO.DAT   - los de correo, para la pasarela de
      *       correo: una cabecera con la direccion y el asunto y
      *       las lineas del documento (trazado REGCOR).
      *
      * Un cliente sin forma de envio, o de correo pero sin
      * direccion, recibe papel; uno con las dos formas recibe las
      * dos. Cada envio queda anotado en ENVIODOC.DAT (trazado
      * REGEDC): que documento, a que cliente, por que via, a donde
      * y cuando. Con todo repartido la cola se vacia; si algo no
      * se pudo grabar se deja entera para la noche siguiente y el
      * paso termina con error. Anota el resultado en BATCHLOG.DAT,
      * igual que UD18E10, y deja sus totales de control (lineas de
      * la cola leidas y envios hechos) en CTLTOT.DAT con la
      * rutina comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FCOL ASSIGN TO DISK 'COLADOC.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCOL.
      *
            SELECT FDCL ASSIGN TO DISK 'DOCUCLI.DAT'
            RECORD KEY IS DCLCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FDCL.
      *
            SELECT FLISTA ASSIGN TO DISK 'DOCPAPEL.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
      *
            SELECT FCOR ASSIGN TO DISK 'CORREO.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCOR.
      *
            SELECT FEDC ASSIGN TO DISK 'ENVIODOC.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FEDC.
      *
      * Diario de ejecuciones de los procesos nocturnos.
            SELECT FLOG ASSIGN TO DISK 'BATCHLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FLOG.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCOL LABEL RECORD IS STANDARD.
           COPY REGCOL.
      *
       FD FDCL LABEL RECORD IS STANDARD.
           COPY REGDCL.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
       FD FCOR LABEL RECORD IS STANDARD.
           COPY REGCOR.
      *
       FD FEDC LABEL RECORD IS STANDARD.
           COPY REGEDC.
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 FINLEC      PIC X.
       77 EXISTE      PIC X.
       77 ERRORES     PIC X.
      *
      * Documento en curso: se abre con la linea 1 y se cierra al
      * llegar el siguiente o el final de la cola.
       77 DOC-ABIERTO PIC X.
       77 DOC-TIP     PIC X(3).
       77 DOC-DOC     PIC 9(6).
       77 DOC-CLI     PIC X(4).
       77 DOC-LIN     PIC 9(4).
       77 DOC-EML     PIC X(50).
       77 A-PAPEL     PIC X.
       77 A-CORREO    PIC X.
       77 DOC-ED      PIC ZZZZZ9.
      *
      * Recuentos para el diario de ejecuciones.
       77 NUMPAP      PIC 9(5).
       77 NUMCOR      PIC 9(5).
      *
      * Totales de control para la rutina comun CTLTOT: lineas de
      * la cola leidas.
       77 NUMLEI      PIC 9(7).
           COPY CTLTOT.
      *
       77 FS-FCOL     PIC XX.
       77 FS-FDCL     PIC XX.
       77 FS-FLISTA   PIC XX.
       77 FS-FCOR     PIC XX.
       77 FS-FEDC     PIC XX.
       77 FS-FLOG     PIC XX.
       77 MSGFS       PIC X(60) VALUE
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
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
      * Asunto del correo: empresa, documento y su numero.
       01 ASUNTO.
           02 FILLER   PIC X(30) VALUE
              'Empresa distribuidora, S.A.: '.
           02 ASU-TIP  PIC X(22).
           02 ASU-NUM  PIC X(6).
      *
       01 LINEA-LOG.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-FEC  PIC 99/99/9999.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-HOR.
               03 LOG-HH  PIC 99.
               03 FILLER  PIC X   VALUE ':'.
               03 LOG-NN  PIC 99.
               03 FILLER  PIC X   VALUE ':'.
               03 LOG-SS  PIC 99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Envio docs. Papel:'.
           02 LOG-PAP  PIC ZZZZ9.
           02 FILLER   PIC X(8)  VALUE ' Correo:'.
           02 LOG-COR  PIC ZZZZ9.
           02 FILLER   PIC X(15) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: estos programas se
      * lanzan tambien desde la cadena nocturna UD13E18 con CALL.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMPAP.
           MOVE 0 TO NUMCOR.
           MOVE 0 TO NUMLEI.
           MOVE 'N' TO ERRORES.
           MOVE 'N' TO DOC-ABIERTO.
           MOVE 0 TO RETURN-CODE.
      *
      * COLADOC.DAT no existe si nadie ha encolado nada desde el
      * ultimo reparto (estado '35'): no hay nada que mandar.
           OPEN INPUT FCOL.
           IF FS-FCOL NOT = '00' AND FS-FCOL NOT = '35' THEN
              PERFORM ERROR-FICHERO-FCOL
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * DOCUCLI.DAT puede no existir (estado '35'): todos los
      * clientes reciben papel.
           OPEN INPUT FDCL.
           IF FS-FDCL NOT = '00' AND FS-FDCL NOT = '35' THEN
              PERFORM ERROR-FICHERO-FDCL
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * La pasarela de correo se lleva CORREO.DAT cuando lo ha
      * enviado; hasta entonces se le sigue anadiendo.
           OPEN EXTEND FCOR.
           IF FS-FCOR = '35' THEN
              OPEN OUTPUT FCOR.
           IF FS-FCOR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOR
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN EXTEND FEDC.
           IF FS-FEDC = '35' THEN
              OPEN OUTPUT FEDC.
           IF FS-FEDC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEDC
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * El diario es un fichero de solo-anadir: si todavia no
      * existe, OPEN EXTEND lo crea (codigo de estado '35').
           OPEN EXTEND FLOG.
           IF FS-FLOG = '35' THEN
              OPEN OUTPUT FLOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           IF FS-FCOL = '00' THEN
              PERFORM REPARTIR-COLA.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FDCL NOT = '35' THEN
              CLOSE FDCL.
           CLOSE FLISTA FCOR FEDC FLOG.
      *
      * La cola se vacia solo si todo quedo grabado.
           IF FS-FCOL NOT = '35' THEN
              CLOSE FCOL
              PERFORM VACIAR-COLA.
      *
      * ************************************************
      * Recorre la cola linea a linea
      * ************************************************
       REPARTIR-COLA.
           MOVE SPACE TO FINLEC.
           READ FCOL NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REPARTIR-LINEA UNTIL FINLEC = 'S'.
           IF DOC-ABIERTO = 'S' THEN
              PERFORM CERRAR-DOCUMENTO.
      *
       REPARTIR-LINEA.
           IF COLLIN = 1 OR DOC-ABIERTO NOT = 'S' THEN
              PERFORM ABRIR-DOCUMENTO.
           IF A-PAPEL = 'S' THEN
              PERFORM LINEA-PAPEL.
           IF A-CORREO = 'S' THEN
              PERFORM LINEA-CORREO.
           ADD 1 TO DOC-LIN.
           ADD 1 TO NUMLEI.
      *
           READ FCOL NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Empieza un documento: cierra el anterior y decide por
      * donde sale este
      * ************************************************
       ABRIR-DOCUMENTO.
           IF DOC-ABIERTO = 'S' THEN
              PERFORM CERRAR-DOCUMENTO.
           MOVE 'S'    TO DOC-ABIERTO.
           MOVE COLTIP TO DOC-TIP.
           MOVE COLDOC TO DOC-DOC.
           MOVE COLCLI TO DOC-CLI.
           MOVE 0      TO DOC-LIN.
           PERFORM BUSCAR-FORMA.
           IF A-CORREO = 'S' THEN
              PERFORM CABECERA-CORREO.
      *
       BUSCAR-FORMA.
           MOVE 'S' TO A-PAPEL.
           MOVE 'N' TO A-CORREO.
           MOVE SPACES TO DOC-EML.
           IF FS-FDCL NOT = '35' THEN
              PERFORM LEER-DOCUMENTO
              IF EXISTE = SPACES AND DCLEML NOT = SPACES THEN
                 PERFORM APLICAR-FORMA.
      *
       LEER-DOCUMENTO.
           MOVE DOC-CLI TO DCLCLI.
           MOVE SPACES TO EXISTE.
           READ FDCL RECORD KEY IS DCLCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       APLICAR-FORMA.
           IF DCL-CORREO THEN
              MOVE 'N' TO A-PAPEL
              MOVE 'S' TO A-CORREO
            ELSE
              IF DCL-AMBOS THEN
                 MOVE 'S' TO A-CORREO.
           IF A-CORREO = 'S' THEN
              MOVE DCLEML TO DOC-EML.
      *
      * ************************************************
      * Cabecera del documento en el fichero de correo
      * ************************************************
       CABECERA-CORREO.
           MOVE SPACES TO ASU-NUM.
           MOVE DOC-DOC TO DOC-ED.
           IF DOC-TIP = 'FAC' THEN
              MOVE 'Factura n.'         TO ASU-TIP
              MOVE DOC-ED TO ASU-NUM.
           IF DOC-TIP = 'EXT' THEN
              MOVE 'Extracto de cuenta' TO ASU-TIP.
           IF DOC-TIP = 'REC' THEN
              MOVE 'Reclamacion, nivel' TO ASU-TIP
              MOVE DOC-ED TO ASU-NUM.
           IF DOC-TIP = 'ALB' THEN
              MOVE 'Albaran del pedido' TO ASU-TIP
              MOVE DOC-ED TO ASU-NUM.
      *
           MOVE SPACES  TO REGCOR.
           MOVE 'C'     TO CORTIP.
           MOVE DOC-EML TO COREML.
           MOVE DOC-CLI TO CORCLI.
           MOVE DOC-TIP TO CORDTP.
           MOVE DOC-DOC TO CORDOC.
           MOVE ASUNTO  TO CORASU.
           WRITE REGCOR.
           IF FS-FCOR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOR
              MOVE 'S' TO ERRORES.
      *
      * ************************************************
      * Una linea del documento a la impresora o al correo
      * ************************************************
       LINEA-PAPEL.
           MOVE COLTXT TO LIN-IMPR.
           IF COL-SALTO THEN
              WRITE LIN-IMPR AFTER ADVANCING PAGE
            ELSE
              WRITE LIN-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              MOVE 'S' TO ERRORES.
      *
       LINEA-CORREO.
           MOVE SPACES  TO REGCOR.
           MOVE 'L'     TO CORTIP.
           MOVE COLTXT  TO CORTXT.
           WRITE REGCOR.
           IF FS-FCOR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOR
              MOVE 'S' TO ERRORES.
      *
      * ************************************************
      * Termina el documento y anota sus envios
      * ************************************************
       CERRAR-DOCUMENTO.
           IF A-PAPEL = 'S' THEN
              MOVE 'P' TO EDCCAN
              MOVE 'DOCPAPEL.PRN' TO EDCDES
              PERFORM ANOTAR-ENVIO
              ADD 1 TO NUMPAP.
           IF A-CORREO = 'S' THEN
              MOVE 'E' TO EDCCAN
              MOVE DOC-EML TO EDCDES
              PERFORM ANOTAR-ENVIO
              ADD 1 TO NUMCOR.
           MOVE 'N' TO DOC-ABIERTO.
      *
       ANOTAR-ENVIO.
           ACCEPT HR1 FROM TIME.
           MOVE AA1     TO EDCAA.
           MOVE MM1     TO EDCMM.
           MOVE DD1     TO EDCDD.
           MOVE HH1     TO EDCHH.
           MOVE NN1     TO EDCNN.
           MOVE SS1     TO EDCSS.
           MOVE DOC-TIP TO EDCTIP.
           MOVE DOC-DOC TO EDCDOC.
           MOVE DOC-CLI TO EDCCLI.
           MOVE DOC-LIN TO EDCLIN.
           WRITE REGEDC.
           IF FS-FEDC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEDC
              MOVE 'S' TO ERRORES.
      *
      * ************************************************
      * Deja la cola vacia para el dia siguiente; con algun error
      * de grabacion se conserva y el paso acaba con error
      * ************************************************
       VACIAR-COLA.
           IF ERRORES = 'S' THEN
              MOVE 8 TO RETURN-CODE
            ELSE
              OPEN OUTPUT FCOL
              IF FS-FCOL NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FCOL
                 MOVE 8 TO RETURN-CODE
               ELSE
                 CLOSE FCOL.
      *
      * ************************************************
      * Anota el resultado en BATCHLOG.DAT
      * ************************************************
       GRABAR-LOG.
           ACCEPT HR1 FROM TIME.
           MOVE FF2  TO LOG-FEC.
           MOVE HH1  TO LOG-HH.
           MOVE NN1  TO LOG-NN.
           MOVE SS1  TO LOG-SS.
           MOVE NUMPAP TO LOG-PAP.
           MOVE NUMCOR TO LOG-COR.
           MOVE LINEA-LOG TO LIN-LOG.
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD22E9  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           COMPUTE CTA-ESC = NUMPAP + NUMCOR.
           MOVE 0          TO CTA-REC.
           MOVE 0          TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCOL.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOL   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FDCL.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDCL   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FEDC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEDC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOG   LINE 23 POSITION 40 REVERSE.
