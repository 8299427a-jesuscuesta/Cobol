      *
      * Emision de albaranes: pide un numero de pedido, recupera su
      * cabecera de PEDIDOS.DAT y sus lineas de LINPED.DAT, y genera
      * el albaran de entrega con el mismo formato de pagina que
      * UD09E5 y UD10E3: membrete de la empresa, datos del cliente
      * tomados de CLIENTES.DAT, una linea por cada linea de pedido
      * (producto, descripcion y cantidad) y un espacio final para
      * la firma del receptor. Es el papel que acompana a cada
      * envio. El albaran queda en la cola de documentos
      * (COLADOC.DAT, rutina comun DOCCOLA), de donde el reparto
      * nocturno UD22E9 lo manda a la impresora o por correo segun
      * el cliente. Si el cliente pide la ficha de alergenos
      * (DCLALE en DOCUCLI.DAT), cada articulo con ficha
      * alimentaria lleva debajo sus alergenos, su conservacion y
      * su origen, compuestos por la rutina comun FICHALI.
      * El membrete lleva la razon social y el CIF de la empresa
      * del grupo con la que se trabaja (rutina comun EMPRESA).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FDIR.
      *
      * Forma de envio de documentos del cliente: de ella sale si
      * quiere la ficha de alergenos en el albaran.
            SELECT FDCL ASSIGN TO DISK 'DOCUCLI.DAT'
            RECORD KEY IS DCLCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FDCL.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FDIR LABEL RECORD IS STANDARD.
           COPY REGDIR.
      *
       FD FDCL LABEL RECORD IS STANDARD.
           COPY REGDCL.
123456*
       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete de los documentos.
           COPY EMPRESA.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
      * Argumentos de la rutina comun DOCCOLA: documento en curso,
      * numero de linea dentro de el, salto de pagina, la linea y
      * el estado devuelto.
       77 COL-TIP    PIC X(3).
       77 COL-DOC    PIC 9(6).
       77 COL-CLI    PIC X(4).
       77 COL-LIN    PIC 9(4).
       77 COL-SAL    PIC X VALUE SPACE.
       77 COL-FS     PIC XX.
       01 LIN-IMPR   PIC X(80).
      *
      * El cliente del albaran en curso quiere la ficha de
      * alergenos (S/N), y argumentos de la rutina comun FICHALI.
       77 FICHA-CLI  PIC X.
       77 FAL-EST    PIC X.
       77 FAL-NUM    PIC 99.
       01 FAL-NOMBRES.
           02 FAL-NOM PIC X(17) OCCURS 14 TIMES.
       77 FAL-ALE    PIC X(140).
       77 FAL-CON    PIC X(30).
       77 FAL-ORI    PIC X(2).
       77 FAL-ING    PIC X(180).
      *
      * Reparto de los alergenos en lineas: alergeno en curso, su
      * largo y hasta donde va llena la linea.
       77 ALGIDX     PIC 99.
       77 NUMCAR     PIC 99.
       77 ALE-PTR    PIC 99.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FDIR    PIC XX.
       77 FS-FDCL    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Lineas de cabecera de pagina.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 CAB-EMP PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'CIF: '.
           02 CAB-CIF PIC X(9)  VALUE SPACES.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pagina: '.
           02 CAB-PAG PIC ZZ9.
           02 FILLER  PIC X(8)  VALUE SPACES.
           02 DET-CAN  PIC ZZ.ZZ9.
           02 FILLER   PIC X(35) VALUE SPACES.
      *
      * Lineas de la ficha alimentaria, bajo la descripcion del
      * articulo.
       01 LINEA-ALERGENOS.
           02 FILLER   PIC X(15) VALUE SPACES.
           02 ALB-ALE  PIC X(63).
           02 FILLER   PIC X(2)  VALUE SPACES.
       01 LINEA-CONSERVA.
           02 FILLER   PIC X(15) VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Conservar: '.
           02 ALB-CON  PIC X(30).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(8)  VALUE 'Origen: '.
           02 ALB-ORI  PIC X(2).
           02 FILLER   PIC X(12) VALUE SPACES.
      *
      * Bloque final de firma del receptor.
       01 LINEA-FIRMA.
           02 FILLER   PIC X(3)  VALUE SPACES.
      * Inicio
      * ************************************************
        INICIO.
           PERFORM MEMBRETE-EMPRESA.
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL desde el menu general.
           MOVE 0 TO NUMPAG.
              PERFORM ERROR-FICHERO-FDIR
              GOBACK.
      *
      * DOCUCLI.DAT puede no existir todavia (estado '35'): ningun
      * cliente ha pedido entonces la ficha de alergenos.
           OPEN INPUT FDCL.
           IF FS-FDCL NOT = '00' AND FS-FDCL NOT = '35' THEN
              PERFORM ERROR-FICHERO-FDCL
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
        FIN.
           IF FS-FDIR NOT = '35' THEN
              CLOSE FDIR.
           IF FS-FDCL NOT = '35' THEN
              CLOSE FDCL.
           CLOSE FCLI FPROD FPED FLIN.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
           DISPLAY MSGPIDE         LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide un numero de pedido y, si existe, deja su albaran en
      * la cola de documentos.
      * ************************************************
       EMITIR-ALBARAN.
           DISPLAY SPACES LINE  8 POSITION 24 ERASE EOL.
      * datos del cliente, lineas de detalle y bloque de firma.
      * ************************************************
       IMPRIMIR-ALBARAN.
           MOVE 'ALB'    TO COL-TIP.
           MOVE PEDNUM-E TO COL-DOC.
           MOVE PEDCLI   TO COL-CLI.
           MOVE 0        TO COL-LIN.
           MOVE 99 TO LINPAG.
           PERFORM CABECERA.
           PERFORM DATOS-CLIENTE.
           MOVE FF2      TO CAB-FEC.
           MOVE PEDNUM-E TO CAB-PED.
      *
           MOVE CABECERA-1 TO LIN-IMPR.
           PERFORM ENCOLAR-PAGINA.
           MOVE CABECERA-2 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE CABECERA-4 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE 5 TO LINPAG.
      *
      * ************************************************
                 MOVE DIRDIR TO ALB-CLIDIR
                 MOVE DIRPOB TO ALB-CLIPOB.
      *
           MOVE 'N' TO FICHA-CLI.
           IF FS-FDCL NOT = '35' THEN
              PERFORM LEER-DOCUMENTO
              IF FS-FDCL = '00' AND DCL-FICHA-ALERGENOS THEN
                 MOVE 'S' TO FICHA-CLI.
      *
           MOVE LINEA-CLIENTE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE LINEA-DIRECCION TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE LINEA-POBLACION TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE CABECERA-5 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 6 TO LINPAG.
      *
       LEER-DOCUMENTO.
           MOVE PEDCLI TO DCLCLI.
           READ FDCL RECORD KEY IS DCLCLI INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Recorre las lineas del pedido por la clave compuesta y
           MOVE LINPRO TO DET-PRO.
           MOVE PRODES TO DET-DESC.
           MOVE LINCAN TO DET-CAN.
           MOVE LINEA-DETALLE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 1 TO LINPAG.
      *
           IF FICHA-CLI = 'S' THEN
              CALL 'FICHALI' USING LINPRO, FAL-EST, FAL-NUM,
                                   FAL-NOMBRES, FAL-ALE, FAL-CON,
                                   FAL-ORI, FAL-ING
              IF FAL-EST NOT = 'N' THEN
                 PERFORM IMPRIMIR-FICHA.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LINPED NOT = PEDNUM-E THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Escribe bajo el articulo su ficha alimentaria: los
      * alergenos repartidos en lineas sin partir ningun nombre,
      * y la conservacion con el origen
      * ************************************************
       IMPRIMIR-FICHA.
           MOVE SPACES TO ALB-ALE.
           MOVE 1 TO ALE-PTR.
           STRING 'Alergenos: ' DELIMITED BY SIZE
             INTO ALB-ALE WITH POINTER ALE-PTR.
           IF FAL-NUM = 0 THEN
              STRING FAL-ALE DELIMITED BY '  '
                INTO ALB-ALE WITH POINTER ALE-PTR
            ELSE
              PERFORM COLOCAR-ALERGENO
                 VARYING ALGIDX FROM 1 BY 1 UNTIL ALGIDX > FAL-NUM.
           PERFORM ENCOLAR-ALERGENOS.
      *
           IF FAL-CON NOT = SPACES OR FAL-ORI NOT = SPACES THEN
              MOVE FAL-CON TO ALB-CON
              MOVE FAL-ORI TO ALB-ORI
              MOVE LINEA-CONSERVA TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              ADD 1 TO LINPAG.
      *
      * Si el nombre (con su coma) no cabe en la linea en curso, se
      * encola esta y el nombre sigue en la siguiente.
       COLOCAR-ALERGENO.
           MOVE 0 TO NUMCAR.
           INSPECT FAL-NOM(ALGIDX) TALLYING NUMCAR
                   FOR CHARACTERS BEFORE INITIAL '  '.
           IF ALE-PTR + NUMCAR > 63 THEN
              PERFORM ENCOLAR-ALERGENOS
              MOVE SPACES TO ALB-ALE
              MOVE 12 TO ALE-PTR.
           STRING FAL-NOM(ALGIDX) DELIMITED BY '  '
             INTO ALB-ALE WITH POINTER ALE-PTR.
           IF ALGIDX < FAL-NUM THEN
              STRING ', ' DELIMITED BY SIZE
                INTO ALB-ALE WITH POINTER ALE-PTR.
      *
       ENCOLAR-ALERGENOS.
           MOVE LINEA-ALERGENOS TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Escribe el bloque final con el espacio para la firma del
      * receptor de la mercancia
      * ************************************************
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE LINEA-FIRMA TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 4 TO LINPAG.
      *
      * ************************************************
           ACCEPT CONTINUA  LINE 23 POSITION 75 REVERSE OFF NO BEEP.
      *
      * ************************************************
      * Deja la linea en la cola de documentos (rutina comun
      * DOCCOLA); el reparto nocturno UD22E9 la manda a la
      * impresora o por correo segun el cliente
      * ************************************************
       ENCOLAR-PAGINA.
           MOVE 'P' TO COL-SAL.
           PERFORM ENCOLAR-LINEA.
      *
       ENCOLAR-LINEA.
           ADD 1 TO COL-LIN.
           CALL 'DOCCOLA' USING COL-TIP, COL-DOC, COL-CLI, COL-LIN,
                                COL-SAL, LIN-IMPR, COL-FS.
           MOVE SPACE TO COL-SAL.
           IF COL-FS NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOL.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDIR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FDCL.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDCL   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOL.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY COL-FS    LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Razon social y CIF de la empresa de trabajo (rutina comun
      * EMPRESA) para el membrete del documento
      * ************************************************
       MEMBRETE-EMPRESA.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-NOM TO CAB-EMP.
           MOVE EMA-CIF TO CAB-CIF.
