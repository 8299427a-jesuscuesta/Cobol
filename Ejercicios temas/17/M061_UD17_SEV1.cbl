      * FACTURAS.DAT y COBROS.DAT con la misma mecanica que el
      * informe de antiguedad UD12E3 y, por cada factura pendiente
      * que ya ha pasado su tramo de antiguedad, emite una carta de
      * reclamacion por cliente con el texto que corresponde al
      * tramo: recordatorio amistoso a los 30 dias, reclamacion
      * firme a los 60 y ultimo aviso a los 90. Las cartas quedan
      * en la cola de documentos (COLADOC.DAT, rutina comun
      * DOCCOLA), de donde el reparto nocturno UD22E9 las manda a
      * la impresora o por correo segun el cliente. El nivel
      * de carta emitido por cada factura queda anotado en
      * RECLAMA.DAT (trazado REGREC), de forma que una factura nunca
      * recibe dos veces la carta blanda: solo se escribe cuando el
      * tramo alcanzado supera el nivel ya enviado. Las facturas
      * cubiertas por un pagare o letra todavia vivo en la cartera
      * de efectos (rutina comun EFECART) no se reclaman, ni las
      * que tienen una disputa abierta (rutina comun FACDISP).
      * Las facturas de cada cliente se leen por la clave
      * alternativa de cliente y fecha (FACCLF), sin recorrer
      * FACTURAS.DAT entero por cada cliente.
      * Solo se reclama a los clientes de la empresa del grupo con
      * la que se trabaja (rutina comun EMPRESA), y las cartas
      * llevan su razon social y su CIF en el membrete.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCOB.
      *
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FREC.
123456*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FREC LABEL RECORD IS STANDARD.
           COPY REGREC.

       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 CAL-OK      PIC X.
      *
       77 EXISTE-REC  PIC X.
      *
      * Argumentos de la rutina comun EFECART: si la factura esta
      * cubierta por un efecto en cartera o depositado.
       77 EFC-FAC     PIC 9(6).
       77 EFC-CUB     PIC X.
      *
      * Argumentos de la rutina comun FACDISP: si la factura tiene
      * una disputa abierta.
       77 FDP-FAC     PIC 9(6).
       77 FDP-DIS     PIC X.
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
       77 FS-FCLI     PIC XX.
       77 FS-FFAC     PIC XX.
       77 FS-FCOB     PIC XX.
       77 FS-FREC     PIC XX.
      * Empresa de trabajo, para el membrete, y la de cada cliente.
           COPY EMPRESA.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Membrete y encabezado de la carta.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 CAB-EMP PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'CIF: '.
           02 CAB-CIF PIC X(9)  VALUE SPACES.
           02 FILLER  PIC X(22) VALUE SPACES.
      *
       01 CABECERA-2.
           02 FILLER  PIC X(2)  VALUE SPACES.
      * Inicio
      * ************************************************
        INICIO.
           PERFORM MEMBRETE-EMPRESA.
      * Acumuladores a su valor inicial aqui y no solo por
      * VALUE: el programa puede entrar varias veces por CALL
      * desde el menu general.
           IF FS-FREC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FREC
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
        FIN.
           IF FS-FCOB = '00' OR FS-FCOB = '10' THEN
              CLOSE FCOB.
           CLOSE FCLI FFAC FREC.
      *
      * ************************************************
      * Carga en la tabla los cobros acumulados por factura
      * cartas, una por nivel alcanzado
      * ************************************************
       TRATAR-CLIENTE.
           MOVE CLICOD TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
           IF NOT CLI-BAJA AND EMA-OK = 'S' THEN
              PERFORM FACTURAS-CLIENTE
              IF NUMCAND > 0 THEN
                 PERFORM EMITIR-CARTAS-CLIENTE.
           READ FCLI NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Lee las facturas del cliente buscando las pendientes que
      * han entrado en un tramo superior al ya reclamado
      * ************************************************
       FACTURAS-CLIENTE.
           MOVE 0 TO NUMCAND.
      *
           MOVE SPACE TO FINFAC.
           MOVE CLICOD TO FACCLI.
           MOVE ZEROS  TO FACFEC.
           START FFAC KEY IS NOT LESS FACCLF INVALID KEY
                                      MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' THEN
              PERFORM SIGUIENTE-FACTURA.
      *
           PERFORM REVISAR-FACTURA UNTIL FINFAC = 'S'.
      *
      * y, si reclama carta, la anota como candidata
      * ************************************************
       REVISAR-FACTURA.
           IF FACCLI = CLICOD AND NOT FAC-ABONO
                              AND NOT FAC-SUSTITUIDA THEN
              PERFORM CALCULAR-PENDIENTE
              IF PENDIENTE > 0 THEN
                 PERFORM CALCULAR-NIVEL
                 IF NIVEL-FAC > 0 THEN
                    PERFORM COMPROBAR-EFECTO
                    IF EFC-CUB = 'N' THEN
                       PERFORM COMPROBAR-DISPUTA
                       IF FDP-DIS = 'N' THEN
                          PERFORM ANOTAR-CANDIDATA.
      *
           PERFORM SIGUIENTE-FACTURA.
      *
       SIGUIENTE-FACTURA.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' AND FACCLI NOT = CLICOD THEN
              MOVE 'S' TO FINFAC.
      *
      * ************************************************
      * Una factura cubierta por un efecto vivo de la cartera
      * (rutina comun EFECART) ya esta pagada con el pagare o la
      * letra: no se reclama
      * ************************************************
       COMPROBAR-EFECTO.
           MOVE FACNUM TO EFC-FAC.
           CALL 'EFECART' USING EFC-FAC, EFC-CUB.
      *
      * ************************************************
      * Una factura con una disputa abierta (rutina comun FACDISP)
      * no se reclama mientras no se resuelva
      * ************************************************
       COMPROBAR-DISPUTA.
           MOVE FACNUM TO FDP-FAC.
           CALL 'FACDISP' USING FDP-FAC, FDP-DIS.
      *
      * ************************************************
      * Pendiente = total de la factura menos cobros acumulados
              MOVE 'S' TO HAY-NIVEL.
      *
           IF HAY-NIVEL = 'S' THEN
              MOVE 'REC'  TO COL-TIP
              MOVE NIVEL  TO COL-DOC
              MOVE CLICOD TO COL-CLI
              MOVE 0      TO COL-LIN
              PERFORM CABECERA-CARTA
              PERFORM TEXTO-CARTA
              MOVE 0 TO TOT-CARTA
      * ************************************************
       CABECERA-CARTA.
           MOVE FF2 TO CAB-FEC.
           MOVE CABECERA-1 TO LIN-IMPR.
           PERFORM ENCOLAR-PAGINA.
           MOVE CABECERA-2 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
      *
           MOVE CLINOM TO DST-NOM.
           MOVE CLICOD TO DST-COD.
           MOVE CLIDIR TO DST-DIR.
           MOVE CLIPOB TO DST-POB.
           MOVE LINEA-NOMBRE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE LINEA-DIRECCION TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE TEXTO-COMUN TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
      *
      * ************************************************
      * Parrafo de la carta segun el nivel en emision
      * ************************************************
       TEXTO-CARTA.
           IF NIVEL = 1 THEN
              MOVE TEXTO-1-A TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE TEXTO-1-B TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE TEXTO-1-C TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
            ELSE
             IF NIVEL = 2 THEN
                MOVE TEXTO-2-A TO LIN-IMPR
                PERFORM ENCOLAR-LINEA
                MOVE TEXTO-2-B TO LIN-IMPR
                PERFORM ENCOLAR-LINEA
                MOVE TEXTO-2-C TO LIN-IMPR
                PERFORM ENCOLAR-LINEA
              ELSE
                MOVE TEXTO-3-A TO LIN-IMPR
                PERFORM ENCOLAR-LINEA
                MOVE TEXTO-3-B TO LIN-IMPR
                PERFORM ENCOLAR-LINEA
                MOVE TEXTO-3-C TO LIN-IMPR
                PERFORM ENCOLAR-LINEA.
      *
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE CABECERA-5 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
      *
      * ************************************************
      * Lista una factura candidata si es del nivel en emision,
              MOVE FF2 TO DET-FEC
              MOVE CAN-IMP(CANIDX) TO DET-IMP
              ADD CAN-IMP(CANIDX) TO TOT-CARTA
              MOVE LINEA-DETALLE TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              PERFORM GRABAR-NIVEL
      * Se restaura la fecha del dia en FF2, que comparte la
      * cabecera de las cartas.
      * Total reclamado y despedida de la carta
      * ************************************************
       CERRAR-CARTA.
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE TOT-CARTA TO TOT-IMP.
           MOVE LINEA-TOTAL TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE TEXTO-FIRMA TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
      *
      * ************************************************
      * Anota en RECLAMA.DAT el nivel de carta enviado por la
              PERFORM ERROR-FICHERO-FREC.
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
      * Razon social y CIF de la empresa de trabajo (rutina comun
      * EMPRESA) para el membrete de la carta
      * ************************************************
       MEMBRETE-EMPRESA.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-NOM TO CAB-EMP.
           MOVE EMA-CIF TO CAB-CIF.
      *
      * ************************************************
      * Empresa del grupo del cliente EMA-CLI (rutina comun
      * EMPRESA): EMA-OK 'S' si es la de trabajo
      * ************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FREC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOL.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY COL-FS    LINE 23 POSITION 40 REVERSE.
