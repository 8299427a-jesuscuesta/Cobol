      * factura sin partida (anterior al fichero) cuenta por su
      * total, por exceso y nunca por defecto, hasta que la
      * reconstruccion UD17E13 deje el fichero completo.
      * Las facturas de cada cliente se leen por la clave
      * alternativa de cliente y fecha (FACCLF), sin recorrer
      * FACTURAS.DAT entero por cada cliente.
      *
      * Las facturas con una disputa abierta (DISPUTAS.DAT, las que
      * mantiene UD23E23; rutina comun FACDISP) no entran en los
      * bloques de cliente ni en el total general: se listan aparte
      * al final, con su cliente y su propio total, porque su cobro
      * depende de como se resuelva la disputa.
      *
      * No pide nada por pantalla, asi que el menu puede tambien
      * dejarlo en la cola de informes (ejecutor UD13E22): devuelve
      * 8 en RETURN-CODE si no puede abrir sus ficheros.
      * Solo salen los clientes de la empresa del grupo con la que
      * se trabaja (rutina comun EMPRESA).
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
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPEN.
      *
            SELECT FDSP ASSIGN TO DISK 'DISPUTAS.DAT'
            RECORD KEY IS DSPNUM
            ALTERNATE RECORD KEY IS DSPFAC WITH DUPLICATES
            ALTERNATE RECORD KEY IS DSPORD WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDSP.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora o visualizar con
      *
       FD FPEN LABEL RECORD IS STANDARD.
           COPY REGPEN.
      *
       FD FDSP LABEL RECORD IS STANDARD.
           COPY REGDSP.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
      * Empresa del grupo del cliente (rutina comun EMPRESA).
           COPY EMPRESA.
       77 FECHA       PIC 99999999.
       77 FINLEC      PIC X.
       77 FINFAC      PIC X.
       77 FINDSP      PIC X.
       77 EXISTE-FAC  PIC X.
      *
      * Importe pendiente de la factura en curso y su antiguedad.
       77 PENDIENTE   PIC S9(7)V99.
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
      * Argumentos de la rutina comun FACDISP: si la factura tiene
      * una disputa abierta.
       77 FDP-FAC     PIC 9(6).
       77 FDP-DIS     PIC X.
      *
      * Subtotales del cliente en curso y totales generales.
       77 HAY-CLIENTE PIC X.
       77 SUB-30      PIC 9(9)V99.
       77 FS-FCLI     PIC XX.
       77 FS-FFAC     PIC XX.
       77 FS-FPEN     PIC XX.
       77 FS-FDSP     PIC XX.
       77 FS-FLISTA   PIC XX.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 SUB-B99  PIC ZZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
      *
      * Rotulo y linea de detalle de las facturas en disputa, con
      * el cliente delante del numero de factura.
       01 LINEA-ROTDSP.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(60) VALUE
              'FACTURAS EN DISPUTA (fuera del total general)'.
           02 FILLER   PIC X(17) VALUE SPACES.
      *
       01 LINEA-DISPUTA.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DIS-CLI  PIC X(4).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DIS-FAC  PIC 9(6).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DIS-FEC  PIC 99/99/9999.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DIS-B30  PIC ZZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DIS-B60  PIC ZZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DIS-B90  PIC ZZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DIS-MAS  PIC ZZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER   PIC X(2)  VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN INPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * PENDIENT.DAT puede no existir todavia (estado '35'): se
           OPEN INPUT FPEN.
           IF FS-FPEN NOT = '00' AND FS-FPEN NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPEN
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * DISPUTAS.DAT puede no existir todavia (estado '35'): no hay
      * facturas en disputa.
           OPEN INPUT FDSP.
           IF FS-FDSP NOT = '00' AND FS-FDSP NOT = '35' THEN
              PERFORM ERROR-FICHERO-FDSP
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
        PROCESO.
           PERFORM RECORRER-CLIENTES.
           PERFORM TOTAL-GENERAL.
           IF FS-FDSP = '00' THEN
              PERFORM RECORRER-DISPUTAS.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
        FIN.
           IF FS-FPEN = '00' OR FS-FPEN = '10' THEN
              CLOSE FPEN.
           IF FS-FDSP = '00' OR FS-FDSP = '10' THEN
              CLOSE FDSP.
           CLOSE FCLI FFAC FLISTA.
      *
      * ************************************************
      * pendiente, emite su bloque con subtotal
      * ************************************************
       TRATAR-CLIENTE.
           MOVE CLICOD TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
           IF NOT CLI-BAJA AND EMA-OK = 'S' THEN
              PERFORM FACTURAS-CLIENTE.
      *
           READ FCLI NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Lee las facturas del cliente buscando las que tienen
      * importe pendiente
      * ************************************************
       FACTURAS-CLIENTE.
           MOVE 'N' TO HAY-CLIENTE.
           MOVE 0 TO SUB-30 SUB-60 SUB-90 SUB-MAS.
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
           IF FACCLI = CLICOD AND NOT FAC-ABONO THEN
              PERFORM CALCULAR-PENDIENTE
              IF PENDIENTE > 0 THEN
                 PERFORM COMPROBAR-DISPUTA
                 IF FDP-DIS = 'N' THEN
                    PERFORM LISTAR-FACTURA.
      *
           PERFORM SIGUIENTE-FACTURA.
      *
       SIGUIENTE-FACTURA.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' AND FACCLI NOT = CLICOD THEN
              MOVE 'S' TO FINFAC.
      *
      * ************************************************
      * Una factura con una disputa abierta (rutina comun FACDISP)
      * se lista aparte, en RECORRER-DISPUTAS
      * ************************************************
       COMPROBAR-DISPUTA.
           MOVE FACNUM TO FDP-FAC.
           CALL 'FACDISP' USING FDP-FAC, FDP-DIS.
      *
      * ************************************************
      * Pendiente = la partida abierta de la factura en
           ADD 2 TO LINPAG.
      *
      * ************************************************
      * Recorre DISPUTAS.DAT y lista aparte, con su propio total,
      * el pendiente de las facturas con una disputa abierta
      * ************************************************
       RECORRER-DISPUTAS.
           MOVE 0 TO SUB-30 SUB-60 SUB-90 SUB-MAS.
           IF LINPAG > MAXLIN - 3 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-ROTDSP AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 3 TO LINPAG.
      *
           MOVE SPACE TO FINDSP.
           MOVE ZEROS TO DSPFAC.
           START FDSP KEY IS NOT LESS DSPFAC INVALID KEY
                                      MOVE 'S' TO FINDSP.
           IF FINDSP NOT = 'S' THEN
              READ FDSP NEXT RECORD AT END MOVE 'S' TO FINDSP.
      *
           PERFORM REVISAR-DISPUTA UNTIL FINDSP = 'S'.
      *
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE 'TOTAL EN DISPUTA..: ' TO SUB-ROT.
           MOVE SUB-30  TO SUB-B30.
           MOVE SUB-60  TO SUB-B60.
           MOVE SUB-90  TO SUB-B90.
           MOVE SUB-MAS TO SUB-B99.
           WRITE LIN-IMPR FROM LINEA-SUBTOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       REVISAR-DISPUTA.
           IF DSP-ABIERTA THEN
              PERFORM LEER-FACTURA-DISPUTA
              IF EXISTE-FAC = SPACES THEN
                 PERFORM CALCULAR-PENDIENTE
                 IF PENDIENTE > 0 THEN
                    PERFORM LISTAR-DISPUTADA.
      *
           READ FDSP NEXT RECORD AT END MOVE 'S' TO FINDSP.
      *
       LEER-FACTURA-DISPUTA.
           MOVE DSPFAC TO FACNUM.
           MOVE SPACES TO EXISTE-FAC.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                                 MOVE 'N' TO EXISTE-FAC.
      *
      * ************************************************
      * Emite la linea de la factura en disputa en la columna de
      * antiguedad que le corresponde
      * ************************************************
       LISTAR-DISPUTADA.
           MOVE 'DIF' TO CAL-OPER.
           MOVE FACFEC TO CAL-FECHA1.
           MOVE FECHA  TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-DIAS TO EDAD.
      *
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE FACCLI TO DIS-CLI.
           MOVE FACNUM TO DIS-FAC.
           MOVE ZEROS  TO DIS-B30 DIS-B60 DIS-B90 DIS-MAS.
           MOVE FACDD  TO DD2.
           MOVE FACMM  TO MM2.
           MOVE FACAA  TO AA2.
           MOVE FF2    TO DIS-FEC.
      *
           IF EDAD NOT > 30 THEN
              MOVE PENDIENTE TO DIS-B30
              ADD PENDIENTE TO SUB-30
            ELSE
             IF EDAD NOT > 60 THEN
                MOVE PENDIENTE TO DIS-B60
                ADD PENDIENTE TO SUB-60
              ELSE
               IF EDAD NOT > 90 THEN
                  MOVE PENDIENTE TO DIS-B90
                  ADD PENDIENTE TO SUB-90
                ELSE
                  MOVE PENDIENTE TO DIS-MAS
                  ADD PENDIENTE TO SUB-MAS.
      *
           WRITE LIN-IMPR FROM LINEA-DISPUTA AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           MOVE DD1 TO DD2.
           MOVE MM1 TO MM2.
           MOVE AA1 TO AA2.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
      * ************************************************
       CABECERA.
       ERROR-FICHERO-FPEN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPEN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FDSP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDSP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Empresa del grupo del cliente EMA-CLI (rutina comun
      * EMPRESA): EMA-OK 'S' si es la de trabajo
      * ************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
