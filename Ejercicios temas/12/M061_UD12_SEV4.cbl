       REMARKS. UNIDAD 12 EJERCICIO 4.
      *
      * Extracto de clientes: para un cliente concreto o para todo
      * CLIENTES.DAT (codigo en blanco), emite las facturas y los
      * cobros de un rango de fechas con su saldo corrido, un
      * cliente por pagina con la misma mecanica de cabecera y
      * salto de pagina que UD10E3, saltando las cuentas dadas de
      * baja. Cada extracto queda en la cola de documentos
      * (COLADOC.DAT, rutina comun DOCCOLA), de donde el reparto
      * nocturno UD22E9 lo manda a la impresora o por correo segun
      * la forma de envio del cliente. Las fechas del rango se
      * validan llamando a la rutina comun DATEVAL; dejandolo todo
      * en blanco el programa recorre todos los clientes activos sin
      * mas preguntas, que es como se lanza la tirada de fin de mes.
      * La consulta integral del cliente UD10E7 lo llama con el
      * cliente ya elegido (EXT-CLIENTE), y solo se piden las fechas;
      * desde el menu llega en blanco y se pide tambien el cliente.
      * Las facturas del cliente se leen por la clave alternativa de
      * cliente y fecha (FACCLF), empezando en la fecha desde, y sus
      * cobros por la clave de COBROS.DAT, que empieza por el
      * cliente: no se recorren los ficheros enteros por cliente.
      * Solo salen los clientes de la empresa del grupo con la que
      * se trabaja (rutina comun EMPRESA), con su membrete.
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
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
123456*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FCOB LABEL RECORD IS STANDARD.
           COPY REGCOB.

       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete de los documentos.
           COPY EMPRESA.
       77 FECHA       PIC 99999999.
       77 FINLEC      PIC X.
       77 FINFAC      PIC X.
       77 CONTINUA    PIC X.
      * COBROS.DAT abierto ('S') o todavia inexistente.
       77 HAY-COB     PIC X.
      *
      * Seleccion del operador: cliente concreto (o blanco = todos)
      * y rango de fechas (a cero = sin limite).
       77 NUMPAG      PIC 999 VALUE 0.
       77 LINPAG      PIC 99  VALUE 0.
       77 MAXLIN      PIC 99  VALUE 55.
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
       77 MSGFS       PIC X(60) VALUE
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
           02 FILLER   PIC X(14) VALUE SPACES.
           02 SAL-FIN  PIC ----.--9,99.
           02 FILLER   PIC X(32) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 EXT-CLIENTE PIC X(4).
123456*
       PROCEDURE DIVISION USING EXT-CLIENTE.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
      * Inicio
      * ************************************************
        INICIO.
           PERFORM MEMBRETE-EMPRESA.
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL desde el menu general.
           MOVE 0 TO NUMPAG.
           IF FS-FCOB NOT = '00' AND FS-FCOB NOT = '35' THEN
              PERFORM ERROR-FICHERO-FCOB
              GOBACK.
           MOVE 'N' TO HAY-COB.
           IF FS-FCOB = '00' THEN
              MOVE 'S' TO HAY-COB.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
            ELSE
              PERFORM EXTRACTO-TODOS.
      *
           DISPLAY 'EXTRACTO EN LA COLA DE DOCUMENTOS'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF HAY-COB = 'S' THEN
              CLOSE FCOB.
           CLOSE FCLI FFAC.
      *
      * ************************************************
      * Pide cliente (blanco = todos) y rango de fechas (a cero =
                                   LINE 12 POSITION 10 HIGH.
      *
           MOVE SPACES TO CLICOD-E.
           IF EXT-CLIENTE NOT = SPACES THEN
              MOVE EXT-CLIENTE TO CLICOD-E
              DISPLAY CLICOD-E LINE  8 POSITION 43
            ELSE
              ACCEPT CLICOD-E LINE  8 POSITION 43 NO BEEP.
      *
      * FECHA-DES/FECHA-HAS se dejan con un valor no nulo para que
      * se entre a pedir cada fecha al menos una vez.
           MOVE CLICOD-E TO CLICOD.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                     MOVE SPACES TO CLINOM.
           MOVE CLICOD TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
           IF FS-FCLI = '00' AND NOT CLI-BAJA AND EMA-OK = 'S' THEN
              PERFORM EXTRACTO-CLIENTE.
      *
      * ************************************************
           PERFORM TRATAR-CLIENTE UNTIL FINLEC = 'S'.
      *
       TRATAR-CLIENTE.
           MOVE CLICOD TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
           IF NOT CLI-BAJA AND EMA-OK = 'S' THEN
              PERFORM EXTRACTO-CLIENTE.
      *
           READ FCLI NEXT RECORD AT END MOVE 'S' TO FINLEC.
       EXTRACTO-CLIENTE.
           MOVE 0   TO SALDO.
           MOVE 'N' TO HAY-LINEAS.
           MOVE 'EXT'  TO COL-TIP.
           MOVE 0      TO COL-DOC.
           MOVE CLICOD TO COL-CLI.
           MOVE 0      TO COL-LIN.
           PERFORM CABECERA.
      *
           PERFORM LISTAR-FACTURAS.
              MOVE SPACES TO LIN-IMPR
              STRING '   (sin movimientos en el periodo)'
                 DELIMITED BY SIZE INTO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              ADD 1 TO LINPAG.
      *
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE SALDO TO SAL-FIN.
           MOVE LINEA-SALDO TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 2 TO LINPAG.
      *
      * ************************************************
      * ************************************************
       LISTAR-FACTURAS.
           MOVE SPACE TO FINFAC.
           MOVE CLICOD    TO FACCLI.
           MOVE RANGO-DES TO FACFEC.
           START FFAC KEY IS NOT LESS FACCLF INVALID KEY
                                      MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' THEN
              PERFORM SIGUIENTE-FACTURA.
      *
           PERFORM REVISAR-FACTURA UNTIL FINFAC = 'S'.
      *
      * Se acaba al cambiar de cliente o pasar de la fecha hasta.
       SIGUIENTE-FACTURA.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
           MOVE FACFEC TO FECHA-REG.
           IF FINFAC NOT = 'S' THEN
              IF FACCLI NOT = CLICOD OR FECHA-REG > RANGO-HAS THEN
                 MOVE 'S' TO FINFAC.
      *
       REVISAR-FACTURA.
           MOVE FACFEC TO FECHA-REG.
           IF FACCLI = CLICOD AND FECHA-REG NOT < RANGO-DES
                              AND FECHA-REG NOT > RANGO-HAS
                              AND NOT FAC-SUSTITUIDA THEN
              IF FAC-ABONO THEN
                 SUBTRACT FACTOT FROM SALDO
                 MOVE 'ABONO' TO DET-TIP
                 COMPUTE DET-IMP = 0 - FACTOT
                 IF FAC-INCOBRABLE THEN
                    MOVE 'INCOBRAB.' TO DET-TIP
                  ELSE
                    CONTINUE
               ELSE
                 ADD FACTOT TO SALDO
                 MOVE 'FACTURA' TO DET-TIP
                 MOVE FACTOT TO DET-IMP
                 IF FAC-INTERES THEN
                    MOVE 'INTERESES' TO DET-TIP.
           IF FACCLI = CLICOD AND FECHA-REG NOT < RANGO-DES
                              AND FECHA-REG NOT > RANGO-HAS
                              AND NOT FAC-SUSTITUIDA THEN
              MOVE FACNUM TO DET-NUM
              PERFORM APUNTE-FECHA-FAC
              PERFORM ESCRIBIR-APUNTE.
      *
           PERFORM SIGUIENTE-FACTURA.
      *
       APUNTE-FECHA-FAC.
           MOVE FACDD TO DD2.
      * del saldo corrido
      * ************************************************
       LISTAR-COBROS.
           IF HAY-COB NOT = 'S' THEN
              GO TO LISTAR-COBROS-EXIT.
      *
           MOVE SPACE TO FINFAC.
           MOVE CLICOD TO COBCLI.
           MOVE ZEROS  TO COBFAC.
           MOVE ZEROS  TO COBLIN.
           START FCOB KEY IS NOT LESS COBCLAVE INVALID KEY
                                      MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' THEN
              PERFORM SIGUIENTE-COBRO.
           PERFORM REVISAR-COBRO UNTIL FINFAC = 'S'.
      *
       LISTAR-COBROS-EXIT.
              MOVE AA1   TO AA2
              PERFORM ESCRIBIR-APUNTE.
      *
           PERFORM SIGUIENTE-COBRO.
      *
       SIGUIENTE-COBRO.
           READ FCOB NEXT RECORD AT END MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' AND COBCLI NOT = CLICOD THEN
              MOVE 'S' TO FINFAC.
      *
      * ************************************************
      * Escribe un apunte del extracto con su saldo corrido
      *
           MOVE 'S' TO HAY-LINEAS.
           MOVE SALDO TO DET-SAL.
           MOVE LINEA-DETALLE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
           MOVE CLINOM TO CAB-NOM.
           MOVE CLINIF TO CAB-NIF.
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
           MOVE CABECERA-6 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE CABECERA-5 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE 9 TO LINPAG.
      *
      * Continuacion de pagina del mismo cliente cuando el extracto
           PERFORM CABECERA.
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
           DISPLAY FS-FCOB   LINE 23 POSITION 40 REVERSE.
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
      *
      * ************************************************
      * Empresa del grupo del cliente EMA-CLI (rutina comun
      * EMPRESA): EMA-OK 'S' si es la de trabajo
      * ************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
