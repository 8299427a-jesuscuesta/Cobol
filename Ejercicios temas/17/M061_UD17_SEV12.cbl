      * umbral con el NIF todavia en blanco salen marcados con un
      * asterisco y un recuento propio al cierre, para perseguir
      * los NIF que faltan antes del plazo de presentacion.
      * Las entregas intracomunitarias exentas (FAC-INTRACOM) no
      * entran: se declaran en el modelo 349 (UD23E8). Tampoco
      * restan las rectificativas por credito incobrable
      * (FAC-INCOBRABLE, UD23E19): la operacion se declara por su
      * importe original.
      * Desde el menu se puede dejar en la cola de informes en vez
      * de esperarlo en el terminal: INF-MODO 'D' (lo lanza el
      * ejecutor de la cola UD13E22) toma el ano de INF-PARAM, no
      * para en la pantalla y devuelve 8 en RETURN-CODE si no puede
      * abrir sus ficheros.
      * La declaracion es la de la empresa del grupo con la que se
      * trabaja: solo entran las operaciones con sus clientes
      * (rutina comun EMPRESA), y su razon social y CIF van en el
      * membrete.
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
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete de los documentos.
           COPY EMPRESA.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 CONTINUA   PIC X.
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
           02 CIE-ROT  PIC X(40).
           02 CIE-NUM  PIC ZZ9.
           02 FILLER   PIC X(34) VALUE SPACES.
      *
       LINKAGE SECTION.
      * Modo de lanzamiento (P menu, D cola de informes) y ano.
           COPY INFDIF.
123456*
       PROCEDURE DIVISION USING INF-ARG.
       COMIENZO.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      * Inicio
      * ************************************************
        INICIO.
           PERFORM MEMBRETE-EMPRESA.
           MOVE 0 TO NUMCLI-T.
           MOVE 0 TO NUMDECL.
           MOVE 0 TO NUMSINNIF.
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
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE AA1   TO AA2.
      *
           PERFORM LEER-PARAMETROS.
      * En diferido el ano viene ya en el parametro de la peticion.
           MOVE ZEROS TO ANO-E.
           IF INF-DIFERIDO AND INF-PARAM(1:4) NUMERIC THEN
              MOVE INF-PARAM(1:4) TO ANO-E.
           IF NOT INF-DIFERIDO THEN
              PERFORM PEDIR-ANO.
      *
           IF ANO-E = ZEROS THEN
              COMPUTE SEL-AA = AA1 - 1
            ELSE
              MOVE ANO-E TO SEL-AA.
           MOVE 99 TO LINPAG.
      *
      * ************************************************
           DISPLAY 'MODELO 347'   LINE  3 POSITION 34 REVERSE HIGH.
           DISPLAY 'Ano AAAA (cero = anterior):'
                                  LINE  8 POSITION 10 HIGH.
           ACCEPT ANO-E LINE  8 POSITION 39 NO BEEP.
      *
      * ************************************************
      * Proceso del programa
           PERFORM LISTAR-DECLARABLES.
           PERFORM CIERRE-INFORME.
      *
           IF INF-PANTALLA THEN
              DISPLAY 'INFORME GENERADO EN M347.PRN'
                               LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM ACUMULAR-DOCUMENTO UNTIL FINLEC = 'S'.
      *
      * Los cargos de gastos de recibos devueltos y las facturas de
      * intereses de demora no son operaciones declarables; el ticket
      * sustituido se declara en la factura que lo sustituye.
       ACUMULAR-DOCUMENTO.
           MOVE FACCLI TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
           IF FACAA = SEL-AA AND NOT FAC-CARGO
                             AND NOT FAC-INTERES
                             AND NOT FAC-INTRACOM
                             AND NOT FAC-INCOBRABLE
                             AND NOT FAC-SUSTITUIDA
                             AND EMA-OK = 'S' THEN
              PERFORM SUMAR-CLIENTE.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
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
