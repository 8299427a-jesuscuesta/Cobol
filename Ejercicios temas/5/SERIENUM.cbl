123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIENUM.
       REMARKS. RUTINA COMUN DE NUMERACION DE SERIES DE FACTURACION.
      *
      * Asigna el siguiente numero de una serie de facturacion en
      * un ano (contador SERIES.CTR, trazado REGSER) al estilo de
      * PENACT: una sola rutina llamada desde todos los programas
      * que emiten facturas, abonos, tickets o cargos, en vez de
      * repetir el contador en cada uno. Cada serie empieza en 1 el
      * primer documento del ano. El registro de la serie se lee
      * con bloqueo hasta el REWRITE, igual que FACTURAS.CTR, para
      * que dos puestos no saquen el mismo numero; si dos puestos
      * dan de alta a la vez la serie de un ano nuevo, el segundo
      * encuentra la clave ya grabada (estado '22') y vuelve a
      * leerla. El fichero se abre y se cierra en cada llamada.
      * SNU-OK vuelve 'N' si falla el fichero, con SNU-NUM a cero.
      * Cada empresa del grupo numera por su cuenta: la empresa de
      * trabajo (rutina comun EMPRESA) decide el contador, el de
      * siempre en SERIES.CTR para la 01 y el de SERIEMP.CTR
      * (trazado REGSEM) para las demas.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FSER ASSIGN TO DISK 'SERIES.CTR'
            RECORD KEY IS SERCLA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FSER.
      *
            SELECT FSEM ASSIGN TO DISK 'SERIEMP.CTR'
            RECORD KEY IS SEMCLA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FSEM.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FSER LABEL RECORD IS STANDARD.
           COPY REGSER.
      *
       FD FSEM LABEL RECORD IS STANDARD.
           COPY REGSEM.
      *
       WORKING-STORAGE SECTION.
       77 FS-FSER   PIC XX.
       77 FS-FSEM   PIC XX.
       77 EXISTE    PIC X.
      *
      * Empresa de trabajo (rutina comun EMPRESA).
           COPY EMPRESA.
      *
       LINKAGE SECTION.
       01 SNU-SERIE PIC X.
       01 SNU-AA    PIC 9999.
       01 SNU-NUM   PIC 9(6).
       01 SNU-OK    PIC X.
      *
       PROCEDURE DIVISION USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
       COMIENZO.
           MOVE 'S' TO SNU-OK.
           MOVE ZEROS TO SNU-NUM.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           IF EMA-COD NOT = 1 THEN
              PERFORM SERIE-EMPRESA
              EXIT PROGRAM.
      *
           PERFORM ABRIR-FICHERO.
           IF FS-FSER NOT = '00' THEN
              MOVE 'N' TO SNU-OK
            ELSE
              PERFORM SIGUIENTE-NUMERO
              IF FS-FSER = '22' THEN
                 PERFORM SIGUIENTE-NUMERO.
           IF FS-FSER NOT = '00' THEN
              MOVE 'N' TO SNU-OK
              MOVE ZEROS TO SNU-NUM.
           IF FS-FSER NOT = '35' THEN
              UNLOCK FSER
              CLOSE FSER.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * SERIES.CTR todavia no existe la primera vez (estado '35');
      * se crea vacio
      * ************************************************
       ABRIR-FICHERO.
           OPEN I-O FSER.
           IF FS-FSER = '35' THEN
              OPEN OUTPUT FSER
              CLOSE FSER
              OPEN I-O FSER.
      *
      * ************************************************
      * Lee la serie del ano con bloqueo y la incrementa; la
      * primera vez en el ano la graba con el numero 1
      * ************************************************
       SIGUIENTE-NUMERO.
           MOVE 'S' TO EXISTE.
           MOVE SNU-SERIE TO SERCOD.
           MOVE SNU-AA    TO SERAA.
           READ FSER WITH LOCK KEY IS SERCLA INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              PERFORM ALTA-SERIE
            ELSE
              IF FS-FSER = '00' THEN
                 ADD 1 TO SERVAL
                 MOVE SERVAL TO SNU-NUM
                 REWRITE REGSER.
      *
       ALTA-SERIE.
           MOVE SNU-SERIE TO SERCOD.
           MOVE SNU-AA    TO SERAA.
           MOVE 1         TO SERVAL.
           MOVE SERVAL    TO SNU-NUM.
           WRITE REGSER.
      *
      * ************************************************
      * Empresas distintas de la 01: el mismo contador en
      * SERIEMP.CTR, con la empresa en la clave
      * ************************************************
       SERIE-EMPRESA.
           OPEN I-O FSEM.
           IF FS-FSEM = '35' THEN
              OPEN OUTPUT FSEM
              CLOSE FSEM
              OPEN I-O FSEM.
           IF FS-FSEM NOT = '00' THEN
              MOVE 'N' TO SNU-OK
            ELSE
              PERFORM SIGUIENTE-NUMERO-EMP
              IF FS-FSEM = '22' THEN
                 PERFORM SIGUIENTE-NUMERO-EMP.
           IF FS-FSEM NOT = '00' THEN
              MOVE 'N' TO SNU-OK
              MOVE ZEROS TO SNU-NUM.
           IF FS-FSEM NOT = '35' THEN
              UNLOCK FSEM
              CLOSE FSEM.
      *
       SIGUIENTE-NUMERO-EMP.
           MOVE 'S' TO EXISTE.
           MOVE EMA-COD   TO SEMEMP.
           MOVE SNU-SERIE TO SEMCOD.
           MOVE SNU-AA    TO SEMAA.
           READ FSEM WITH LOCK KEY IS SEMCLA INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              PERFORM ALTA-SERIE-EMP
            ELSE
              IF FS-FSEM = '00' THEN
                 ADD 1 TO SEMVAL
                 MOVE SEMVAL TO SNU-NUM
                 REWRITE REGSEM.
      *
       ALTA-SERIE-EMP.
           MOVE EMA-COD   TO SEMEMP.
           MOVE SNU-SERIE TO SEMCOD.
           MOVE SNU-AA    TO SEMAA.
           MOVE 1         TO SEMVAL.
           MOVE SEMVAL    TO SNU-NUM.
           WRITE REGSEM.
