123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODO.
       REMARKS. RUTINA COMUN DE PERIODOS CONTABLES.
      *
      * Dice si un documento puede grabarse con una fecha segun el
      * estado de su mes en PERIODOS.DAT (trazado REGPER): abierto
      * (o sin registro), exportado a la gestoria por UD17E11 o
      * cerrado por el supervisor en UD23E28. Un mes cerrado no
      * admite documentos. Uno exportado los admite, pero en modo
      * 'A' el documento se anota en TARDIOS.DAT (trazado REGTAD)
      * como apunte fuera de plazo y se suma al recuento del mes,
      * para que UD23E29 se lo liste a la gestoria. La llaman la
      * facturacion, los abonos, los cobros, las facturas de
      * proveedor y los movimientos de almacen (argumento en el
      * copybook PERIODO). Si PERIODOS.DAT todavia no existe,
      * todos los meses estan abiertos. Los ficheros se abren y se
      * cierran en cada llamada, como hace PENACT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPER ASSIGN TO DISK 'PERIODOS.DAT'
            RECORD KEY IS PERMES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPER.
      *
            SELECT FTAD ASSIGN TO DISK 'TARDIOS.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FTAD.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPER LABEL RECORD IS STANDARD.
           COPY REGPER.
      *
       FD FTAD LABEL RECORD IS STANDARD.
           COPY REGTAD.
      *
       WORKING-STORAGE SECTION.
       77 FECHA     PIC 99999999.
       77 EXISTE    PIC X.
       77 FS-FPER   PIC XX.
       77 FS-FTAD   PIC XX.
      *
       01 HR1.
           02 HH1   PIC 99.
           02 NN1   PIC 99.
           02 SS1   PIC 99.
           02 CC1   PIC 99.
      *
       LINKAGE SECTION.
           COPY PERIODO.
      *
       PROCEDURE DIVISION USING PERIODO-ARG.
       COMIENZO.
           MOVE 'S'  TO PRA-RES.
           MOVE '00' TO PRA-FS.
      *
           IF PRA-ANOTAR THEN
              OPEN I-O FPER
            ELSE
              OPEN INPUT FPER.
           IF FS-FPER = '35' THEN
              EXIT PROGRAM.
           IF FS-FPER NOT = '00' THEN
              MOVE 'E'     TO PRA-RES
              MOVE FS-FPER TO PRA-FS
              EXIT PROGRAM.
      *
           MOVE SPACES TO EXISTE.
           MOVE PRA-FEC(1:6) TO PERMES.
           READ FPER RECORD KEY IS PERMES INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = SPACES THEN
              IF PER-CERRADO THEN
                 MOVE 'N' TO PRA-RES
               ELSE
                 IF PER-EXPORTADO THEN
                    MOVE 'T' TO PRA-RES
                    IF PRA-ANOTAR THEN
                       PERFORM ANOTAR-TARDIO.
      *
           CLOSE FPER.
           EXIT PROGRAM.
      *
      * ************************************************
      * Apunte fuera de plazo: se anade a TARDIOS.DAT (se crea
      * la primera vez) y se cuenta en el mes
      * ************************************************
       ANOTAR-TARDIO.
           OPEN EXTEND FTAD.
           IF FS-FTAD = '35' THEN
              OPEN OUTPUT FTAD.
           IF FS-FTAD NOT = '00' THEN
              MOVE 'E'     TO PRA-RES
              MOVE FS-FTAD TO PRA-FS
            ELSE
              ACCEPT FECHA FROM DATE YYYYMMDD
              ACCEPT HR1   FROM TIME
              MOVE PERMES   TO TADMES
              MOVE PRA-FEC  TO TADFEC
              MOVE FECHA    TO TADFGR
              MOVE HR1(1:6) TO TADHGR
              MOVE PRA-PRG  TO TADPRG
              MOVE PRA-TIP  TO TADTIP
              MOVE PRA-DOC  TO TADDOC
              MOVE PRA-IMP  TO TADIMP
              WRITE REGTAD
              PERFORM CONTAR-TARDIO
              CLOSE FTAD.
      *
       CONTAR-TARDIO.
           IF FS-FTAD NOT = '00' THEN
              MOVE 'E'     TO PRA-RES
              MOVE FS-FTAD TO PRA-FS
            ELSE
              ADD 1 TO PERNTA
              REWRITE REGPER.
