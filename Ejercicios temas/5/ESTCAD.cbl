123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTCAD.
       REMARKS. RUTINA COMUN DEL ESTADO DE LA CADENA NOCTURNA.
      *
      * Consulta, pone y quita la marca de cadena nocturna en
      * marcha de ESTADO.DAT (trazado REGEST). La cadena UD13E18 la
      * pone al arrancar y la quita al terminar; los mantenimientos
      * y el menu general la consultan antes de abrir nada para
      * actualizar, asi la copia .BAK y la rotacion de la noche no
      * se cruzan con un operador que se ha quedado hasta tarde.
      * Con 'C' solo se lee; con 'M' y 'L' se graba la marca,
      * devolviendo como estaba al llamar. ESTADO.DAT se crea vacio
      * la primera vez que se pone la marca; mientras no exista,
      * la marca no esta puesta y todo sigue como antes. El fichero
      * se abre y se cierra en cada llamada, como hace DIARIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEST ASSIGN TO DISK 'ESTADO.DAT'
            RECORD KEY IS ESTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FEST.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FEST LABEL RECORD IS STANDARD.
           COPY REGEST.
      *
       WORKING-STORAGE SECTION.
       77 FECHA     PIC 99999999.
       77 FS-FEST   PIC XX.
       77 EXISTE    PIC X.
      *
       01 FF1.
           02 AA1   PIC 9999.
           02 MM1   PIC 99.
           02 DD1   PIC 99.
      *
       01 HR1.
           02 HH1   PIC 99.
           02 NN1   PIC 99.
           02 SS1   PIC 99.
           02 CC1   PIC 99.
      *
       LINKAGE SECTION.
           COPY ESTCAD.
      *
       PROCEDURE DIVISION USING ESTCAD-ARG.
       COMIENZO.
           MOVE 'N'    TO ECA-RES.
           MOVE SPACES TO ECA-MARCA.
           MOVE ZEROS  TO ECA-FEC.
           MOVE ZEROS  TO ECA-HOR.
           MOVE '00'   TO ECA-FS.
      *
           IF ECA-OPER = 'C' THEN
              PERFORM CONSULTAR-MARCA
            ELSE
              PERFORM GRABAR-MARCA.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Consulta: solo lectura; sin fichero no hay marca
      * ************************************************
       CONSULTAR-MARCA.
           OPEN INPUT FEST.
           IF FS-FEST = '00' THEN
              PERFORM LEER-MARCA
              CLOSE FEST
            ELSE
              IF FS-FEST NOT = '35' THEN
                 MOVE 'E'     TO ECA-RES
                 MOVE FS-FEST TO ECA-FS.
      *
       LEER-MARCA.
           MOVE 'CADENA    ' TO ESTCLAVE.
           MOVE SPACES TO EXISTE.
           READ FEST RECORD KEY IS ESTCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND EST-EN-MARCHA THEN
              MOVE 'S'    TO ECA-RES
              MOVE ESTPRG TO ECA-MARCA
              MOVE ESTFEC TO ECA-FEC
              MOVE ESTHOR TO ECA-HOR.
      *
      * ************************************************
      * Pone ('M') o quita ('L') la marca, devolviendo en ECA-RES
      * como estaba antes
      * ************************************************
       GRABAR-MARCA.
           OPEN I-O FEST.
           IF FS-FEST = '35' THEN
              OPEN OUTPUT FEST
              CLOSE FEST
              OPEN I-O FEST.
           IF FS-FEST NOT = '00' THEN
              MOVE 'E'     TO ECA-RES
              MOVE FS-FEST TO ECA-FS
            ELSE
              PERFORM CAMBIAR-MARCA
              CLOSE FEST.
      *
       CAMBIAR-MARCA.
           MOVE 'CADENA    ' TO ESTCLAVE.
           MOVE SPACES TO EXISTE.
           READ FEST WITH LOCK KEY IS ESTCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND EST-EN-MARCHA THEN
              MOVE 'S'    TO ECA-RES
              MOVE ESTPRG TO ECA-MARCA
              MOVE ESTFEC TO ECA-FEC
              MOVE ESTHOR TO ECA-HOR.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           ACCEPT HR1 FROM TIME.
           MOVE 'CADENA    ' TO ESTCLAVE.
           IF ECA-OPER = 'M' THEN
              SET EST-EN-MARCHA TO TRUE
            ELSE
              SET EST-LIBRE TO TRUE.
           MOVE ECA-PRG  TO ESTPRG.
           MOVE FF1      TO ESTFEC.
           MOVE HR1(1:6) TO ESTHOR.
      *
           IF EXISTE = SPACES THEN
              REWRITE REGEST
            ELSE
              WRITE REGEST.
           IF FS-FEST NOT = '00' THEN
              MOVE 'E'     TO ECA-RES
              MOVE FS-FEST TO ECA-FS.
           UNLOCK FEST.
