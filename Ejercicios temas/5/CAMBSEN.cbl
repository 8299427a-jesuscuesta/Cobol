123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBSEN.
       REMARKS. RUTINA COMUN DE CAMBIOS SENSIBLES.
      *
      * Decide si el cambio de un campo sensible del maestro puede
      * grabarse ya o necesita la aprobacion de un supervisor, y en
      * ese caso lo deja en CAMBPEND.DAT (trazado REGCSP) con el
      * valor anterior, el nuevo y quien lo pide. Los campos
      * protegidos y sus umbrales estan en PARAMS.DAT:
      *    APRLIMITE - CLILIM: euros de diferencia a partir de los
      *                cuales el cambio de limite necesita
      *                aprobacion; poner o quitar el limite (cero es
      *                sin limite) siempre la necesita
      *    APRIBAN   - BANIBA: 1 protegido, 0 libre
      *    APRPRECIO - PROPRE: variacion del precio en centesimas
      *                de porcentaje (500 = 5,00 %) a partir de la
      *                cual se necesita aprobacion
      * 99999 deja libre el campo. Sin fichero o sin clave, el campo
      * esta protegido y cualquier cambio necesita aprobacion. Los
      * ficheros se abren y se cierran en cada llamada, como hace
      * DIARIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
      *
            SELECT FCSP ASSIGN TO DISK 'CAMBPEND.DAT'
            RECORD KEY IS CSPNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCSP.
      *
      * Contador de solicitudes (un unico registro, clave fija),
      * gemelo de REMESAS.CTR.
            SELECT FCTR ASSIGN TO DISK 'CAMBPEND.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
      *
       FD FCSP LABEL RECORD IS STANDARD.
           COPY REGCSP.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       77 FECHA     PIC 99999999.
       77 FS-FPAR   PIC XX.
       77 FS-FCSP   PIC XX.
       77 FS-FCTR   PIC XX.
       77 EXISTE    PIC X.
      *
      * Umbral del campo y si el cambio lo pasa.
       77 UMBRAL    PIC 9(5).
       77 PROTEGIDO PIC X.
       77 DIF       PIC 9(7)V99.
       77 PCT       PIC 9(7).
      *
       01 FF1.
           02 AA1   PIC 9999.
           02 MM1   PIC 99.
           02 DD1   PIC 99.
       01 HR1.
           02 HH1   PIC 99.
           02 NN1   PIC 99.
           02 SS1   PIC 99.
           02 CC1   PIC 99.
      *
       LINKAGE SECTION.
           COPY CAMBSEN.
      *
       PROCEDURE DIVISION USING CAMBIO-SEN.
       COMIENZO.
           MOVE 'L'    TO CSN-RES.
           MOVE ZEROS  TO CSN-NUM.
           MOVE '00'   TO CSN-FS.
      *
           PERFORM LEER-UMBRAL.
           PERFORM EVALUAR-CAMBIO.
           IF PROTEGIDO = 'S' THEN
              PERFORM DEJAR-PENDIENTE.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Umbral del campo en PARAMS.DAT; sin fichero o sin clave,
      * cero (todo cambio necesita aprobacion) o, en el IBAN, 1
      * ************************************************
       LEER-UMBRAL.
           MOVE 0 TO UMBRAL.
           MOVE SPACES TO PARCLAVE.
           IF CSN-TIPO = 'CLILIM' THEN
              MOVE 'APRLIMITE ' TO PARCLAVE.
           IF CSN-TIPO = 'BANIBA' THEN
              MOVE 1 TO UMBRAL
              MOVE 'APRIBAN   ' TO PARCLAVE.
           IF CSN-TIPO = 'PROPRE' THEN
              MOVE 'APRPRECIO ' TO PARCLAVE.
      *
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-PARAMETRO.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
       LEER-PARAMETRO.
           MOVE 'S' TO EXISTE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              MOVE PARVAL TO UMBRAL.
      *
      * ************************************************
      * Pasa o no del umbral
      * ************************************************
       EVALUAR-CAMBIO.
           MOVE 'N' TO PROTEGIDO.
           IF CSN-TIPO = 'CLILIM' AND UMBRAL NOT = 99999 THEN
              PERFORM EVALUAR-LIMITE.
           IF CSN-TIPO = 'BANIBA' AND UMBRAL NOT = 0 THEN
              IF CSN-NUE NOT = CSN-ANT THEN
                 MOVE 'S' TO PROTEGIDO.
           IF CSN-TIPO = 'PROPRE' AND UMBRAL NOT = 99999 THEN
              PERFORM EVALUAR-PRECIO.
      *
      * Un limite a cero es un cliente sin limite: ponerlo o
      * quitarlo no se mide en euros.
       EVALUAR-LIMITE.
           IF CSN-NUE-VAL NOT = CSN-ANT-VAL THEN
              IF CSN-ANT-VAL = 0 OR CSN-NUE-VAL = 0 THEN
                 MOVE 'S' TO PROTEGIDO
               ELSE
                 PERFORM CALCULAR-DIFERENCIA
                 IF DIF > UMBRAL THEN
                    MOVE 'S' TO PROTEGIDO.
      *
       EVALUAR-PRECIO.
           IF CSN-NUE-VAL NOT = CSN-ANT-VAL THEN
              IF CSN-ANT-VAL = 0 THEN
                 MOVE 'S' TO PROTEGIDO
               ELSE
                 PERFORM CALCULAR-DIFERENCIA
                 COMPUTE PCT ROUNDED = DIF * 10000 / CSN-ANT-VAL
                 IF PCT > UMBRAL THEN
                    MOVE 'S' TO PROTEGIDO.
      *
      * Diferencia entre el valor anterior y el nuevo, sin signo.
       CALCULAR-DIFERENCIA.
           IF CSN-NUE-VAL > CSN-ANT-VAL THEN
              COMPUTE DIF = CSN-NUE-VAL - CSN-ANT-VAL
            ELSE
              COMPUTE DIF = CSN-ANT-VAL - CSN-NUE-VAL.
      *
      * ************************************************
      * Numera la solicitud y la graba pendiente
      * ************************************************
       DEJAR-PENDIENTE.
           MOVE 'E' TO CSN-RES.
      *
      * CAMBPEND.CTR se crea con un unico registro en cero y
      * CAMBPEND.DAT vacio la primera vez.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'C' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           OPEN I-O FCSP.
           IF FS-FCSP = '35' THEN
              OPEN OUTPUT FCSP
              CLOSE FCSP
              OPEN I-O FCSP.
      *
           IF FS-FCTR NOT = '00' THEN
              MOVE FS-FCTR TO CSN-FS
            ELSE
              IF FS-FCSP NOT = '00' THEN
                 MOVE FS-FCSP TO CSN-FS
               ELSE
                 PERFORM GRABAR-SOLICITUD.
      *
           IF FS-FCTR NOT = '35' THEN
              CLOSE FCTR.
           IF FS-FCSP NOT = '35' THEN
              CLOSE FCSP.
      *
       GRABAR-SOLICITUD.
           MOVE 'C' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 MOVE ZEROS TO CTRVAL.
           ADD 1 TO CTRVAL.
           REWRITE REGCTR.
           MOVE FS-FCTR TO CSN-FS.
           UNLOCK FCTR.
      *
           IF CSN-FS = '00' THEN
              ACCEPT FECHA FROM DATE YYYYMMDD
              ACCEPT HR1   FROM TIME
              MOVE FECHA TO FF1
              MOVE CTRVAL    TO CSPNUM
              MOVE CSN-TIPO  TO CSPTIP
              MOVE CSN-CLAVE TO CSPCLA
              MOVE CSN-ANT   TO CSPANT
              MOVE CSN-NUE   TO CSPNUE
              MOVE CSN-DOM   TO CSPDOM
              SET CSP-PENDIENTE TO TRUE
              MOVE CSN-USU   TO CSPUSU
              MOVE AA1 TO CSPAA
              MOVE MM1 TO CSPMM
              MOVE DD1 TO CSPDD
              MOVE HH1 TO CSPHH
              MOVE NN1 TO CSPNN
              MOVE SS1 TO CSPSS
              MOVE SPACES TO CSPSUP
              MOVE ZEROS  TO CSPFRE
              MOVE ZEROS  TO CSPHRE
              MOVE SPACES TO CSPMOT
              WRITE REGCSP
              MOVE FS-FCSP TO CSN-FS
              IF FS-FCSP = '00' THEN
                 MOVE 'P'    TO CSN-RES
                 MOVE CTRVAL TO CSN-NUM.
