123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCCOLA.
       REMARKS. RUTINA COMUN DE LA COLA DE DOCUMENTOS.
      *
      * Deja en COLADOC.DAT (trazado REGCOL) una linea de un
      * documento de cliente en lugar de imprimirla: el tipo
      * (COL-TIP: FAC, EXT, REC o ALB), su numero (COL-DOC), el
      * cliente (COL-CLI), el numero de linea dentro del documento
      * (COL-LIN, la 1 abre uno nuevo), la marca de salto de pagina
      * (COL-SAL 'P') y el texto de la linea, con la fecha y la hora
      * del momento. El reparto nocturno UD22E9 la manda despues a
      * la impresora o por correo segun la forma de envio del
      * cliente. El fichero se abre y se cierra en cada llamada,
      * como hace DIARIO; devuelve el estado en COL-FS.
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
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCOL LABEL RECORD IS STANDARD.
           COPY REGCOL.
      *
       WORKING-STORAGE SECTION.
       77 FECHA     PIC 99999999.
       77 FS-FCOL   PIC XX.
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
       01 COL-TIP   PIC X(3).
       01 COL-DOC   PIC 9(6).
       01 COL-CLI   PIC X(4).
       01 COL-LIN   PIC 9(4).
       01 COL-SAL   PIC X.
       01 COL-TXT   PIC X(80).
       01 COL-FS    PIC XX.
      *
       PROCEDURE DIVISION USING COL-TIP, COL-DOC, COL-CLI, COL-LIN,
                                COL-SAL, COL-TXT, COL-FS.
       COMIENZO.
      * COLADOC.DAT no existe la primera vez ni despues de que el
      * reparto la vacie (estado '35'); se crea con OUTPUT.
           OPEN EXTEND FCOL.
           IF FS-FCOL = '35' THEN
              OPEN OUTPUT FCOL.
      *
           MOVE FS-FCOL TO COL-FS.
           IF FS-FCOL = '00' THEN
              PERFORM GRABAR-LINEA
              CLOSE FCOL.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Monta y graba la linea con el momento actual
      * ************************************************
       GRABAR-LINEA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           ACCEPT HR1   FROM TIME.
           MOVE FECHA TO FF1.
      *
           MOVE COL-TIP TO COLTIP.
           MOVE COL-DOC TO COLDOC.
           MOVE COL-CLI TO COLCLI.
           MOVE AA1 TO COLAA.
           MOVE MM1 TO COLMM.
           MOVE DD1 TO COLDD.
           MOVE HH1 TO COLHH.
           MOVE NN1 TO COLNN.
           MOVE SS1 TO COLSS.
           MOVE COL-LIN TO COLLIN.
           MOVE COL-SAL TO COLSAL.
           MOVE COL-TXT TO COLTXT.
           WRITE REGCOL.
           MOVE FS-FCOL TO COL-FS.
