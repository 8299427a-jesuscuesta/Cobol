123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. FACDISP.
       REMARKS. RUTINA COMUN DE FACTURAS EN DISPUTA.
      *
      * Dice si una factura tiene una disputa abierta en
      * DISPUTAS.DAT (trazado REGDSP): el cliente esta disconforme
      * con ella y, hasta que se resuelva, las reclamaciones UD17E1
      * no le escriben, las remesas UD17E3 no la presentan al banco
      * y la prevision de cobros UD17E4 no cuenta con ella. La
      * antiguedad de saldos UD12E3 la saca de los tramos y la
      * lista aparte.
      *
      * Devuelve FDP-DIS = 'S' si la factura esta en disputa y 'N'
      * si no lo esta o si el fichero todavia no existe. El fichero
      * se abre y se cierra en cada llamada, como hace PENACT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FDSP ASSIGN TO DISK 'DISPUTAS.DAT'
            RECORD KEY IS DSPNUM
            ALTERNATE RECORD KEY IS DSPFAC WITH DUPLICATES
            ALTERNATE RECORD KEY IS DSPORD WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDSP.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FDSP LABEL RECORD IS STANDARD.
           COPY REGDSP.
      *
       WORKING-STORAGE SECTION.
       77 FS-FDSP   PIC XX.
       77 FINDSP    PIC X.
      *
       LINKAGE SECTION.
       01 FDP-FAC   PIC 9(6).
       01 FDP-DIS   PIC X.
      *
       PROCEDURE DIVISION USING FDP-FAC, FDP-DIS.
       COMIENZO.
           MOVE 'N' TO FDP-DIS.
           OPEN INPUT FDSP.
           IF FS-FDSP = '00' THEN
              PERFORM BUSCAR-DISPUTAS.
           IF FS-FDSP NOT = '35' THEN
              CLOSE FDSP.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Recorre las disputas de la factura por la clave
      * alternativa hasta dar con una abierta
      * ************************************************
       BUSCAR-DISPUTAS.
           MOVE SPACE TO FINDSP.
           MOVE FDP-FAC TO DSPFAC.
           START FDSP KEY IS NOT LESS DSPFAC INVALID KEY
                                      MOVE 'S' TO FINDSP.
           IF FINDSP NOT = 'S' THEN
              READ FDSP NEXT RECORD AT END MOVE 'S' TO FINDSP.
           PERFORM REVISAR-DISPUTA UNTIL FINDSP = 'S'.
      *
       REVISAR-DISPUTA.
           IF DSPFAC NOT = FDP-FAC THEN
              MOVE 'S' TO FINDSP
            ELSE
              IF DSP-ABIERTA THEN
                 MOVE 'S' TO FDP-DIS
                 MOVE 'S' TO FINDSP
               ELSE
                 READ FDSP NEXT RECORD AT END MOVE 'S' TO FINDSP.
