123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOT.
       REMARKS. RUTINA COMUN DE TOTALES DE CONTROL.
      *
      * Anade a CTLTOT.DAT (trazado REGCTT) los totales de control
      * que un paso batch le pasa al terminar: registros leidos,
      * escritos y rechazados, un importe, un segundo total y la
      * primera y ultima clave tratada, sellados con la fecha y la
      * hora del momento. La cadena nocturna UD13E18 los recoge
      * tras cada paso y los cuadra con los ficheros. CTLTOT.DAT
      * se crea la primera vez (estado '35') y se abre y se cierra
      * en cada llamada, como hace DIARIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FCTT ASSIGN TO DISK 'CTLTOT.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FCTT.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCTT LABEL RECORD IS STANDARD.
           COPY REGCTT.
      *
       WORKING-STORAGE SECTION.
       77 FECHA     PIC 99999999.
       77 FS-FCTT   PIC XX.
      *
       01 HR1.
           02 HH1   PIC 99.
           02 NN1   PIC 99.
           02 SS1   PIC 99.
           02 CC1   PIC 99.
      *
       LINKAGE SECTION.
           COPY CTLTOT.
      *
       PROCEDURE DIVISION USING CTLTOT-ARG.
       COMIENZO.
           MOVE 'S'  TO CTA-RES.
           MOVE '00' TO CTA-FS.
      *
           OPEN EXTEND FCTT.
           IF FS-FCTT = '35' THEN
              OPEN OUTPUT FCTT.
           IF FS-FCTT NOT = '00' THEN
              MOVE 'E'     TO CTA-RES
              MOVE FS-FCTT TO CTA-FS
              EXIT PROGRAM.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           ACCEPT HR1   FROM TIME.
           MOVE FECHA    TO CTTFEC.
           MOVE HR1(1:6) TO CTTHOR.
           MOVE CTA-PRG  TO CTTPRG.
           MOVE CTA-LEI  TO CTTLEI.
           MOVE CTA-ESC  TO CTTESC.
           MOVE CTA-REC  TO CTTREC.
           MOVE CTA-IMP  TO CTTIMP.
           MOVE CTA-AUX  TO CTTAUX.
           MOVE CTA-DSD  TO CTTDSD.
           MOVE CTA-HST  TO CTTHST.
           WRITE REGCTT.
           IF FS-FCTT NOT = '00' THEN
              MOVE 'E'     TO CTA-RES
              MOVE FS-FCTT TO CTA-FS.
      *
           CLOSE FCTT.
           EXIT PROGRAM.
