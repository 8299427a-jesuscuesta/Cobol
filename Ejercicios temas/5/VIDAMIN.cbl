123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. VIDAMIN.
       REMARKS. RUTINA COMUN DE VIDA UTIL MINIMA POR CLIENTE.
      *
      * Las cadenas de supermercados no aceptan los lotes a los que
      * les queda menos vida de la que exigen. La regla de cada
      * cliente esta en VIDACLI.DAT (trazado REGVMC, mantenido con
      * UD10E6); esta rutina la busca y la aplica a un lote, para
      * que la expedicion UD11E4, la lista de picking UD13E11 y el
      * informe UD19E15 la midan todos igual. Dos operaciones:
      *
      *    'REG' - regla del cliente VDM-CLI para la familia
      *            VDM-FAM: la de esa familia o, si no tiene, la
      *            general (familia en blanco). Devuelve VDM-TIP
      *            (D dias, P porcentaje; blanco si el cliente no
      *            exige nada) y VDM-VAL.
      *    'LOT' - aplica la regla VDM-TIP/VDM-VAL a un lote con
      *            caducidad VDM-CAD y fecha de entrada VDM-FEN a
      *            dia VDM-HOY (AAAAMMDD). Devuelve los dias que le
      *            quedan en VDM-DIAS, el porcentaje de su vida
      *            total que le queda en VDM-PCT (999 si el lote no
      *            tiene fecha de entrada) y en VDM-APTO 'S' si
      *            cumple la regla o 'N' si no.
      *
      * Un lote sin fecha de entrada (anterior a que se guardara)
      * no se puede medir en porcentaje y se da por apto; en dias
      * se mide siempre. Los dias se cuentan con FECHACAL. El
      * fichero se abre y se cierra en cada llamada, como hace
      * PENACT; si todavia no existe, ningun cliente exige nada.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FVMC ASSIGN TO DISK 'VIDACLI.DAT'
            RECORD KEY IS VMCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVMC.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FVMC LABEL RECORD IS STANDARD.
           COPY REGVMC.
      *
       WORKING-STORAGE SECTION.
       77 FS-FVMC   PIC XX.
       77 EXISTE    PIC X.
      *
      * Vida total del lote (de la entrada a la caducidad) y
      * productos de la comparacion en porcentaje.
       77 VIDA-TOT  PIC S9(5).
       77 VIDA-IZQ  PIC S9(7).
       77 VIDA-DER  PIC S9(7).
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER   PIC X(3).
       77 CAL-FECHA1 PIC 9(8).
       77 CAL-FECHA2 PIC 9(8).
       77 CAL-DIAS   PIC S9(5).
       77 CAL-OK     PIC X.
      *
       LINKAGE SECTION.
       01 VDM-OPER  PIC X(3).
       01 VDM-CLI   PIC X(4).
       01 VDM-FAM   PIC XXX.
       01 VDM-TIP   PIC X.
       01 VDM-VAL   PIC 999.
       01 VDM-CAD   PIC 9(8).
       01 VDM-FEN   PIC 9(8).
       01 VDM-HOY   PIC 9(8).
       01 VDM-DIAS  PIC S9(5).
       01 VDM-PCT   PIC 999.
       01 VDM-APTO  PIC X.
      *
       PROCEDURE DIVISION USING VDM-OPER, VDM-CLI, VDM-FAM, VDM-TIP,
                                VDM-VAL, VDM-CAD, VDM-FEN, VDM-HOY,
                                VDM-DIAS, VDM-PCT, VDM-APTO.
       COMIENZO.
           IF VDM-OPER = 'REG' THEN
              PERFORM BUSCAR-REGLA
            ELSE
              IF VDM-OPER = 'LOT' THEN
                 PERFORM MEDIR-LOTE.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Regla del cliente: primero la de la familia y, si no la
      * tiene, la general
      * ************************************************
       BUSCAR-REGLA.
           MOVE SPACE TO VDM-TIP.
           MOVE ZEROS TO VDM-VAL.
           MOVE 'N' TO EXISTE.
           OPEN INPUT FVMC.
           IF FS-FVMC = '00' THEN
              IF VDM-FAM NOT = SPACES THEN
                 MOVE VDM-CLI TO VMCCLI
                 MOVE VDM-FAM TO VMCFAM
                 MOVE SPACES TO EXISTE
                 READ FVMC RECORD KEY IS VMCCLAVE INVALID KEY
                                       MOVE 'N' TO EXISTE.
           IF FS-FVMC = '00' AND EXISTE = 'N' THEN
              MOVE VDM-CLI TO VMCCLI
              MOVE SPACES  TO VMCFAM
              MOVE SPACES TO EXISTE
              READ FVMC RECORD KEY IS VMCCLAVE INVALID KEY
                                    MOVE 'N' TO EXISTE.
           IF FS-FVMC = '00' AND EXISTE = SPACES THEN
              MOVE VMCTIP TO VDM-TIP
              MOVE VMCVAL TO VDM-VAL.
           IF FS-FVMC NOT = '35' THEN
              CLOSE FVMC.
      *
      * ************************************************
      * Dias y porcentaje de vida que le quedan al lote, y si
      * cumplen la regla
      * ************************************************
       MEDIR-LOTE.
           MOVE 'S' TO VDM-APTO.
           MOVE 999 TO VDM-PCT.
           MOVE 'DIF' TO CAL-OPER.
           MOVE VDM-HOY TO CAL-FECHA1.
           MOVE VDM-CAD TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           IF CAL-OK = 'S' THEN
              MOVE CAL-DIAS TO VDM-DIAS
            ELSE
              MOVE ZEROS TO VDM-DIAS.
      *
           IF VDM-FEN NOT = ZEROS AND VDM-FEN < VDM-CAD THEN
              PERFORM MEDIR-VIDA-TOTAL.
      *
           IF VDM-TIP = 'D' AND VDM-DIAS < VDM-VAL THEN
              MOVE 'N' TO VDM-APTO.
           IF VDM-TIP = 'P' AND VDM-PCT NOT = 999 THEN
              COMPUTE VIDA-IZQ = VDM-DIAS * 100
              COMPUTE VIDA-DER = VDM-VAL * VIDA-TOT
              IF VIDA-IZQ < VIDA-DER THEN
                 MOVE 'N' TO VDM-APTO.
      *
       MEDIR-VIDA-TOTAL.
           MOVE 'DIF' TO CAL-OPER.
           MOVE VDM-FEN TO CAL-FECHA1.
           MOVE VDM-CAD TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           IF CAL-OK = 'S' AND CAL-DIAS > 0 THEN
              MOVE CAL-DIAS TO VIDA-TOT
              IF VDM-DIAS < 0 THEN
                 MOVE ZEROS TO VDM-PCT
               ELSE
                 IF VDM-DIAS > VIDA-TOT THEN
                    MOVE 100 TO VDM-PCT
                  ELSE
                    COMPUTE VDM-PCT = VDM-DIAS * 100 / VIDA-TOT.
