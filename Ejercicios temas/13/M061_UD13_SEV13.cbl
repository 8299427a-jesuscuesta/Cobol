      * cero a traves de ese movimiento y genera CADUCADOS.PRN
      * valorado a PROPRE para el contable. Anota el resultado en
      * BATCHLOG.DAT, igual que UD13E5.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       77 FS-FPROD    PIC XX.
       77 FS-FMOV     PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FLISTA   PIC XX.
       77 FS-FLOG     PIC XX.
       77 FS-FSUB    PIC XX.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM COMPROBAR-PERIODO.
           IF PRA-CERRADO THEN
              PERFORM AVISAR-MES-CERRADO
              GOBACK.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
           MOVE '01' TO MOVUBI.
      * La retirada de caducados no distingue lote.
           MOVE SPACES TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSUB   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD13E13' TO PRA-PRG.
           MOVE SPACE     TO PRA-TIP.
           MOVE SPACES    TO PRA-DOC.
           MOVE ZEROS     TO PRA-IMP.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       AVISAR-MES-CERRADO.
           DISPLAY 'Mes cerrado: no se graban movimientos.'
                            LINE 23 POSITION 3 REVERSE.
      *
      * ************************************************
      * Justo antes de grabar un documento: si el mes ya se
      * exporto a la gestoria (UD17E11) queda anotado en
      * TARDIOS.DAT como apunte fuera de plazo
      * ************************************************
       ANOTAR-PERIODO.
           MOVE 'A'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD13E13' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
