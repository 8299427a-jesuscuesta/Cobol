      * desguazarse (un movimiento de retirada al estilo de la
      * baja de caducados UD13E13, que si rebaja PROQTY). Lo que
      * no se juzga se queda en cuarentena y sale en el informe
      * semanal UD19E9. El producto que sale entero de la
      * cuarentena cierra su tarea de la bandeja de los operadores
      * (rutina comun TAREA).
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 FS-FPROD   PIC XX.
       77 FS-FSUB    PIC XX.
       77 FS-FMOV    PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 SUB-EXISTE PIC X.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
           02 MM2     PIC 99.
           02 GT2     PIC X   VALUE '/'.
           02 AA2     PIC 9999.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
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
              PERFORM VOLVER-A-VENDIBLE.
           IF CANT-MAL > 0 THEN
              PERFORM DESGUAZAR.
           IF CANT-OK + CANT-MAL = CANT-CUA THEN
              PERFORM CERRAR-TAREA.
      *
      * El producto que sale entero de la cuarentena cierra la
      * tarea que le abrio el informe UD19E9 (rutina comun TAREA).
       CERRAR-TAREA.
           MOVE 'C'        TO TAN-OPER.
           MOVE 'CUAREN'   TO TAN-TIPO.
           MOVE PRO-ACT    TO TAN-REF.
           MOVE 'UD19E8'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Traspaso CU -> 01: salida de la cuarentena y entrada en
           MOVE MM1     TO MOVMM.
           MOVE DD1     TO MOVDD.
           MOVE SPACES  TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
       ERROR-FICHERO-FMOV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FMOV   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD19E8' TO PRA-PRG.
           MOVE SPACE     TO PRA-TIP.
           MOVE SPACES    TO PRA-DOC.
           MOVE ZEROS     TO PRA-IMP.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       AVISAR-MES-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Mes cerrado: no se admiten documentos de este mes.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Justo antes de grabar un documento: si el mes ya se
      * exporto a la gestoria (UD17E11) queda anotado en
      * TARDIOS.DAT como apunte fuera de plazo
      * ************************************************
       ANOTAR-PERIODO.
           MOVE 'A'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD19E8' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
