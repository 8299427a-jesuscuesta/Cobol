      * las lineas que quedan cubiertas del todo, genera el informe
      * de lo liberado (LIBERADOS.PRN) y anota el resultado de la
      * ejecucion en BATCHLOG.DAT, igual que UD13E5.
      * Las lineas de articulos de entrega directa (PRO-DIRECTO)
      * no se cubren con stock: esperan a que la recepcion UD15E3
      * de su compra las de por servidas.
      * Las lineas de kit se cubren con kits ya montados (UD19E12)
      * si llegan para la linea entera, o si no con sus
      * componentes.
      * De los articulos con control de serie (PRO-SERIE) se
      * asignan las primeras series en almacen del principal
      * (rutina comun NSERIE), como mucho veinte por linea y
      * pasada, y salen en el listado bajo su linea para que el
      * almacen coja justo esas unidades; si no hay series para
      * todo, se libera solo lo que tiene serie.
      * Las lineas de articulos bloqueados por calidad
      * (PRO-BLOQUEADO) no se liberan: siguen pendientes hasta que
      * el articulo se desbloquee.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 NUMPAR      PIC 9(5) VALUE 0.
       77 NUMPEN      PIC 9(5) VALUE 0.
      *
      * Series asignadas a la linea en curso, para listarlas bajo
      * ella, y argumentos de la rutina comun NSERIE.
       77 NUMSER      PIC 99.
       77 MAXSER      PIC 99 VALUE 20.
       77 SERIDX      PIC 99.
       01 TABLA-SERIES.
           02 SERIE-ASG PIC X(20) OCCURS 20 TIMES.
       77 NSR-OPER    PIC X(3).
       77 NSR-PRO     PIC X(4).
       77 NSR-NUM     PIC X(20).
       77 NSR-UBI     PIC XX.
       77 NSR-TER     PIC X(4).
       77 NSR-DOC     PIC 9(6).
       77 NSR-FEC     PIC 9(8).
       77 NSR-OK      PIC X.
       77 NSR-MSG     PIC X(40).
      *
      * Motivo del movimiento de salida generado.
       77 MOVMOT-E    PIC X(20).
      *
       77 FS-FPROD    PIC XX.
       77 FS-FBO      PIC XX.
       77 FS-FMOV     PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FLISTA   PIC XX.
       77 FS-FLOG     PIC XX.
       77 FS-FSUB    PIC XX.
           02 DET-PTE  PIC ZZ.ZZ9.
           02 FILLER   PIC X(35) VALUE SPACES.
      *
      * Linea de una serie asignada, bajo su liberacion.
       01 LINEA-SERIE.
           02 FILLER   PIC X(20) VALUE SPACES.
           02 FILLER   PIC X(12) VALUE 'Num. serie: '.
           02 SER-NUM  PIC X(20).
           02 FILLER   PIC X(28) VALUE SPACES.
      *
      * Linea de totales del informe.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
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
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * Un articulo bloqueado no se libera.
           IF EXISTE = SPACES AND PRO-BLOQUEADO THEN
              ADD 1 TO NUMPEN
            ELSE
              PERFORM ASIGNAR-STOCK-LIBRE.
      *
       ASIGNAR-STOCK-LIBRE.
      * Una linea pendiente de kit se cubre con kits ya montados
      * (UD19E12) si los hay para toda la linea; si no, se
      * explota en sus componentes, todo o nada, como hace la
      * expedicion UD11E4.
           PERFORM COMPROBAR-KIT.
           IF ES-KIT = 'S' AND EXISTE = SPACES THEN
              PERFORM COMPROBAR-KIT-MONTADO.
           IF ES-KIT = 'S' THEN
              PERFORM ASIGNAR-STOCK-KIT
            ELSE
      *
       ASIGNAR-STOCK-SUELTO.
           MOVE ZEROS TO CANT-LIB.
           MOVE 0 TO NUMSER.
           IF EXISTE = SPACES AND NOT PRO-DIRECTO THEN
              PERFORM CALCULAR-DISPONIBLE
              IF DISPONIBLE - BOCAN < 0 THEN
                 MOVE DISPONIBLE TO CANT-LIB
               ELSE
                 MOVE BOCAN TO CANT-LIB.
      *
           IF CANT-LIB > 0 AND PRO-SERIE THEN
              PERFORM ASIGNAR-SERIES.
      *
           IF CANT-LIB = 0 THEN
              ADD 1 TO NUMPEN
               ELSE
                 PERFORM GRABAR-MOVIMIENTO
                 PERFORM ACTUALIZAR-PENDIENTE
                 PERFORM IMPRIMIR-LIBERACION
                 PERFORM IMPRIMIR-SERIE
                    VARYING SERIDX FROM 1 BY 1 UNTIL SERIDX > NUMSER.
      *
      * ************************************************
      * Articulo con control de serie: una serie en almacen del
      * principal por unidad liberada; lo liberado se queda en
      * las series que haya
      * ************************************************
       ASIGNAR-SERIES.
           IF CANT-LIB > MAXSER THEN
              MOVE MAXSER TO CANT-LIB.
           MOVE 'S' TO NSR-OK.
           PERFORM ASIGNAR-UNA-SERIE
              UNTIL NUMSER = CANT-LIB OR NSR-OK NOT = 'S'.
           MOVE NUMSER TO CANT-LIB.
      *
       ASIGNAR-UNA-SERIE.
           MOVE 'ASG'  TO NSR-OPER.
           MOVE PROCOD TO NSR-PRO.
           MOVE SPACES TO NSR-NUM.
           MOVE '01'   TO NSR-UBI.
           MOVE SPACES TO NSR-TER.
           MOVE BOPED  TO NSR-DOC.
           MOVE FECHA  TO NSR-FEC.
           CALL 'NSERIE' USING NSR-OPER, NSR-PRO, NSR-NUM, NSR-UBI,
                               NSR-TER, NSR-DOC, NSR-FEC, NSR-OK,
                               NSR-MSG.
           IF NSR-OK = 'S' THEN
              ADD 1 TO NUMSER
              MOVE NSR-NUM TO SERIE-ASG(NUMSER).
      *
       ASIGNAR-STOCK-KIT.
           PERFORM COMPROBAR-COMPONENTES.
                                    MOVE 'N' TO EXISTE-KIT
              IF EXISTE-KIT = SPACES THEN
                 MOVE 'S' TO ES-KIT.
      *
       COMPROBAR-KIT-MONTADO.
           PERFORM CALCULAR-DISPONIBLE.
           IF DISPONIBLE NOT < BOCAN THEN
              MOVE 'N' TO ES-KIT.
      *
       COMPROBAR-COMPONENTES.
           MOVE 'S' TO KIT-CUBRE.
           MOVE MOVMOT-E TO MOVMOT.
           MOVE '01' TO MOVUBI.
           MOVE SPACES TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
           MOVE '01' TO MOVUBI.
      * El reparto nocturno no asigna lote.
           MOVE SPACES TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * Las series asignadas, una por linea bajo la liberacion.
       IMPRIMIR-SERIE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE SERIE-ASG(SERIDX) TO SER-NUM.
           WRITE LIN-IMPR FROM LINEA-SERIE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Escribe la linea de totales del informe
      * ************************************************
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
           MOVE 'UD13E7' TO PRA-PRG.
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
           MOVE 'UD13E7' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
