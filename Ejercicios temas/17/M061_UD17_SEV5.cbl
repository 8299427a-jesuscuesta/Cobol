      * COBROS.DAT y rebaja CLISAL como UD12E2; lo que sobra queda
      * a cuenta del cliente en ACUENTA.DAT hasta la proxima
      * factura.
      * Facturas, abonos y cobros se leen por la clave de cliente
      * (FACCLF en FACTURAS.DAT, COBCLAVE en COBROS.DAT), solo los
      * del cliente, y las facturas salen por orden de fecha.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
      *
      * Maestro de metodos de pago (UD17E9), contra el que se
       77 DIA-CERRADO PIC X.
       77 FECHA-CDI  PIC 9(8).
       77 CONT-CDI   PIC X.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
           IF DIA-CERRADO = 'S' THEN
              PERFORM AVISAR-DIA-CERRADO
              GOBACK.
           PERFORM COMPROBAR-PERIODO.
           IF PRA-CERRADO THEN
              PERFORM AVISAR-MES-CERRADO
              GOBACK.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM CARGAR-ABONOS.
      *
           MOVE 0 TO NUMFAC-T.
           PERFORM PRIMERA-FACTURA.
           PERFORM REVISAR-FACTURA UNTIL FINFAC = 'S'.
      *
       CARGAR-PAGOS.
           OPEN INPUT FCOB.
           IF FS-FCOB = '00' THEN
              MOVE SPACE TO FINLEC
              MOVE CLICOD-E TO COBCLI
              MOVE ZEROS TO COBFAC
              MOVE ZEROS TO COBLIN
              PERFORM POSICIONAR-PAGOS
              PERFORM LEER-PAGO
              PERFORM ACUMULAR-PAGO UNTIL FINLEC = 'S'
              CLOSE FCOB.
      *
       POSICIONAR-PAGOS.
           START FCOB KEY IS NOT LESS COBCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
      *
       ACUMULAR-PAGO.
           PERFORM VARYING PAGIDX FROM 1 BY 1
                 MOVE COBFAC TO PAG-FAC(NUMPAG-T)
                 MOVE COBIMP TO PAG-IMP(NUMPAG-T).
      *
           PERFORM LEER-PAGO.
      *
       LEER-PAGO.
           IF FINLEC NOT = 'S' THEN
              READ FCOB NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND COBCLI NOT = CLICOD-E THEN
              MOVE 'S' TO FINLEC.
      *
       CARGAR-ABONOS.
           PERFORM PRIMERA-FACTURA.
           PERFORM ACUMULAR-ABONO UNTIL FINFAC = 'S'.
      *
       PRIMERA-FACTURA.
           MOVE SPACE TO FINFAC.
           MOVE CLICOD-E TO FACCLI.
           MOVE ZEROS TO FACFEC.
           START FFAC KEY IS NOT LESS FACCLF INVALID KEY
                                      MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' THEN
              PERFORM SIGUIENTE-FACTURA.
      *
       SIGUIENTE-FACTURA.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' AND FACCLI NOT = CLICOD-E THEN
              MOVE 'S' TO FINFAC.
      *
       ACUMULAR-ABONO.
           IF FAC-ABONO THEN
                    MOVE FACORG TO PAG-FAC(NUMPAG-T)
                    MOVE FACTOT TO PAG-IMP(NUMPAG-T).
      *
           PERFORM SIGUIENTE-FACTURA.
      *
       REVISAR-FACTURA.
           IF FACCLI = CLICOD-E AND NOT FAC-ABONO
                                AND NOT FAC-SUSTITUIDA THEN
              PERFORM CALCULAR-PENDIENTE
              IF PENDIENTE > 0 AND NUMFAC-T < 50 THEN
                 ADD 1 TO NUMFAC-T
                 MOVE FACFEC TO TF-FEC(NUMFAC-T)
                 MOVE PENDIENTE TO TF-IMP(NUMFAC-T).
      *
           PERFORM SIGUIENTE-FACTURA.
      *
       CALCULAR-PENDIENTE.
           MOVE FACTOT TO PENDIENTE.
           MOVE DD1            TO COBDD.
           MOVE APLICA         TO COBIMP.
           MOVE METODO-E       TO COBMET.
           MOVE ZEROS TO COBLIN.
           MOVE 'C' TO PRA-TIP.
           MOVE COBCLAVE TO PRA-DOC.
           MOVE COBIMP TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           MOVE '22' TO FS-FCOB.
           PERFORM NUMERAR-COBRO UNTIL FS-FCOB NOT = '22'
                                    OR COBLIN = 999.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
                   JRN-IMAGEN
            ELSE
              PERFORM ERROR-FICHERO-FCLI.
      *
      * Primer numero de orden libre en la factura del cobro.
       NUMERAR-COBRO.
           ADD 1 TO COBLIN.
           WRITE REGCOB.
      *
       ABRIR-COBROS.
      * COBROS.DAT todavia no existe la primera vez (estado '35');
      * se crea con OUTPUT, igual que en UD12E2.
           OPEN I-O FCOB.
           IF FS-FCOB = '35' THEN
              OPEN OUTPUT FCOB
              CLOSE FCOB
              OPEN I-O FCOB.
      *
      * ************************************************
      * Cierra la aplicacion: lo no aplicado queda a cuenta del
                            LINE 12 POSITION 18 REVERSE.
           ACCEPT CONT-CDI  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD17E5' TO PRA-PRG.
           MOVE SPACE     TO PRA-TIP.
           MOVE SPACES    TO PRA-DOC.
           MOVE ZEROS     TO PRA-IMP.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       AVISAR-MES-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Mes cerrado: no se admiten documentos de este mes.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONT-CDI  LINE 23 POSITION 79.
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
           MOVE 'UD17E5' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
