       PROGRAM-ID. UD17E3.
       REMARKS. UNIDAD 17 EJERCICIO 3.
      *
      * Remesa mensual de domiciliaciones: con la opcion de
      * generar, recorre FACTURAS.DAT calculando el pendiente de
      * cada factura (cobros y abonos acumulados como en UD12E3) y
      * selecciona las pendientes de los clientes domiciliados en
      * BANCOCLI.DAT, numerando la remesa desde REMESAS.CTR,
      * grabando cada recibo en REMESAS.DAT (trazado REGREM,
      * estado presentada) y escribiendo el fichero de
      * presentacion al banco REMESA.CSV (texto delimitado por
      * punto y coma, como PRODUCTO.CSV). Una factura que ya viaja
      * en una remesa sin liquidar no se vuelve a presentar, ni
      * tampoco la cubierta por un efecto vivo de la cartera
      * (rutina comun EFECART) ni la que tiene una disputa abierta
      * (rutina comun FACDISP). Las remesas van por empresa del
      * grupo: solo se presentan las facturas de los clientes de la
      * empresa con la que se trabaja (rutina comun EMPRESA).
      * Con la opcion de liquidar, sobre
      * una remesa devuelta conforme por el banco, graba los
      * cobros en COBROS.DAT y rebaja CLISAL como hace UD12E2 a
      * mano, dejando cada recibo en estado liquidado.
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
            SELECT FBAN ASSIGN TO DISK 'BANCOCLI.DAT'
       77 DIA-CERRADO PIC X.
       77 FECHA-CDI  PIC 9(8).
       77 CONT-CDI   PIC X.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
      * Empresa de trabajo y la del cliente de cada factura.
           COPY EMPRESA.
       77 FECHA       PIC 99999999.
       77 FINLEC      PIC X.
       77 FINFAC      PIC X.
       77 PEN-FAC     PIC 9(6).
       77 PEN-CLI     PIC X(4).
       77 PEN-IMP     PIC S9(7)V99.
      *
      * Argumentos de la rutina comun EFECART: si la factura esta
      * cubierta por un efecto en cartera o depositado.
       77 EFC-FAC     PIC 9(6).
       77 EFC-CUB     PIC X.
      *
      * Argumentos de la rutina comun FACDISP: si la factura tiene
      * una disputa abierta.
       77 FDP-FAC     PIC 9(6).
       77 FDP-DIS     PIC X.
      *
       01 FF1.
           02 AA1     PIC 9999.
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
      * sigue sin cobros cargados.
           OPEN INPUT FCOB.
           IF FS-FCOB = '00' THEN
              PERFORM LEER-COBRO
              PERFORM ACUMULAR-PAGO UNTIL FINLEC = 'S'
              CLOSE FCOB.
      *
       LEER-COBRO.
           MOVE SPACE TO FINLEC.
           READ FCOB NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       ACUMULAR-PAGO.
           PERFORM VARYING PAGIDX FROM 1 BY 1
                 MOVE COBFAC TO PAG-FAC(NUMPAG-T)
                 MOVE COBIMP TO PAG-IMP(NUMPAG-T).
      *
           READ FCOB NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Acumula los abonos sobre la factura original, en la misma
      *
       REVISAR-FACTURA.
           MOVE FACVTO TO VTO-N.
           IF NOT FAC-ABONO AND NOT FAC-SUSTITUIDA
                            AND VTO-N NOT > FECHA THEN
              PERFORM CALCULAR-PENDIENTE
              IF PENDIENTE > 0 THEN
                 PERFORM COMPROBAR-PRESENTADA
                 IF EXISTE = SPACES THEN
                    PERFORM COMPROBAR-EFECTO
                    IF EFC-CUB = 'N' THEN
                       PERFORM COMPROBAR-DISPUTA
                       IF FDP-DIS = 'N' THEN
                          PERFORM COMPROBAR-EMPRESA
                          IF EMA-OK = 'S' THEN
                             PERFORM PRESENTAR-SI-DOMICILIADO.
      *
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
      *
              MOVE 'S' TO EXISTE.
      *
      * ************************************************
      * Una factura cubierta por un efecto vivo de la cartera
      * (rutina comun EFECART) se cobrara con el pagare o la
      * letra: no se presenta al banco
      * ************************************************
       COMPROBAR-EFECTO.
           MOVE FACNUM TO EFC-FAC.
           CALL 'EFECART' USING EFC-FAC, EFC-CUB.
      *
      * ************************************************
      * Una factura con una disputa abierta (rutina comun FACDISP)
      * no se presenta al banco mientras no se resuelva
      * ************************************************
       COMPROBAR-DISPUTA.
           MOVE FACNUM TO FDP-FAC.
           CALL 'FACDISP' USING FDP-FAC, FDP-DIS.
      *
      * ************************************************
      * Cada empresa del grupo presenta sus recibos: la factura
      * de un cliente de otra empresa (rutina comun EMPRESA, EMA-OK
      * 'N') no entra en esta remesa
      * ************************************************
       COMPROBAR-EMPRESA.
           MOVE FACCLI TO EMA-CLI.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
      *
      * ************************************************
      * Si el cliente de la factura esta domiciliado, graba el
      * recibo y lo escribe en el fichero de presentacion
      * ************************************************
      * se crea con OUTPUT, igual que en UD12E2
      * ************************************************
       ABRIR-COBROS.
           OPEN I-O FCOB.
           IF FS-FCOB = '35' THEN
              OPEN OUTPUT FCOB
              CLOSE FCOB
              OPEN I-O FCOB.
      *
      * ************************************************
      * Un recibo presentado de la remesa: cobro a COBROS.DAT,
           MOVE REMIMP TO COBIMP.
      * Los cobros de remesa entran siempre por domiciliacion.
           MOVE 'D'    TO COBMET.
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
              MOVE REMIMP TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP.
      *
      * Primer numero de orden libre en la factura del cobro.
       NUMERAR-COBRO.
           ADD 1 TO COBLIN.
           WRITE REGCOB.
      *
       REBAJAR-SALDO.
           MOVE REMCLI TO CLICOD.
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
           MOVE 'UD17E3' TO PRA-PRG.
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
           MOVE 'UD17E3' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
