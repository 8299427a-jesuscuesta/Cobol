      * antes de ese campo (a ceros) cuentan como vencidas. Con
      * subtotal por cliente y total general al cierre, en formato
      * de impresora (PREVISIO.PRN): la oficina sabe que dinero
      * deberia entrar cada semana. Las facturas con una disputa
      * abierta (rutina comun FACDISP) no entran en la prevision.
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
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCOB.
      *
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
      * Argumentos de la rutina comun FACDISP: si la factura tiene
      * una disputa abierta.
       77 FDP-FAC     PIC 9(6).
       77 FDP-DIS     PIC X.
      *
      * Subtotales del cliente en curso y totales generales.
       77 HAY-CLIENTE PIC X.
       77 SUB-VEN     PIC 9(9)V99.
      * hay, la lista en su columna de semana de vencimiento
      * ************************************************
       REVISAR-FACTURA.
           IF FACCLI = CLICOD AND NOT FAC-ABONO
                              AND NOT FAC-SUSTITUIDA THEN
              PERFORM CALCULAR-PENDIENTE
              IF PENDIENTE > 0 THEN
                 PERFORM COMPROBAR-DISPUTA
                 IF FDP-DIS = 'N' THEN
                    PERFORM LISTAR-FACTURA.
      *
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
      *
      * ************************************************
      * Una factura con una disputa abierta (rutina comun FACDISP)
      * no se cuenta como cobro previsto mientras no se resuelva
      * ************************************************
       COMPROBAR-DISPUTA.
           MOVE FACNUM TO FDP-FAC.
           CALL 'FACDISP' USING FDP-FAC, FDP-DIS.
      *
      * ************************************************
      * Pendiente = total de la factura menos cobros acumulados
      * ************************************************
       CALCULAR-PENDIENTE.
