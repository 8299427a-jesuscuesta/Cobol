      * espiritu de la reorganizacion UD16E2: tras una
      * restauracion de maestros el acumulado corriente queda
      * atrasado, y esta utilidad lo rehace desde FACTURAS.DAT y
      * LINPED.DAT. Cada factura aporta sus lineas al producto del
      * mes de su emision y su total al cliente; los abonos restan
      * su total al cliente, igual que hace UD12E5 al emitirlos,
      * salvo las rectificativas por credito incobrable de
      * UD23E19, que no son devoluciones. La factura
      * recapitulativa mensual aporta las lineas de todos los
      * pedidos que reune (FACPEDS.DAT). Solo un supervisor
      * (rutina comun OPERLOG) puede lanzarla, y pide confirmacion
      * antes de pisar el acumulado actual.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FFAC.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
      * Pedidos de cada factura recapitulativa. Se abre solo al
      * tratar una de ellas.
            SELECT FFPD ASSIGN TO DISK 'FACPEDS.DAT'
            RECORD KEY IS FPDCLA
            ALTERNATE RECORD KEY IS FPDPED WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPD.
      *
            SELECT FAVN ASSIGN TO DISK 'ACUMVEN.DAT'
            RECORD KEY IS AVNCLAVE
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FFPD LABEL RECORD IS STANDARD.
           COPY REGFPD.
      *
       FD FAVN LABEL RECORD IS STANDARD.
           COPY REGAVN.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 FINLIN     PIC X.
       77 FINFPD     PIC X.
      *
      * Pedido cuyas lineas se estan sumando: el de la factura o,
      * en la recapitulativa, cada uno de los suyos.
       77 PED-LIN    PIC 9(6).
       77 CONTINUA   PIC X.
       77 RESPUESTA  PIC X.
       77 EXISTE-AVN PIC X.
      *
       77 FS-FFAC    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FFPD    PIC XX.
       77 FS-FAVN    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      * ************************************************
      * Una factura aporta sus lineas al producto del mes y su
      * total al cliente; un abono solo resta su total al cliente
      * y ni un cargo de gastos de recibo devuelto ni una factura
      * de intereses de demora son una venta; la rectificativa por
      * credito incobrable no toca el acumulado
      * ************************************************
       TRATAR-FACTURA.
           IF FACTIP = 'A' THEN
              IF FACREP NOT = 'C' THEN
                 ADD 1 TO NUMABO
                 PERFORM RESTAR-ABONO
               ELSE
                 CONTINUE
            ELSE
              IF FACTIP NOT = 'G' AND FACTIP NOT = 'I' THEN
                 ADD 1 TO NUMFAC
                 PERFORM SUMAR-FACTURA.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * El ticket sustituido por una factura completa deja sus lineas
      * en el mes del ticket y su total pasa al cliente de la
      * factura que lo sustituye, como hace UD18E14 al emitirla.
       SUMAR-FACTURA.
           IF NOT FAC-SUSTITUIDA THEN
              PERFORM SUMAR-CLIENTE.
           IF NOT FAC-SUSTITUTIVA THEN
              PERFORM SUMAR-LINEAS.
      *
       SUMAR-CLIENTE.
           MOVE 'C'    TO AVNTIP.
           MOVE FACAA  TO AVNAA.
           MOVE FACMM  TO AVNMM.
           REWRITE REGAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN.
      *
       RESTAR-ABONO.
           MOVE 'C'    TO AVNTIP.
              PERFORM ERROR-FICHERO-FAVN.
      *
      * ************************************************
      * Lineas del pedido de la factura (o de sus pedidos, si es
      * recapitulativa), valoradas al precio congelado en la
      * propia linea
      * ************************************************
       SUMAR-LINEAS.
           IF FAC-RECAPITULATIVA THEN
              PERFORM SUMAR-RECAPITULATIVA
            ELSE
              MOVE FACPED TO PED-LIN
              PERFORM SUMAR-PEDIDO.
      *
       SUMAR-RECAPITULATIVA.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              PERFORM POSICIONAR-ALBARAN
              PERFORM SUMAR-ALBARAN UNTIL FINFPD = 'S'
              CLOSE FFPD.
      *
       POSICIONAR-ALBARAN.
           MOVE FACNUM TO FPDFAC.
           MOVE ZEROS  TO FPDPED.
           MOVE SPACE TO FINFPD.
           START FFPD KEY IS NOT LESS FPDCLA INVALID KEY
                                   MOVE 'S' TO FINFPD.
      *
       SUMAR-ALBARAN.
           READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              IF FPDFAC NOT = FACNUM THEN
                 MOVE 'S' TO FINFPD
               ELSE
                 MOVE FPDPED TO PED-LIN
                 PERFORM SUMAR-PEDIDO.
      *
       SUMAR-PEDIDO.
           MOVE SPACE TO FINLIN.
           MOVE PED-LIN TO LINPED.
           MOVE ZEROS  TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
      *
           PERFORM SUMAR-UNA-LINEA UNTIL FINLIN = 'S'.
              PERFORM ERROR-FICHERO-FAVN.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
      *
       LEER-O-CREAR-ACUM.
