      * se desguaza. Si el pedido estaba facturado, emite el abono
      * correspondiente en FACTURAS.DAT (numerado desde FACTURAS.CTR,
      * valorado al precio congelado de la linea) rebajando el saldo
      * pendiente del cliente; si la factura llevaba recargo de
      * equivalencia, el abono lo devuelve tambien; si era una
      * entrega intracomunitaria exenta, el abono va tambien sin
      * IVA y marcado como exento. El abono es una
      * factura rectificativa: deja su registro de facturacion
      * encadenado en VERIFAC.DAT (rutina comun VERIFAC, tipo R1,
      * con el numero y la fecha de la factura que rectifica).
      * Los abonos llevan su propia serie R, que empieza cada ano
      * (rutina comun SERIENUM), aparte de la serie F de facturas.
      * Si el pedido se facturo dentro de una factura recapitulativa
      * mensual, la factura que rectifica se localiza por
      * FACPEDS.DAT; si era un ticket de mostrador sustituido por
      * una factura completa, rectifica esa factura.
      * De los articulos con control de serie (PRO-SERIE) se pide
      * la serie de cada unidad devuelta, que tiene que constar
      * vendida en el mismo pedido; vuelve al almacen 'CU' con su
      * historia (rutina comun NSERIE). Una serie en blanco
      * cancela la devolucion.
      * Sustituye a la entrada manual con motivo libre que se
      * tecleaba en UD09E1 y que hacia imposible cuadrar el fin de
      * mes.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      * Solo se admiten los pedidos de los clientes de la empresa
      * del grupo con la que se trabaja (rutina comun EMPRESA).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
      * Pedidos de cada factura recapitulativa. Se abre solo al
      * buscar la factura de un pedido.
            SELECT FFPD ASSIGN TO DISK 'FACPEDS.DAT'
            RECORD KEY IS FPDCLA
            ALTERNATE RECORD KEY IS FPDPED WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPD.
      *
      * Contador de numeros de factura/abono (un unico registro,
      * clave fija), el mismo que usa la facturacion.
      * LOCK MODE MANUAL: el contador se lee con READ WITH LOCK y se
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FFPD LABEL RECORD IS STANDARD.
           COPY REGFPD.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
           COPY REGCDI.
      *
       WORKING-STORAGE SECTION.
      * Empresa del grupo del cliente (rutina comun EMPRESA).
           COPY EMPRESA.
      * Control del dia cerrado (CIERREDIA.DAT).
       77 FS-FCDI    PIC XX.
       77 DIA-CERRADO PIC X.
       77 FECHA-CDI  PIC 9(8).
       77 CONT-CDI   PIC X.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FAVN    PIC XX.
       77 EXISTE-AVN PIC X.
       77 FS-FKIT    PIC XX.
      * importes del abono.
       77 FACNUM-ORG PIC 9(6).
       77 HAY-FACTURA PIC X.
       77 FINFPD     PIC X.
       77 NEXTFAC    PIC 9(6).
       77 BASE-DEV   PIC 9(7)V99.
       77 IVA-DEV    PIC 9(7)V99.
       77 FECHA-ORG  PIC 9(8).
       77 EXE-ORG    PIC X.
      *
      * Argumentos de la rutina comun SERIENUM: numero del abono
      * en la serie R del ano.
       77 SNU-SERIE  PIC X.
       77 SNU-AA     PIC 9999.
       77 SNU-NUM    PIC 9(6).
       77 SNU-OK     PIC X.
       77 ERROR-SER  PIC X(50) VALUE
           'ERROR EN EL CONTADOR DE SERIES SERIES.CTR'.
       77 REC-DEV    PIC 9(7)V99.
       77 TOT-DEV    PIC 9(7)V99.
       77 ZTOT       PIC ZZZ.ZZ9,99.
      *
      * Series de la devolucion en curso: se comprueban todas
      * antes de aplicar nada, y argumentos de la rutina comun
      * NSERIE.
       77 SERIE-E    PIC X(20).
       77 SERIES-OK  PIC X.
       77 NUMSER     PIC 99.
       77 MAXSER     PIC 99 VALUE 50.
       77 SERIDX     PIC 99.
       01 TABLA-SERIES.
           02 SERIE-DEV PIC X(20) OCCURS 50 TIMES.
       01 TXT-SERIE.
           02 FILLER  PIC X(6)  VALUE 'Serie '.
           02 TXS-NUM PIC ZZZZ9.
           02 FILLER  PIC X(4)  VALUE ' de '.
           02 TXS-TOT PIC ZZZZ9.
           02 FILLER  PIC X     VALUE ':'.
       77 ERROR-MAXSER PIC X(50) VALUE
           'ERROR! Mas de 50 series: partir la devolucion.'.
       77 NSR-OPER   PIC X(3).
       77 NSR-PRO    PIC X(4).
       77 NSR-NUM    PIC X(20).
       77 NSR-UBI    PIC XX.
       77 NSR-TER    PIC X(4).
       77 NSR-DOC    PIC 9(6).
       77 NSR-FEC    PIC 9(8).
       77 NSR-OK     PIC X.
       77 NSR-MSG    PIC X(40).
      *
      * Motivo del movimiento de entrada.
       77 MOVMOT-E   PIC X(20).
      *
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FFPD    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FMOV    PIC XX.
       77 FS-FDEV    PIC XX.
       77 PEN-FAC     PIC 9(6).
       77 PEN-CLI     PIC X(4).
       77 PEN-IMP     PIC S9(7)V99.
      *
      * Argumentos de la rutina comun RECEQ: tipo de IVA de la
      * linea devuelta y tipo de recargo que le corresponde.
       77 REQ-IVA     PIC 99V99.
       77 REQ-REC     PIC 99V99.
      *
      * Argumentos de la rutina comun VERIFAC (registro de
      * facturacion encadenado de la rectificativa).
       77 VFA-OPER    PIC X(3).
       77 VFA-TIPO    PIC XX.
       77 VFA-NIF     PIC X(14).
       77 VFA-FORG    PIC 9(8).
       77 VFA-REGISTRO PIC X(290).
       77 VFA-SALIDA  PIC X(152).
       77 VFA-OK      PIC X.
       77 ERROR-VF    PIC X(50) VALUE
           'AVISO: registro VERI*FACTU NO grabado.'.
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
           ACCEPT PEDNUM-E LINE  6 POSITION 24 NO BEEP.
      *
           IF PEDNUM-E NOT = ZEROS THEN
              PERFORM LEER-PEDIDO
              PERFORM COMPROBAR-EMPRESA
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-P LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 IF NOT PED-SERVIDO AND NOT PED-ENTREGADO
                      AND NOT PED-FACTURADO THEN
                    DISPLAY ERROR-NS LINE 23 POSITION 14 REVERSE
                    PERFORM CONTINUAR
                    DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM MOSTRAR-CLIENTE
                    PERFORM PEDIR-LINEA.
      *
       LEER-PEDIDO.
           MOVE PEDNUM-E TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Muestra el nombre del cliente del pedido
      * ************************************************
       MOSTRAR-CLIENTE.
           MOVE PEDCLI TO CLICOD.
           MOVE SPACES TO CLINOM CLINIF.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
           DISPLAY CLINOM LINE  7 POSITION 24.
           IF ES-KIT = 'S' THEN
              PERFORM APLICAR-DEVOLUCION-KIT
            ELSE
              PERFORM APLICAR-DEVOLUCION-SUELTA.
      *
      * Con control de serie, primero se comprueban las series de
      * todas las unidades; solo si todas constan vendidas en el
      * pedido vuelven al almacen y se aplica la devolucion.
       APLICAR-DEVOLUCION-SUELTA.
           MOVE 'S' TO SERIES-OK.
           MOVE 0 TO NUMSER.
           IF PRO-SERIE THEN
              PERFORM PEDIR-SERIES.
           IF SERIES-OK = 'S' THEN
              PERFORM DEVOLVER-SERIE
                 VARYING SERIDX FROM 1 BY 1 UNTIL SERIDX > NUMSER
              PERFORM APLICAR-DEVOLUCION-REAL
            ELSE
              DISPLAY 'DEVOLUCION CANCELADA.'
                               LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       APLICAR-DEVOLUCION-REAL.
           ADD CANT-DEV TO PROQTY.
           DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide la serie de cada unidad devuelta; una en blanco
      * cancela la devolucion entera
      * ************************************************
       PEDIR-SERIES.
           IF CANT-DEV > MAXSER THEN
              MOVE 'N' TO SERIES-OK
              DISPLAY ERROR-MAXSER LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              MOVE CANT-DEV TO TXS-TOT
              PERFORM PEDIR-UNA-SERIE
                 UNTIL NUMSER = CANT-DEV OR SERIES-OK = 'N'
              DISPLAY SPACES LINE 17 POSITION 10 ERASE EOL.
      *
       PEDIR-UNA-SERIE.
           COMPUTE TXS-NUM = NUMSER + 1.
           DISPLAY TXT-SERIE LINE 17 POSITION 10 HIGH.
           DISPLAY '(en blanco cancela)' LINE 17 POSITION 54.
           MOVE SPACES TO SERIE-E.
           ACCEPT SERIE-E LINE 17 POSITION 32 NO BEEP.
           IF SERIE-E = SPACES THEN
              MOVE 'N' TO SERIES-OK
            ELSE
              PERFORM VERIFICAR-SERIE.
           DISPLAY SPACES LINE 17 POSITION 32 ERASE EOL.
      *
      * La serie no puede ir dos veces en la misma devolucion y
      * tiene que constar vendida en el pedido.
       VERIFICAR-SERIE.
           PERFORM VARYING SERIDX FROM 1 BY 1
              UNTIL SERIDX > NUMSER OR SERIE-DEV(SERIDX) = SERIE-E.
           IF SERIDX NOT > NUMSER THEN
              MOVE 'N' TO NSR-OK
              MOVE 'ERROR! Esa serie YA esta en la devolucion.'
                TO NSR-MSG
            ELSE
              MOVE 'VER' TO NSR-OPER
              PERFORM LLAMAR-NSERIE.
           IF NSR-OK = 'S' THEN
              ADD 1 TO NUMSER
              MOVE SERIE-E TO SERIE-DEV(NUMSER)
            ELSE
              DISPLAY NSR-MSG   LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY MSGPIDE   LINE 23 POSITION 14 REVERSE.
      *
      * Cada serie comprobada vuelve al almacen de cuarentena.
       DEVOLVER-SERIE.
           MOVE SERIE-DEV(SERIDX) TO SERIE-E.
           MOVE 'DEV' TO NSR-OPER.
           PERFORM LLAMAR-NSERIE.
      *
       LLAMAR-NSERIE.
           MOVE PROCOD   TO NSR-PRO.
           MOVE SERIE-E  TO NSR-NUM.
           MOVE 'CU'     TO NSR-UBI.
           MOVE PEDCLI   TO NSR-TER.
           MOVE PEDNUM-E TO NSR-DOC.
           MOVE FECHA    TO NSR-FEC.
           CALL 'NSERIE' USING NSR-OPER, NSR-PRO, NSR-NUM, NSR-UBI,
                               NSR-TER, NSR-DOC, NSR-FEC, NSR-OK,
                               NSR-MSG.
      *
      * ************************************************
      * Mira si el producto de la linea es un kit: lo es si tiene
      * componentes definidos en KITCOMP.DAT
      * ************************************************
           MOVE 'CU' TO MOVUBI.
      * Las devoluciones entran sin lote asignado.
           MOVE SPACES TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
                                   MOVE 'N' TO HAY-FACTURA.
           IF HAY-FACTURA = 'S' AND NOT FAC-FACTURA THEN
              MOVE 'N' TO HAY-FACTURA.
           IF HAY-FACTURA = 'S' AND FAC-SUSTITUIDA THEN
              PERFORM BUSCAR-SUSTITUTIVA.
           IF HAY-FACTURA = 'N' THEN
              PERFORM BUSCAR-RECAPITULATIVA.
      *
           IF HAY-FACTURA = 'N' THEN
              DISPLAY 'SIN FACTURA: SOLO ENTRA EL STOCK.'
                               LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE FACNUM TO FACNUM-ORG
              MOVE FACFEC TO FECHA-ORG
              MOVE FACEXE TO EXE-ORG
              COMPUTE BASE-DEV = CANT-DEV * LINPRE
              PERFORM CALCULAR-IVA
              PERFORM CALCULAR-RECARGO
              COMPUTE TOT-DEV = BASE-DEV + IVA-DEV + REC-DEV
              PERFORM SIGUIENTE-NUMERO
              PERFORM GRABAR-ABONO
              PERFORM REBAJAR-SALDO
              DISPLAY ZTOT LINE 15 POSITION 24.
      *
      * ************************************************
      * Un ticket de mostrador sustituido por una factura completa
      * (UD18E14) ya no se rectifica: el abono va contra la factura
      * que lo sustituye, que lleva su numero en FACORG
      * ************************************************
       BUSCAR-SUSTITUTIVA.
           MOVE FACORG TO FACNUM.
           READ FFAC KEY IS FACNUM INVALID KEY
                                   MOVE 'N' TO HAY-FACTURA.
      *
      * ************************************************
      * El pedido puede ir en una factura recapitulativa mensual
      * que no lo lleva en FACPED: se busca en FACPEDS.DAT, donde
      * puede figurar tambien en recapitulativas ya anuladas
      * ************************************************
       BUSCAR-RECAPITULATIVA.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              PERFORM POSICIONAR-ALBARAN
              PERFORM PROBAR-RECAPITULATIVA UNTIL FINFPD = 'S'
              CLOSE FFPD.
      *
       POSICIONAR-ALBARAN.
           MOVE PEDNUM-E TO FPDPED.
           MOVE SPACE TO FINFPD.
           START FFPD KEY IS NOT LESS FPDPED INVALID KEY
                                MOVE 'S' TO FINFPD.
      *
       PROBAR-RECAPITULATIVA.
           READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              IF FPDPED NOT = PEDNUM-E THEN
                 MOVE 'S' TO FINFPD
               ELSE
                 PERFORM LEER-RECAPITULATIVA.
      *
       LEER-RECAPITULATIVA.
           MOVE 'S' TO HAY-FACTURA.
           MOVE FPDFAC TO FACNUM.
           READ FFAC KEY IS FACNUM INVALID KEY
                                   MOVE 'N' TO HAY-FACTURA.
           IF HAY-FACTURA = 'S' AND NOT FAC-FACTURA THEN
              MOVE 'N' TO HAY-FACTURA.
           IF HAY-FACTURA = 'S' THEN
              MOVE 'S' TO FINFPD.
      *
      * ************************************************
      * El abono de una entrega intracomunitaria exenta no lleva
      * IVA, como la factura que rectifica
      * ************************************************
       CALCULAR-IVA.
           IF FAC-INTRACOM THEN
              MOVE 0 TO IVA-DEV
            ELSE
              COMPUTE IVA-DEV = BASE-DEV * LINIVA / 100.
      *
      * ************************************************
      * El abono devuelve el recargo de equivalencia si la factura
      * original lo llevaba (aunque el cliente haya cambiado de
      * regimen despues)
      * ************************************************
       CALCULAR-RECARGO.
           MOVE 0 TO REC-DEV.
           IF FACREC > 0 THEN
              MOVE LINIVA TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-DEV = BASE-DEV * REQ-REC / 100.
      *
      * ************************************************
      * Calcula el siguiente numero de documento desde
      * FACTURAS.CTR, igual que la facturacion, y el del abono en
      * la serie R del ano
      * ************************************************
       SIGUIENTE-NUMERO.
           MOVE 'F' TO CTRID.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
           MOVE 'R' TO SNU-SERIE.
           MOVE AA1 TO SNU-AA.
           CALL 'SERIENUM' USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
           IF SNU-OK NOT = 'S' THEN
              DISPLAY ERROR-SER LINE 23 POSITION 3 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Graba el abono en FACTURAS.DAT
           MOVE BASE-DEV   TO FACBAS.
           MOVE IVA-DEV    TO FACIVA.
           MOVE TOT-DEV    TO FACTOT.
           MOVE REC-DEV    TO FACREC.
           SET FAC-ABONO   TO TRUE.
           MOVE FACNUM-ORG TO FACORG.
           MOVE EXE-ORG    TO FACEXE.
           MOVE SNU-SERIE  TO FACSCD.
           MOVE SNU-AA     TO FACSAA.
           MOVE SNU-NUM    TO FACSNU.
           MOVE SPACE      TO FACREP.
      * Un abono no se cobra: su vencimiento es su propia fecha.
           MOVE AA1        TO VTOAA.
           MOVE MM1        TO VTOMM.
           MOVE DD1        TO VTODD.
           MOVE 'A' TO PRA-TIP.
           MOVE FACSER TO PRA-DOC.
           MOVE FACTOT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              MOVE TOT-DEV    TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP
              PERFORM ACUMULAR-ABONO-CLIENTE
              PERFORM REGISTRO-VERIFACTU.
      *
      * ************************************************
      * Registro de facturacion de alta de la rectificativa (R1)
      * encadenado en VERIFAC.DAT
      * ************************************************
       REGISTRO-VERIFACTU.
           MOVE 'ALT'     TO VFA-OPER.
           MOVE 'R1'      TO VFA-TIPO.
           MOVE CLINIF    TO VFA-NIF.
           MOVE FECHA-ORG TO VFA-FORG.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
           IF VFA-OK NOT = 'S' THEN
              DISPLAY ERROR-VF LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Rebaja el saldo pendiente del cliente con el abono
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
           MOVE 'UD12E5' TO PRA-PRG.
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
           MOVE 'UD12E5' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       ERROR-FICHERO-FAVN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FAVN   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Un cliente de otra empresa del grupo (rutina comun
      * EMPRESA) no se atiende desde la de trabajo: se trata
      * como si no existiera (aqui, el
      * cliente del pedido)
      * ************************************************
       COMPROBAR-EMPRESA.
           IF EXISTE NOT = 'N' THEN
              MOVE PEDCLI TO EMA-CLI
              MOVE 'C' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG
              IF EMA-OK = 'N' THEN
                 MOVE 'N' TO EXISTE.
