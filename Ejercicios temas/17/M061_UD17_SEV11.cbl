      *   - factura: debe 4300 clientes por el total, haber 7000
      *     ventas por la base y haber 4770 IVA repercutido por
      *     cada tipo, con la cuota reconstruida desde las lineas
      *     del pedido (tipo congelado LINIVA) como hace UD12E6,
      *     y haber 4771 recargo de equivalencia repercutido por
      *     el recargo de la factura (FACREC) si lo lleva; las
      *     entregas intracomunitarias exentas (FAC-INTRACOM) no
      *     llevan cuota; los abonos llevan el juego invertido;
      *     la factura recapitulativa mensual reconstruye la cuota
      *     desde los pedidos que reune (FACPEDS.DAT); los
      *     portes cargados (FACPOR) van en la base de ventas y su
      *     cuota en el tipo con que se cargaron (PEDPTI); el abono
      *     de rappel anual (FAC-RAPPEL, sin pedido) va al debe de
      *     7090 rappels sobre ventas con la cuota y el recargo
      *     grabados en el propio abono; la rectificativa por
      *     credito incobrable (FAC-INCOBRABLE, UD23E19) va al
      *     debe de 6500 perdidas de creditos comerciales
      *     incobrables, con la cuota y el recargo recuperados al
      *     debe de 4770 y 4771;
      *   - cargo de gastos de un recibo devuelto: debe 4300
      *     clientes y haber 7590 ingresos por servicios diversos;
      *   - factura de intereses de demora: debe 4300 clientes y
      *     haber 7690 otros ingresos financieros;
      *   - cobro: debe 5700 caja (efectivo) o 5720 bancos (el
      *     resto de metodos) y haber 4300 clientes; un recibo
      *     devuelto (cobro en negativo) lleva el juego invertido;
      *   - entrada de compra: debe 3000 existencias y haber 4000
      *     proveedores, valorada al coste medio PROCOS como el
      *     resto de valoraciones de almacen (UD14E1, UD14E2); a
      *     PROPRE solo si el articulo aun no tiene coste.
      *
      * Formato de ASIENTOS.CSV (la primera linea es cabecera):
      *    FECHA;DOCUMENTO;CUENTA;CONCEPTO;DEBE;HABER
      *
      * Al terminar deja el mes exportado en PERIODOS.DAT (lo crea
      * la primera vez) con la fecha de la exportacion, y lo anota
      * en PERIOLOG.DAT: desde ese momento los documentos que se
      * graben con fecha del mes son apuntes fuera de plazo
      * (rutina PERIODO, listado UD23E29). Un mes ya cerrado por
      * el supervisor se puede volver a exportar, pero sigue
      * cerrado.
      * Se exporta la contabilidad de la empresa del grupo con la
      * que se trabaja: las facturas y los cobros de sus clientes
      * (rutina comun EMPRESA). Las entradas de genero, como el
      * almacen es comun, solo van en la de la empresa 01.
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
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
      * Pedidos, por los portes que se les cargaron.
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
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
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCOB.
      *
            SELECT FCSV ASSIGN TO DISK 'ASIENTOS.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FCSV.
      *
      * Estado de los meses y su historial de cambios.
            SELECT FPER ASSIGN TO DISK 'PERIODOS.DAT'
            RECORD KEY IS PERMES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPER.
      *
            SELECT FPLG ASSIGN TO DISK 'PERIOLOG.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FPLG.
123456*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FFPD LABEL RECORD IS STANDARD.
           COPY REGFPD.
      *
       FD FCOB LABEL RECORD IS STANDARD.
           COPY REGCOB.
      *
       FD FCSV LABEL RECORD IS STANDARD.
           01 LIN-CSV PIC X(100).
      *
       FD FPER LABEL RECORD IS STANDARD.
           COPY REGPER.
      *
       FD FPLG LABEL RECORD IS STANDARD.
           COPY REGPLG.

       WORKING-STORAGE SECTION.
      * Empresa del grupo del cliente (rutina comun EMPRESA).
           COPY EMPRESA.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 FINLIN     PIC X.
       77 FINFPD     PIC X.
      *
      * Pedido cuyas lineas se estan acumulando: el de la factura
      * o, en la recapitulativa, cada uno de los suyos.
       77 PED-LIN    PIC 9(6).
       77 CONTINUA   PIC X.
      *
      * Mes pedido (AAAAMM; cero = el mes anterior al actual).
       77 TOT-DOC    PIC 9(8)V99.
       77 CUOTA      PIC 9(8)V99.
      *
      * Valor de una entrada de compra, a coste.
       77 VALOR-ENT  PIC 9(8)V99.
      *
      * Recuento de lineas exportadas.
      *
       77 FS-FFAC    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FPED    PIC XX.
       77 EXISTE     PIC X.
       77 FS-FFPD    PIC XX.
       77 FS-FCOB    PIC XX.
       77 FS-FMOV    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FCSV    PIC XX.
       77 FS-FPER    PIC XX.
       77 FS-FPLG    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
           02 MM2     PIC 99.
           02 GT2     PIC X   VALUE '/'.
           02 AA2     PIC 9999.
      *
      * Registro del mes en PERIODOS.DAT y su estado anterior.
       77 HAY-PER    PIC X.
       77 EST-ANT    PIC X.
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
       01 CAB-CSV    PIC X(42) VALUE
           'FECHA;DOCUMENTO;CUENTA;CONCEPTO;DEBE;HABER'.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
      *
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
      *
           PERFORM EXPORTAR-FACTURAS.
           PERFORM EXPORTAR-COBROS.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           IF EMA-COD = 1 THEN
              PERFORM EXPORTAR-ENTRADAS.
           PERFORM MARCAR-EXPORTADO.
      *
           MOVE NUMLIN-CSV TO ZLIN.
           DISPLAY 'Lineas exportadas:' LINE 12 POSITION 10 HIGH.
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FFAC FLIN FPED FPROD FCSV.
      *
      * ************************************************
      * Facturas y abonos del mes, con el IVA reconstruido por
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM TRATAR-FACTURA UNTIL FINLEC = 'S'.
      *
      * El ticket sustituido por una factura completa no se asienta:
      * se asienta la factura que lo sustituye.
       TRATAR-FACTURA.
           MOVE FACCLI TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
           IF FACAA = SEL-AA AND FACMM = SEL-MM
                             AND NOT FAC-SUSTITUIDA
                             AND EMA-OK = 'S' THEN
              PERFORM ASIENTO-FACTURA.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
                  FACNUM DELIMITED BY SIZE INTO DOCUM.
      *
      * El total del asiento se toma de la base mas las cuotas
      * calculadas y el recargo, para que debe y haber cuadren al
      * centimo.
           COMPUTE TOT-DOC = FACBAS + FACREC.
           PERFORM SUMAR-CUOTA
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
      *
           IF FAC-ABONO THEN
              IF FAC-RAPPEL THEN
                 PERFORM ASIENTO-RAPPEL-LINEAS
               ELSE
                 IF FAC-INCOBRABLE THEN
                    PERFORM ASIENTO-INCOBRABLE-LINEAS
                  ELSE
                    PERFORM ASIENTO-ABONO-LINEAS
            ELSE
              IF FAC-CARGO THEN
                 PERFORM ASIENTO-CARGO-LINEAS
               ELSE
                 IF FAC-INTERES THEN
                    PERFORM ASIENTO-INTERES-LINEAS
                  ELSE
                    PERFORM ASIENTO-FACTURA-LINEAS.
      *
       SUMAR-CUOTA.
           ADD TIP-CUO(TIPIDX) TO TOT-DOC.
      *
           PERFORM LINEA-IVA-HABER
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
      *
           IF FACREC > 0 THEN
              MOVE '4771' TO CUENTA
              MOVE 'RECARGO EQUIV.' TO CONCEPTO
              MOVE FACREC TO IMP-ED
              PERFORM ESCRIBIR-HABER.
      *
       ASIENTO-ABONO-LINEAS.
           MOVE '7000' TO CUENTA.
      *
           PERFORM LINEA-IVA-DEBE
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
      *
           IF FACREC > 0 THEN
              MOVE '4771' TO CUENTA
              MOVE 'ABONO RECARGO EQUIV.' TO CONCEPTO
              MOVE FACREC TO IMP-ED
              PERFORM ESCRIBIR-DEBE.
      *
           MOVE '4300' TO CUENTA.
           MOVE 'ABONO CLIENTES' TO CONCEPTO.
           MOVE TOT-DOC TO IMP-ED.
           PERFORM ESCRIBIR-HABER.
      *
      * El rappel anual no lleva pedido: se asienta con la base,
      * la cuota y el recargo grabados en el propio abono, que es
      * de un solo tipo de IVA.
       ASIENTO-RAPPEL-LINEAS.
           MOVE '7090' TO CUENTA.
           MOVE 'RAPPEL VENTAS' TO CONCEPTO.
           MOVE FACBAS TO IMP-ED.
           PERFORM ESCRIBIR-DEBE.
      *
           IF FACIVA > 0 THEN
              MOVE '4770' TO CUENTA
              MOVE 'IVA RAPPEL' TO CONCEPTO
              MOVE FACIVA TO IMP-ED
              PERFORM ESCRIBIR-DEBE.
      *
           IF FACREC > 0 THEN
              MOVE '4771' TO CUENTA
              MOVE 'RECARGO RAPPEL' TO CONCEPTO
              MOVE FACREC TO IMP-ED
              PERFORM ESCRIBIR-DEBE.
      *
           MOVE '4300' TO CUENTA.
           MOVE 'ABONO CLIENTES' TO CONCEPTO.
           MOVE FACTOT TO IMP-ED.
           PERFORM ESCRIBIR-HABER.
      *
      * La rectificativa por credito incobrable tampoco lleva
      * pedido y es de un solo tipo: la base que no se cobrara es
      * perdida, y la cuota y el recargo se recuperan.
       ASIENTO-INCOBRABLE-LINEAS.
           MOVE '6500' TO CUENTA.
           MOVE 'CREDITOS INCOBRABLES' TO CONCEPTO.
           MOVE FACBAS TO IMP-ED.
           PERFORM ESCRIBIR-DEBE.
      *
           IF FACIVA > 0 THEN
              MOVE '4770' TO CUENTA
              MOVE 'IVA INCOBRABLE' TO CONCEPTO
              MOVE FACIVA TO IMP-ED
              PERFORM ESCRIBIR-DEBE.
      *
           IF FACREC > 0 THEN
              MOVE '4771' TO CUENTA
              MOVE 'RECARGO INCOBRABLE' TO CONCEPTO
              MOVE FACREC TO IMP-ED
              PERFORM ESCRIBIR-DEBE.
      *
           MOVE '4300' TO CUENTA.
           MOVE 'ABONO CLIENTES' TO CONCEPTO.
           MOVE FACTOT TO IMP-ED.
           PERFORM ESCRIBIR-HABER.
      *
      * Los gastos de devolucion no llevan pedido ni IVA.
       ASIENTO-CARGO-LINEAS.
           MOVE '4300' TO CUENTA.
           MOVE 'CLIENTES' TO CONCEPTO.
           MOVE FACTOT TO IMP-ED.
           PERFORM ESCRIBIR-DEBE.
      *
           MOVE '7590' TO CUENTA.
           MOVE 'GASTOS DEVOLUCION' TO CONCEPTO.
           MOVE FACTOT TO IMP-ED.
           PERFORM ESCRIBIR-HABER.
      *
      * Los intereses de demora no llevan pedido ni IVA.
       ASIENTO-INTERES-LINEAS.
           MOVE '4300' TO CUENTA.
           MOVE 'CLIENTES' TO CONCEPTO.
           MOVE FACTOT TO IMP-ED.
           PERFORM ESCRIBIR-DEBE.
      *
           MOVE '7690' TO CUENTA.
           MOVE 'INTERESES DEMORA' TO CONCEPTO.
           MOVE FACTOT TO IMP-ED.
           PERFORM ESCRIBIR-HABER.
      *
       LINEA-IVA-HABER.
           IF TIP-CUO(TIPIDX) > 0 THEN
      *
      * ************************************************
      * Reconstruye la base y la cuota por tipo de IVA de la
      * factura en curso desde las lineas de su pedido (o de sus
      * pedidos, si es recapitulativa), con el tipo congelado
      * LINIVA, como hace UD12E6
      * ************************************************
       RECONSTRUIR-IVA.
           MOVE 0 TO NUMTIP.
           IF FAC-RECAPITULATIVA THEN
              PERFORM RECONSTRUIR-RECAPITULATIVA
            ELSE
              MOVE FACPED TO PED-LIN
              PERFORM RECONSTRUIR-PEDIDO.
      *
           PERFORM CALCULAR-CUOTA
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
      *
       RECONSTRUIR-RECAPITULATIVA.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              PERFORM POSICIONAR-ALBARAN
              PERFORM RECONSTRUIR-ALBARAN UNTIL FINFPD = 'S'
              CLOSE FFPD.
      *
       POSICIONAR-ALBARAN.
           MOVE FACNUM TO FPDFAC.
           MOVE ZEROS  TO FPDPED.
           MOVE SPACE TO FINFPD.
           START FFPD KEY IS NOT LESS FPDCLA INVALID KEY
                                   MOVE 'S' TO FINFPD.
      *
       RECONSTRUIR-ALBARAN.
           READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              IF FPDFAC NOT = FACNUM THEN
                 MOVE 'S' TO FINFPD
               ELSE
                 MOVE FPDPED TO PED-LIN
                 PERFORM RECONSTRUIR-PEDIDO.
      *
       RECONSTRUIR-PEDIDO.
           MOVE SPACE TO FINLIN.
           MOVE PED-LIN TO LINPED.
           MOVE ZEROS  TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
           PERFORM ACUMULAR-LINEA-IVA UNTIL FINLIN = 'S'.
           IF FACPOR > 0 THEN
              PERFORM ACUMULAR-PORTES-IVA.
      *
       ACUMULAR-LINEA-IVA.
           PERFORM VARYING TIPIDX FROM 1 BY 1
                      TIP-BAS(TIPIDX) + LINCAN * LINPRE.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
      *
      * Portes cargados al pedido, en el tipo con que se cargaron.
       ACUMULAR-PORTES-IVA.
           MOVE PED-LIN TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND PEDPOR > 0 THEN
              PERFORM SUMAR-PORTES-IVA.
      *
       SUMAR-PORTES-IVA.
           MOVE 1 TO TIPIDX.
           PERFORM AVANZAR-TIPO
              UNTIL TIPIDX > NUMTIP OR TIP-IVA(TIPIDX) = PEDPTI.
           IF TIPIDX > NUMTIP AND NUMTIP < 10 THEN
              ADD 1 TO NUMTIP
              MOVE PEDPTI TO TIP-IVA(NUMTIP)
              MOVE 0 TO TIP-BAS(NUMTIP)
              MOVE 0 TO TIP-CUO(NUMTIP)
              MOVE NUMTIP TO TIPIDX.
           IF TIPIDX NOT > NUMTIP THEN
              ADD PEDPOR TO TIP-BAS(TIPIDX).
      *
       AVANZAR-TIPO.
           ADD 1 TO TIPIDX.
      *
       CALCULAR-CUOTA.
           IF FAC-INTRACOM THEN
              MOVE 0 TO TIP-CUO(TIPIDX)
            ELSE
              COMPUTE TIP-CUO(TIPIDX) ROUNDED =
                      TIP-BAS(TIPIDX) * TIP-IVA(TIPIDX) / 100.
      *
      * ************************************************
      * Cobros del mes: caja o bancos contra clientes
              CLOSE FCOB.
      *
       TRATAR-COBRO.
           MOVE COBCLI TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
           IF COBAA = SEL-AA AND COBMM = SEL-MM
                             AND EMA-OK = 'S' THEN
              PERFORM ASIENTO-COBRO.
           READ FCOB AT END MOVE 'S' TO FINLEC.
      *
           STRING 'CO' DELIMITED BY SIZE
                  COBFAC DELIMITED BY SIZE INTO DOCUM.
      *
      * IMP-ED no lleva signo: el cobro en negativo de un recibo
      * devuelto sale por su valor absoluto con el juego invertido.
           IF COBIMP < 0 THEN
              PERFORM ASIENTO-DEVOLUCION
            ELSE
              PERFORM ASIENTO-COBRO-LINEAS.
      *
       ASIENTO-COBRO-LINEAS.
           PERFORM CUENTA-TESORERIA.
           MOVE COBIMP TO IMP-ED.
           PERFORM ESCRIBIR-DEBE.
      *
           MOVE 'COBRO CLIENTE' TO CONCEPTO.
           MOVE COBIMP TO IMP-ED.
           PERFORM ESCRIBIR-HABER.
      *
       ASIENTO-DEVOLUCION.
           MOVE '4300' TO CUENTA.
           MOVE 'RECIBO DEVUELTO' TO CONCEPTO.
           MOVE COBIMP TO IMP-ED.
           PERFORM ESCRIBIR-DEBE.
      *
           PERFORM CUENTA-TESORERIA.
           MOVE COBIMP TO IMP-ED.
           PERFORM ESCRIBIR-HABER.
      *
       CUENTA-TESORERIA.
           IF COBMET = 'E' THEN
              MOVE '5700' TO CUENTA
              MOVE 'CAJA' TO CONCEPTO
            ELSE
              MOVE '5720' TO CUENTA
              MOVE 'BANCOS' TO CONCEPTO.
      *
      * ************************************************
      * Entradas de compra del mes (movimientos positivos con
      * motivo COMPRA), valoradas a coste como UD14E1
      * ************************************************
       EXPORTAR-ENTRADAS.
      * MOVIMIENT.DAT puede no existir todavia (estado '35').
      *
       ASIENTO-ENTRADA.
           MOVE MOVCOD TO PROCOD.
           MOVE ZEROS  TO PROPRE PROCOS.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE ZEROS TO PROPRE PROCOS.
           IF PROCOS > 0 THEN
              COMPUTE VALOR-ENT = MOVCANT * PROCOS
            ELSE
              COMPUTE VALOR-ENT = MOVCANT * PROPRE.
      *
           MOVE MOVFEC TO FEC-DOC.
           MOVE SPACES TO DOCUM.
           ADD 1 TO NUMLIN-CSV.
      *
      * ************************************************
      * Deja el mes exportado en PERIODOS.DAT, salvo que el
      * supervisor ya lo haya cerrado
      * ************************************************
       MARCAR-EXPORTADO.
           OPEN I-O FPER.
           IF FS-FPER = '35' THEN
              OPEN OUTPUT FPER
              CLOSE FPER
              OPEN I-O FPER.
           IF FS-FPER NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPER
            ELSE
              PERFORM ANOTAR-EXPORTACION
              CLOSE FPER.
      *
       ANOTAR-EXPORTACION.
           MOVE SPACES TO HAY-PER.
           MOVE MES-SEL TO PERMES.
           READ FPER RECORD KEY IS PERMES INVALID KEY
                                 MOVE 'N' TO HAY-PER.
           IF HAY-PER = 'N' THEN
              MOVE 'A'    TO PEREST
              MOVE ZEROS  TO PERFEX PERFCA PERNRE PERNTA
              MOVE SPACES TO PERUSU.
           MOVE PEREST TO EST-ANT.
      *
           IF PER-CERRADO THEN
              DISPLAY 'MES CERRADO: la exportacion no cambia su estado'
                               LINE 14 POSITION 10 REVERSE
            ELSE
              MOVE 'E'   TO PEREST
              MOVE FECHA TO PERFEX
              PERFORM GRABAR-PERIODO.
      *
       GRABAR-PERIODO.
           IF HAY-PER = 'N' THEN
              WRITE REGPER
            ELSE
              REWRITE REGPER.
           IF FS-FPER NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPER
            ELSE
              PERFORM ANOTAR-CAMBIO-PERIODO.
      *
       ANOTAR-CAMBIO-PERIODO.
           OPEN EXTEND FPLG.
           IF FS-FPLG = '35' THEN
              OPEN OUTPUT FPLG.
           IF FS-FPLG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPLG
            ELSE
              ACCEPT HR1 FROM TIME
              MOVE FECHA     TO PLGFEC
              MOVE HR1(1:6)  TO PLGHOR
              MOVE PERMES    TO PLGMES
              MOVE EST-ANT   TO PLGANT
              MOVE PEREST    TO PLGNUE
              MOVE 'UD17E11' TO PLGUSU
              MOVE 'Exportacion de asientos a la gestoria' TO PLGMOT
              WRITE REGPLG
              CLOSE FPLG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FFAC.
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
       ERROR-FICHERO-FCSV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCSV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPER.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPER   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPLG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPLG   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Empresa del grupo del cliente EMA-CLI (rutina comun
      * EMPRESA): EMA-OK 'S' si es la de trabajo
      * ************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
