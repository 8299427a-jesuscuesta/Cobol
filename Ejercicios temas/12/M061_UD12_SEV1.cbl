      * LINIVA: el cliente se factura al precio cotizado el dia del
      * pedido, no al PROPRE que este vigente hoy), graba el
      * registro de factura (numero, cliente, fecha, base, IVA y
      * total) en FACTURAS.DAT y emite la factura con el mismo
      * formato de pagina que UD09E5 en la cola de documentos
      * (COLADOC.DAT, rutina comun DOCCOLA), de donde el reparto
      * nocturno UD22E9 la manda a la impresora o por correo segun
      * la forma de envio del cliente. El numero de factura se
      * asigna desde FACTURAS.CTR igual que PEDNUM se asigna desde
      * PEDIDOS.CTR, y la clave alternativa por pedido impide
      * facturar dos veces el mismo.
      * A los clientes en recargo de equivalencia (CLI-RECARGO) se
      * les anade, linea a linea, el recargo del tipo de IVA de la
      * linea (rutina comun RECEQ), que sale aparte en la factura
      * y queda en FACREC.
      * Cada factura emitida deja su registro de facturacion
      * encadenado en VERIFAC.DAT (rutina comun VERIFAC, tipo F1)
      * y lleva al pie la leyenda VERI*FACTU y el texto de su
      * codigo QR de cotejo en la sede de la AEAT.
      * A los clientes de otro estado de la UE (CLI-INTRACOM) se les
      * factura sin IVA ni recargo, como entrega intracomunitaria
      * exenta (art. 25 LIVA): la factura lleva su NIF-IVA y el
      * texto legal de la exencion, y el registro queda marcado en
      * FACEXE para el libro de IVA y el modelo 349.
      * Ademas del numero interno, cada factura lleva su numero en
      * la serie F del ano (rutina comun SERIENUM), que es el que
      * se imprime y se remite: F2026-000123.
      * Se factura el pedido servido o el ya entregado; con el
      * parametro ESPERAENT de PARAMS.DAT a 1 la facturacion espera
      * a la prueba de entrega (rutina ENTREGA) y solo admite el
      * entregado.
      * Detras de las lineas va la de portes del envio (rutina comun
      * PORTES) cuando la condicion de portes del cliente manda
      * cargarlos: el importe del tramo de peso de la tarifa de su
      * zona, con el IVA de la linea de mayor importe del pedido. Se
      * guardan en el pedido (PEDPOR, PEDPTI y PEDPCO) y en FACPOR.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      * Solo se facturan los pedidos de los clientes de la empresa
      * del grupo con la que se trabaja (rutina comun EMPRESA); los
      * de otra empresa se tratan como inexistentes.
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
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
      * Archivo permanente de facturas emitidas: cada linea que va
      * a la cola de documentos queda tambien aqui bajo
      * factura+linea, para que la reimpresion UD17E14 pueda
      * reproducir cualquier factura aunque el spool UD16E6 haya
      * purgado sus generaciones o el correo no haya llegado.
            SELECT FARC ASSIGN TO DISK 'FACARCH.DAT'
            RECORD KEY IS ARCCLAVE
            ORGANIZATION IS INDEXED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FAVN.
      *
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
123456*
       DATA DIVISION.
       FILE SECTION.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FARC LABEL RECORD IS STANDARD.
           COPY REGARC.
      *
       FD FAVN LABEL RECORD IS STANDARD.
           COPY REGAVN.
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
      *
       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete de los documentos.
           COPY EMPRESA.
       77 FS-FAVN     PIC XX.
       77 EXISTE-AVN  PIC X.
      * Control del dia cerrado (CIERREDIA.DAT).
       77 DIA-CERRADO PIC X.
       77 FECHA-CDI  PIC 9(8).
       77 CONT-CDI   PIC X.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
           'ERROR! El pedido YA esta facturado.'.
       77 ERROR-NS   PIC X(50) VALUE
           'ERROR! El pedido NO esta servido todavia.'.
       77 ERROR-NE   PIC X(50) VALUE
           'ERROR! El pedido NO consta entregado todavia.'.
       77 MSG-NS     PIC X(50).
       77 SERVIDO-OK PIC X.
      *
      * 1 si solo se factura el pedido entregado (ESPERAENT de
      * PARAMS.DAT); a cero, tambien el servido.
       77 FS-FPAR    PIC XX.
       77 ESPERA-ENT PIC 9.
      *
       77 EXISTE     PIC X.
       77 FACTURADO  PIC X.
      * Numero de factura asignado desde FACTURAS.CTR.
       77 NEXTFAC    PIC 9(6).
      *
      * Argumentos de la rutina comun SERIENUM: numero de la
      * factura en la serie F del ano.
       77 SNU-SERIE  PIC X.
       77 SNU-AA     PIC 9999.
       77 SNU-NUM    PIC 9(6).
       77 SNU-OK     PIC X.
       77 ERROR-SER  PIC X(50) VALUE
           'ERROR EN EL CONTADOR DE SERIES SERIES.CTR'.
           COPY NUMSER.
      *
      * Importes de la linea y acumuladores de la factura.
       77 IMPORTE-LIN PIC 9(7)V99.
       77 IVA-LIN     PIC 9(7)V99.
       77 TOTIVA      PIC 9(7)V99.
       77 TOTFAC      PIC 9(7)V99.
      *
      * Recargo de equivalencia de la linea y de la factura, y si
      * el cliente esta en ese regimen.
       77 REC-LIN     PIC 9(7)V99.
       77 TOTREC      PIC 9(7)V99.
       77 RECARGO-SN  PIC X.
      *
      * Entrega intracomunitaria exenta (cliente CLI-INTRACOM).
       77 INTRACOM-SN PIC X.
      *
      * Argumentos de la rutina comun RECEQ: tipo de IVA y tipo de
      * recargo que le corresponde.
       77 REQ-IVA     PIC 99V99.
       77 REQ-REC     PIC 99V99.
      *
      * Linea de mayor importe del pedido, cuyo tipo de IVA llevan
      * los portes.
       77 MAX-BASE    PIC 9(7)V99.
       77 MAX-IVA     PIC 99V99.
      *
      * Argumentos de la rutina comun PORTES: pedido, condicion de
      * portes del cliente e importe a partir del cual son francos,
      * poblacion y base del pedido; devuelve los portes a cargar,
      * el peso, la zona y el resultado.
       77 POR-PED     PIC 9(6).
       77 POR-CON     PIC X.
       77 POR-UMB     PIC 9(7)V99.
       77 POR-POB     PIC X(20).
       77 POR-BASE    PIC 9(7)V99.
       77 POR-IMP     PIC 9(5)V99.
       77 POR-PES     PIC 9(5)V99.
       77 POR-ZON     PIC XX.
       77 POR-OK      PIC X.
       77 IVA-POR     PIC 9(7)V99.
       77 AVISO-POR   PIC X(50) VALUE
           'AVISO: envio sin tarifa de portes, NO se cargan.'.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
      * Argumentos de la rutina comun DOCCOLA: documento en curso,
      * numero de linea dentro de el, salto de pagina, la linea y
      * el estado devuelto.
       77 COL-TIP    PIC X(3).
       77 COL-DOC    PIC 9(6).
       77 COL-CLI    PIC X(4).
       77 COL-LIN    PIC 9(4).
       77 COL-SAL    PIC X VALUE SPACE.
       77 COL-FS     PIC XX.
       01 LIN-IMPR   PIC X(80).
      *
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FARC    PIC XX.
      *
      * Numero de linea archivada de la factura en curso.
       77 PEN-FAC     PIC 9(6).
       77 PEN-CLI     PIC X(4).
       77 PEN-IMP     PIC S9(7)V99.
      *
      * Argumentos de la rutina comun VERIFAC, que graba el
      * registro de facturacion encadenado y devuelve el texto del
      * codigo QR de la factura.
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
      * Lineas de cabecera de pagina.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 CAB-EMP PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'CIF: '.
           02 CAB-CIF PIC X(9)  VALUE SPACES.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pagina: '.
           02 CAB-PAG PIC ZZ9.
           02 FILLER  PIC X(8)  VALUE SPACES.
       01 CABECERA-4.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'FACTURA: '.
           02 CAB-FAC PIC X(12).
           02 FILLER  PIC X(4)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pedido: '.
           02 CAB-PED PIC 9(6).
           02 FILLER  PIC X(21) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FAC-CLICOD PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FAC-CLINOM PIC X(20).
           02 FAC-NIFROT PIC X(12).
           02 FAC-CLINIF PIC X(14).
           02 FILLER   PIC X(14) VALUE SPACES.
       01 LINEA-DIRECCION.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Direccion: '.
           02 DET-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE SPACES.
      *
      * Linea de portes del envio, con su zona y su peso.
       01 LINEA-PORTES.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(10) VALUE 'PORTES'.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(16) VALUE 'Envio a la zona '.
           02 DPO-ZON  PIC XX.
           02 FILLER   PIC X(6)  VALUE SPACES.
           02 DPO-PES  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE ' kg'.
           02 FILLER   PIC X(8)  VALUE SPACES.
           02 DPO-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE SPACES.
      *
      * Lineas de totales de la factura.
       01 LINEA-BASE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Cuota de IVA........: '.
           02 TOT-IVA  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(43) VALUE SPACES.
       01 LINEA-RECARGO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Recargo equivalencia: '.
           02 TOT-REC  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(43) VALUE SPACES.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'TOTAL FACTURA.......: '.
           02 TOT-FAC  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(43) VALUE SPACES.
      *
      * Mencion legal de las entregas intracomunitarias exentas.
       01 LINEA-EXENCION.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(38) VALUE
              'Entrega intracomunitaria exenta de IVA'.
           02 FILLER   PIC X(39) VALUE
              ' (art. 25 de la Ley 37/1992 del IVA)'.
      *
      * Pie VERI*FACTU: leyenda y texto del codigo QR, en dos
      * lineas.
       01 LINEA-VERIFACTU.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(53) VALUE
              'Factura verificable en la sede electronica de la AEAT'.
           02 FILLER   PIC X(15) VALUE ' - VERI*FACTU'.
           02 FILLER   PIC X(9)  VALUE SPACES.
       01 LINEA-QR1.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(4)  VALUE 'QR: '.
           02 QR-TXT1  PIC X(73).
       01 LINEA-QR2.
           02 FILLER   PIC X(7)  VALUE SPACES.
           02 QR-TXT2  PIC X(73).
123456*
       PROCEDURE DIVISION.
       COMIENZO.
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
      * Inicio
      * ************************************************
        INICIO.
           PERFORM MEMBRETE-EMPRESA.
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL desde el menu general.
           MOVE 0 TO NUMPAG.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
      * FACARCH.DAT todavia no existe la primera vez (estado '35');
      * se crea vacio, igual que FACTURAS.DAT.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * PARAMS.DAT puede no existir (estado '35'): sin el, se
      * factura tambien lo servido, como siempre.
           MOVE 0 TO ESPERA-ENT.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-PARAMETRO
              IF FS-FPAR = '00' AND PARVAL = 1 THEN
                 MOVE 1 TO ESPERA-ENT.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
      * PEDNUM-E se deja con un valor no nulo para que entre en el
      * bucle de FACTURAR-PEDIDO al menos una vez.
           MOVE 1 TO PEDNUM-E.
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FPROD FPED FLIN FFAC FCTR FARC
                 FAVN.
      *
       LEER-PARAMETRO.
           MOVE 'ESPERAENT ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                                 MOVE 0 TO PARVAL.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
      *
           IF PEDNUM-E NOT = ZEROS THEN
              MOVE PEDNUM-E TO PEDNUM
              PERFORM LEER-PEDIDO
              PERFORM COMPROBAR-EMPRESA
              PERFORM COMPROBAR-FACTURADO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-P LINE 23 POSITION 14 REVERSE
                    PERFORM CONTINUAR
                    DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
                  ELSE
                   PERFORM COMPROBAR-SERVIDO
                   IF SERVIDO-OK NOT = 'S' THEN
                      DISPLAY MSG-NS LINE 23 POSITION 14 REVERSE
                      PERFORM CONTINUAR
                      DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
                    ELSE
                                 LINE 23 POSITION 14 REVERSE
                       ELSE
                         PERFORM EMITIR-FACTURA
                         IF SNU-OK = 'S' THEN
                            PERFORM MARCAR-FACTURADO
                            DISPLAY 'FACTURA EMITIDA!'
                                        LINE 23 POSITION 14 REVERSE
                            PERFORM CONTINUAR
                            DISPLAY MSGPIDE
                                    LINE 23 POSITION 14 REVERSE
                          ELSE
                            DISPLAY ERROR-SER
                                    LINE 23 POSITION 14 REVERSE
                            PERFORM CONTINUAR
                            DISPLAY MSGPIDE
                                    LINE 23 POSITION 14 REVERSE.
      *
       LEER-PEDIDO.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Se factura el pedido servido o entregado; si la
      * facturacion espera a la prueba de entrega, solo el
      * entregado
      * ************************************************
       COMPROBAR-SERVIDO.
           MOVE 'S' TO SERVIDO-OK.
           IF NOT PED-SERVIDO AND NOT PED-ENTREGADO THEN
              MOVE 'N' TO SERVIDO-OK
              MOVE ERROR-NS TO MSG-NS.
           IF PED-SERVIDO AND ESPERA-ENT = 1 THEN
              MOVE 'N' TO SERVIDO-OK
              MOVE ERROR-NE TO MSG-NS.
      *
      * ************************************************
      * Mira si al pedido le queda genero pendiente de servir en
      *
      * ************************************************
      * Asigna numero, valora las lineas, graba el registro de
      * factura y la deja en la cola de documentos. Sin numero en
      * la serie no hay factura: no se graba ni se anota nada y el
      * pedido sigue pendiente de facturar.
      * ************************************************
       EMITIR-FACTURA.
           PERFORM SIGUIENTE-FACTURA.
           IF SNU-OK = 'S' THEN
              PERFORM COMPONER-FACTURA.
      *
       COMPONER-FACTURA.
           DISPLAY NUM-SERIE LINE 10 POSITION 24.
      *
           MOVE 0 TO TOTBAS.
           MOVE 0 TO TOTIVA.
           MOVE 0 TO TOTFAC.
           MOVE 0 TO TOTREC.
           MOVE 0 TO ARC-NUMLIN.
           MOVE 0 TO MAX-BASE.
           MOVE 0 TO MAX-IVA.
      *
           MOVE 'FAC'   TO COL-TIP.
           MOVE NEXTFAC TO COL-DOC.
           MOVE PEDCLI  TO COL-CLI.
           MOVE 0       TO COL-LIN.
      *
           MOVE 99 TO LINPAG.
           PERFORM CABECERA.
           PERFORM DATOS-CLIENTE.
           PERFORM VALORAR-LINEAS.
           PERFORM CARGAR-PORTES.
           PERFORM TOTALES-FACTURA.
           PERFORM GRABAR-FACTURA.
           PERFORM PIE-VERIFACTU.
           PERFORM ACTUALIZAR-SALDO.
      *
           DISPLAY TOT-BAS LINE 12 POSITION 24.
      *
      * ************************************************
      * Calcula el siguiente numero de factura desde FACTURAS.CTR,
      * igual que GRABAR-CABECERA asigna PEDNUM en UD11E1. Primero
      * se pide el numero de la serie, para no gastar un numero
      * interno si la serie falla.
      * ************************************************
       SIGUIENTE-FACTURA.
           MOVE 'F' TO SNU-SERIE.
           MOVE AA1 TO SNU-AA.
           CALL 'SERIENUM' USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
           IF SNU-OK = 'S' THEN
              PERFORM SIGUIENTE-INTERNO.
      *
       SIGUIENTE-INTERNO.
           MOVE 'F' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
           MOVE SNU-SERIE TO NSE-COD.
           MOVE SNU-AA    TO NSE-AA.
           MOVE SNU-NUM   TO NSE-NUM.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
           ADD 1 TO NUMPAG.
           MOVE NUMPAG   TO CAB-PAG.
           MOVE FF2      TO CAB-FEC.
           MOVE NUM-SERIE TO CAB-FAC.
           MOVE PEDNUM-E TO CAB-PED.
      *
           MOVE CABECERA-1 TO LIN-IMPR.
           PERFORM ENCOLAR-PAGINA.
           MOVE CABECERA-2 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE CABECERA-4 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE 5 TO LINPAG.
      *
           MOVE CABECERA-1 TO ARCTXT.
      *
           MOVE PEDCLI TO FAC-CLICOD.
           MOVE CLINOM TO FAC-CLINOM.
           MOVE CLIDIR TO FAC-CLIDIR.
           MOVE CLIPOB TO FAC-CLIPOB.
      *
      * Al cliente intracomunitario se le identifica por su NIF-IVA.
           MOVE 'N' TO INTRACOM-SN.
           IF CLIENTE-OK = 'S' AND CLI-INTRACOM THEN
              MOVE 'S' TO INTRACOM-SN
              MOVE '   NIF-IVA: ' TO FAC-NIFROT
              MOVE CLIVIE TO FAC-CLINIF
            ELSE
              MOVE '   NIF: ' TO FAC-NIFROT
              MOVE CLINIF TO FAC-CLINIF.
      *
           MOVE 'N' TO RECARGO-SN.
           IF CLIENTE-OK = 'S' AND CLI-RECARGO
                               AND INTRACOM-SN = 'N' THEN
              MOVE 'S' TO RECARGO-SN.
      *
           MOVE LINEA-CLIENTE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE LINEA-DIRECCION TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE CABECERA-5 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 5 TO LINPAG.
      *
           MOVE LINEA-CLIENTE TO ARCTXT.
                                 MOVE '(sin producto)' TO PRODES.
      *
           COMPUTE IMPORTE-LIN = LINCAN * LINPRE.
           IF INTRACOM-SN = 'S' THEN
              MOVE 0 TO IVA-LIN
            ELSE
              COMPUTE IVA-LIN = IMPORTE-LIN * LINIVA / 100.
           ADD IMPORTE-LIN TO TOTBAS.
           ADD IVA-LIN     TO TOTIVA.
           IF RECARGO-SN = 'S' THEN
              MOVE LINIVA TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-LIN = IMPORTE-LIN * REQ-REC / 100
              ADD REC-LIN TO TOTREC.
           IF IMPORTE-LIN > MAX-BASE THEN
              MOVE IMPORTE-LIN TO MAX-BASE
              MOVE LINIVA TO MAX-IVA.
           PERFORM ACUMULAR-VENTA-PRODUCTO.
      *
           MOVE LINPRO TO DET-PRO.
           MOVE LINCAN TO DET-CAN.
           MOVE LINPRE TO DET-PRE.
           MOVE IMPORTE-LIN TO DET-IMP.
           MOVE LINEA-DETALLE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 1 TO LINPAG.
      *
           MOVE LINEA-DETALLE TO ARCTXT.
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Portes del envio del pedido segun la condicion de portes
      * del cliente; si se cargan, van en su propia linea con el
      * IVA (y el recargo) de la linea de mayor importe. Quedan en
      * el pedido, que reescribe MARCAR-FACTURADO
      * ************************************************
       CARGAR-PORTES.
           MOVE PEDNUM-E TO POR-PED.
           MOVE CLIPOR   TO POR-CON.
           MOVE CLIPUM   TO POR-UMB.
           MOVE CLIPOB   TO POR-POB.
           MOVE TOTBAS   TO POR-BASE.
           IF CLIENTE-OK NOT = 'S' THEN
              MOVE 'P' TO POR-CON.
           CALL 'PORTES' USING POR-PED, POR-CON, POR-UMB, POR-POB,
                POR-BASE, POR-IMP, POR-PES, POR-ZON, POR-OK.
           MOVE ZEROS  TO PEDPOR.
           MOVE MAX-IVA TO PEDPTI.
           MOVE POR-OK TO PEDPCO.
           IF POR-OK = 'Z' THEN
              DISPLAY AVISO-POR LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
           IF POR-OK = 'C' AND POR-IMP > 0 THEN
              PERFORM LINEA-DE-PORTES.
      *
       LINEA-DE-PORTES.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE POR-IMP TO PEDPOR.
           IF INTRACOM-SN = 'S' THEN
              MOVE 0 TO IVA-POR
            ELSE
              COMPUTE IVA-POR = POR-IMP * MAX-IVA / 100.
           ADD POR-IMP TO TOTBAS.
           ADD IVA-POR TO TOTIVA.
           IF RECARGO-SN = 'S' THEN
              MOVE MAX-IVA TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-LIN = POR-IMP * REQ-REC / 100
              ADD REC-LIN TO TOTREC.
      *
           MOVE POR-ZON TO DPO-ZON.
           MOVE POR-PES TO DPO-PES.
           MOVE POR-IMP TO DPO-IMP.
           MOVE LINEA-PORTES TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 1 TO LINPAG.
      *
           MOVE LINEA-PORTES TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
      * ************************************************
      * Escribe el bloque de totales de la factura; el recargo de
      * equivalencia sale en su propia linea, debajo del IVA, y la
      * entrega intracomunitaria lleva debajo la mencion de la
      * exencion
      * ************************************************
       TOTALES-FACTURA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           COMPUTE TOTFAC = TOTBAS + TOTIVA + TOTREC.
      *
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE TOTBAS TO TOT-BAS.
           MOVE LINEA-BASE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE TOTIVA TO TOT-IVA.
           MOVE LINEA-IVA TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           IF TOTREC > 0 THEN
              MOVE TOTREC TO TOT-REC
              MOVE LINEA-RECARGO TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              ADD 1 TO LINPAG.
           MOVE TOTFAC TO TOT-FAC.
           MOVE LINEA-TOTAL TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 4 TO LINPAG.
      *
           MOVE GUION-IMPR TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE LINEA-IVA TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           IF TOTREC > 0 THEN
              MOVE LINEA-RECARGO TO ARCTXT
              PERFORM ARCHIVAR-LINEA.
           MOVE LINEA-TOTAL TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
           IF INTRACOM-SN = 'S' THEN
              MOVE BLANCO-IMPR TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE LINEA-EXENCION TO LIN-IMPR
              PERFORM ENCOLAR-LINEA.
           IF INTRACOM-SN = 'S' THEN
              ADD 2 TO LINPAG
              MOVE BLANCO-IMPR TO ARCTXT
              PERFORM ARCHIVAR-LINEA
              MOVE LINEA-EXENCION TO ARCTXT
              PERFORM ARCHIVAR-LINEA.
      *
      * ************************************************
      * Deja en FACARCH.DAT la linea recien impresa, bajo la
      * Graba el registro de la factura en FACTURAS.DAT
      * ************************************************
       GRABAR-FACTURA.
           MOVE 'N'      TO VFA-OK.
           MOVE NEXTFAC  TO FACNUM.
           MOVE PEDNUM-E TO FACPED.
           MOVE PEDCLI   TO FACCLI.
           MOVE TOTBAS   TO FACBAS.
           MOVE TOTIVA   TO FACIVA.
           MOVE TOTFAC   TO FACTOT.
           MOVE TOTREC   TO FACREC.
           MOVE PEDPOR   TO FACPOR.
           SET FAC-FACTURA TO TRUE.
           MOVE ZEROS    TO FACORG.
           MOVE SNU-SERIE TO FACSCD.
           MOVE SNU-AA   TO FACSAA.
           MOVE SNU-NUM  TO FACSNU.
           MOVE SPACE    TO FACREP.
           IF INTRACOM-SN = 'S' THEN
              SET FAC-INTRACOM TO TRUE
            ELSE
              MOVE SPACE TO FACEXE.
           PERFORM CALCULAR-VENCIMIENTO.
           MOVE 'F' TO PRA-TIP.
           MOVE FACSER TO PRA-DOC.
           MOVE FACTOT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              MOVE TOTFAC   TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP
              PERFORM ACUMULAR-VENTA-CLIENTE
              PERFORM REGISTRO-VERIFACTU.
      *
      * ************************************************
      * Registro de facturacion de alta (F1) encadenado en
      * VERIFAC.DAT
      * ************************************************
       REGISTRO-VERIFACTU.
           MOVE 'ALT'  TO VFA-OPER.
           MOVE 'F1'   TO VFA-TIPO.
           IF INTRACOM-SN = 'S' THEN
              MOVE CLIVIE TO VFA-NIF
            ELSE
              MOVE CLINIF TO VFA-NIF.
           MOVE ZEROS  TO VFA-FORG.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
      *
      * ************************************************
      * Pie de la factura con la leyenda VERI*FACTU y el texto del
      * codigo QR; sin registro grabado no hay pie, y se avisa
      * ************************************************
       PIE-VERIFACTU.
           IF VFA-OK NOT = 'S' THEN
              DISPLAY ERROR-VF LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
            ELSE
              IF LINPAG > MAXLIN THEN
                 PERFORM CABECERA.
           IF VFA-OK = 'S' THEN
              MOVE VFA-SALIDA(1:73)  TO QR-TXT1
              MOVE VFA-SALIDA(74:73) TO QR-TXT2
              MOVE BLANCO-IMPR TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE LINEA-VERIFACTU TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE LINEA-QR1 TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE LINEA-QR2 TO LIN-IMPR
              PERFORM ENCOLAR-LINEA.
           IF VFA-OK = 'S' THEN
              ADD 4 TO LINPAG
              MOVE BLANCO-IMPR TO ARCTXT
              PERFORM ARCHIVAR-LINEA
              MOVE LINEA-VERIFACTU TO ARCTXT
              PERFORM ARCHIVAR-LINEA
              MOVE LINEA-QR1 TO ARCTXT
              PERFORM ARCHIVAR-LINEA
              MOVE LINEA-QR2 TO ARCTXT
              PERFORM ARCHIVAR-LINEA.
      *
      * ************************************************
      * Vencimiento de la factura: su fecha mas el plazo de pago
           ACCEPT CONTINUA  LINE 23 POSITION 75 REVERSE OFF NO BEEP.
      *
      * ************************************************
      * Deja la linea en la cola de documentos (rutina comun
      * DOCCOLA); el reparto nocturno UD22E9 la manda a la
      * impresora o por correo segun el cliente
      * ************************************************
       ENCOLAR-PAGINA.
           MOVE 'P' TO COL-SAL.
           PERFORM ENCOLAR-LINEA.
      *
       ENCOLAR-LINEA.
           ADD 1 TO COL-LIN.
           CALL 'DOCCOLA' USING COL-TIP, COL-DOC, COL-CLI, COL-LIN,
                                COL-SAL, LIN-IMPR, COL-FS.
           MOVE SPACE TO COL-SAL.
           IF COL-FS NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOL.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOL.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY COL-FS    LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FARC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
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
           MOVE 'UD12E1' TO PRA-PRG.
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
           MOVE 'UD12E1' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.

      * ************************************************
      * Acumulado corriente de ventas (ACUMVEN.DAT): la linea
              PERFORM ERROR-FICHERO-FAVN.
           READ FAVN RECORD KEY IS AVNCLAVE INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Razon social y CIF de la empresa de trabajo (rutina comun
      * EMPRESA) para el membrete del documento
      * ************************************************
       MEMBRETE-EMPRESA.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-NOM TO CAB-EMP.
           MOVE EMA-CIF TO CAB-CIF.
      *
      * ************************************************
      * El pedido de un cliente de otra empresa del grupo (rutina
      * comun EMPRESA) se trata como si no existiera, porque no se
      * atiende desde la empresa de trabajo.
      * ************************************************
       COMPROBAR-EMPRESA.
           IF EXISTE NOT = 'N' THEN
              MOVE PEDCLI TO EMA-CLI
              MOVE 'C' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG
              IF EMA-OK = 'N' THEN
                 MOVE 'N' TO EXISTE.
