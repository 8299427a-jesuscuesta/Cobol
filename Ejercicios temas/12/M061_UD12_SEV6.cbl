      * imponible y la cuota. La base y la cuota de cada factura se
      * reconstruyen de sus lineas de pedido (que llevan el tipo
      * congelado LINIVA); los abonos restan en el tipo que les
      * corresponde. El recargo de equivalencia de los clientes en
      * ese regimen (FACREC) se reparte igual por tipo, en su propia
      * columna. Cierra con una linea de total general que
      * cuadra con la facturacion del trimestre, con formato de
      * impresora como RESUMEN.PRN (LIBROIVA.PRN), para poder
      * archivarlo tal cual con la declaracion. Las cifras de cada
      * tipo quedan ademas en el resumen trimestral IVATRIM.DAT
      * (libro R, bajo el codigo de la empresa de trabajo), de
      * donde las toma la hoja del modelo 303 UD23E4.
      * Las entregas intracomunitarias exentas (FAC-INTRACOM) no
      * entran en ningun tipo: su base sale en una linea aparte y
      * se resume en IVATRIM bajo el tipo ficticio 99,99.
      * La factura recapitulativa mensual (FAC-RECAPITULATIVA) se
      * reconstruye de las lineas de todos sus pedidos, que se
      * toman de FACPEDS.DAT.
      * Los portes cargados en la factura (FACPOR) se suman, pedido
      * a pedido, en el tipo con que se cargaron (PEDPOR a PEDPTI
      * de PEDIDOS.DAT).
      * Los totales de control del pase (documentos leidos, los
      * del trimestre, su total facturado y su base) quedan en
      * CTLTOT.DAT con la rutina comun CTLTOT.
      * El libro es el de la empresa del grupo con la que se
      * trabaja: solo entran los documentos de sus clientes (rutina
      * comun EMPRESA), y su razon social y CIF van en el membrete.
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
      * Resumen trimestral por tipo para el modelo 303.
            SELECT FIVT ASSIGN TO DISK 'IVATRIM.DAT'
            RECORD KEY IS IVTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FIVT.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora o visualizar con
      * cualquier editor.
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
       FD FIVT LABEL RECORD IS STANDARD.
           COPY REGIVT.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete de los documentos.
           COPY EMPRESA.
       77 FECHA       PIC 99999999.
       77 FINLEC      PIC X.
       77 FINLIN      PIC X.
       77 FINFPD      PIC X.
      *
      * Pedido cuyas lineas se estan acumulando: el de la factura
      * o, en la recapitulativa, cada uno de los suyos.
       77 PED-LIN     PIC 9(6).
       77 CONTINUA    PIC X.
      *
      * Trimestre solicitado (TAAAA, p.ej. 22026; a cero = el del
              03 TT-TIPO  PIC 99V99.
              03 TT-BASE  PIC S9(9)V99.
              03 TT-CUOTA PIC S9(9)V99.
              03 TT-REC   PIC S9(9)V99.
      *
      * Base y cuota de la linea en curso, y tipo del abono.
       77 BASE-LIN    PIC 9(7)V99.
       77 CUOTA-LIN   PIC 9(7)V99.
       77 TIPO-ABO    PIC 99V99.
       77 REC-LIN     PIC 9(7)V99.
      *
      * Argumentos de la rutina comun RECEQ: tipo de IVA de la
      * linea y tipo de recargo que le corresponde.
       77 REQ-IVA     PIC 99V99.
       77 REQ-REC     PIC 99V99.
      *
      * Casilla existente mas cercana al tipo reconstruido de un
      * abono, para no abrir casillas fantasma por redondeo.
       77 MEJOR-DIF   PIC 99V99.
       77 DIF-TIPO    PIC S99V99.
      *
      * Base de las entregas intracomunitarias exentas (facturas
      * menos abonos) y documentos que la forman.
       77 INTRA-BASE  PIC S9(9)V99 VALUE 0.
       77 NUMINT      PIC 9(5) VALUE 0.
      *
      * Totales de cuadre.
       77 TOT-BASE    PIC S9(9)V99 VALUE 0.
       77 TOT-CUOTA   PIC S9(9)V99 VALUE 0.
       77 TOT-RECARGO PIC S9(9)V99 VALUE 0.
       77 TOT-FACT    PIC S9(9)V99 VALUE 0.
      *
      * Facturas y abonos tratados.
       77 NUMFAC      PIC 9(5) VALUE 0.
       77 NUMABO      PIC 9(5) VALUE 0.
      *
      * Totales de control para la rutina comun CTLTOT: documentos
      * leidos de FACTURAS.DAT.
       77 NUMLEI      PIC 9(7).
           COPY CTLTOT.
      *
      * Paginacion del listado.
       77 NUMPAG      PIC 999 VALUE 0.
       77 LINPAG      PIC 99  VALUE 0.
      *
       77 FS-FFAC     PIC XX.
       77 FS-FLIN     PIC XX.
       77 FS-FPED     PIC XX.
       77 EXISTE      PIC X.
       77 FS-FFPD     PIC XX.
       77 FS-FLISTA   PIC XX.
       77 FS-FIVT     PIC XX.
       77 FINIVT      PIC X.
      * Empresa de trabajo: la de las filas del libro R que se
      * rehacen en IVATRIM.DAT.
       77 EMP-TRA     PIC 99.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
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
           02 FILLER  PIC X(12) VALUE 'Tipo IVA'.
           02 FILLER  PIC X(18) VALUE '   Base imponible'.
           02 FILLER  PIC X(18) VALUE '     Cuota de IVA'.
           02 FILLER  PIC X(18) VALUE '   Recargo equiv.'.
           02 FILLER  PIC X(11) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
           02 DET-BASE PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-CUO  PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-REC  PIC ----.---.--9,99.
           02 FILLER   PIC X(15) VALUE SPACES.
      *
      * Linea de total general y de cuadre.
       01 LINEA-TOTAL.
           02 TOT-BAS  PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 TOT-CUO  PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 TOT-REC  PIC ----.---.--9,99.
           02 FILLER   PIC X(15) VALUE SPACES.
      *
      * Linea de las entregas intracomunitarias exentas.
       01 LINEA-INTRA.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Intracom.'.
           02 DET-IBAS PIC ----.---.--9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(38) VALUE
              'Entregas exentas art. 25 LIVA'.
           02 FILLER   PIC X(10) VALUE SPACES.
      *
       01 LINEA-CUADRE.
           02 FILLER   PIC X(3)  VALUE SPACES.
      * Inicio
      * ************************************************
        INICIO.
           PERFORM MEMBRETE-EMPRESA.
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL desde el menu general.
           MOVE 0 TO TOT-BASE.
           MOVE 0 TO TOT-CUOTA.
           MOVE 0 TO TOT-RECARGO.
           MOVE 0 TO TOT-FACT.
           MOVE 0 TO NUMFAC.
           MOVE 0 TO NUMABO.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO NUMPAG.
           MOVE 0 TO NUMTIP.
           MOVE 0 TO INTRA-BASE.
           MOVE 0 TO NUMINT.
           OPEN INPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
      *
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              GOBACK.
      *
      * IVATRIM.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio.
           OPEN I-O FIVT.
           IF FS-FIVT = '35' THEN
              OPEN OUTPUT FIVT
              CLOSE FIVT
              OPEN I-O FIVT.
           IF FS-FIVT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FIVT
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
        PROCESO.
           PERFORM ACUMULAR-TRIMESTRE.
           PERFORM IMPRIMIR-LIBRO.
           PERFORM GUARDAR-RESUMEN.
           PERFORM GRABAR-TOTALES.
      *
           DISPLAY 'LIBRO GENERADO EN LIBROIVA.PRN'
                            LINE 23 POSITION 14 REVERSE.
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FFAC FLIN FPED FLISTA FIVT.
      *
      * ************************************************
      * Recorre FACTURAS.DAT acumulando las del trimestre
           PERFORM TRATAR-DOCUMENTO UNTIL FINLEC = 'S'.
      *
       TRATAR-DOCUMENTO.
           ADD 1 TO NUMLEI.
           MOVE FACCLI TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
      * Los cargos de gastos de recibos devueltos y las facturas de
      * intereses de demora no son ventas; el ticket sustituido por
      * una factura completa cuenta en la factura que lo sustituye.
           IF FACAA = SEL-AA AND FACMM NOT < MES-DESDE
                             AND FACMM NOT > MES-HASTA
                             AND NOT FAC-CARGO
                             AND NOT FAC-INTERES
                             AND NOT FAC-SUSTITUIDA
                             AND EMA-OK = 'S' THEN
              IF FAC-INTRACOM THEN
                 PERFORM ACUMULAR-INTRACOM
               ELSE
                 IF FAC-ABONO THEN
                    PERFORM ACUMULAR-ABONO
                  ELSE
                    PERFORM ACUMULAR-FACTURA.
      *
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Entrega intracomunitaria exenta: sin cuota, su base va
      * aparte de los tipos (los abonos restan)
      * ************************************************
       ACUMULAR-INTRACOM.
           ADD 1 TO NUMINT.
           IF FAC-ABONO THEN
              ADD 1 TO NUMABO
              SUBTRACT FACTOT FROM TOT-FACT
              SUBTRACT FACBAS FROM INTRA-BASE
              SUBTRACT FACBAS FROM TOT-BASE
            ELSE
              ADD 1 TO NUMFAC
              ADD FACTOT TO TOT-FACT
              ADD FACBAS TO INTRA-BASE
              ADD FACBAS TO TOT-BASE.
      *
      * ************************************************
      * Reconstruye la base y la cuota de una factura desde las
      * lineas de su pedido (o de sus pedidos, si es
      * recapitulativa), tipo a tipo
      * ************************************************
       ACUMULAR-FACTURA.
           ADD 1 TO NUMFAC.
           ADD FACTOT TO TOT-FACT.
      *
           IF FAC-RECAPITULATIVA THEN
              PERFORM ACUMULAR-RECAPITULATIVA
            ELSE
              MOVE FACPED TO PED-LIN
              PERFORM ACUMULAR-PEDIDO.
      *
       ACUMULAR-RECAPITULATIVA.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              PERFORM POSICIONAR-ALBARAN
              PERFORM ACUMULAR-ALBARAN UNTIL FINFPD = 'S'
              CLOSE FFPD.
      *
       POSICIONAR-ALBARAN.
           MOVE FACNUM TO FPDFAC.
           MOVE ZEROS  TO FPDPED.
           MOVE SPACE TO FINFPD.
           START FFPD KEY IS NOT LESS FPDCLA INVALID KEY
                                   MOVE 'S' TO FINFPD.
      *
       ACUMULAR-ALBARAN.
           READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              IF FPDFAC NOT = FACNUM THEN
                 MOVE 'S' TO FINFPD
               ELSE
                 MOVE FPDPED TO PED-LIN
                 PERFORM ACUMULAR-PEDIDO.
      *
       ACUMULAR-PEDIDO.
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
           PERFORM ACUMULAR-LINEA UNTIL FINLIN = 'S'.
           IF FACPOR > 0 THEN
              PERFORM ACUMULAR-PORTES.
      *
       ACUMULAR-LINEA.
           COMPUTE BASE-LIN = LINCAN * LINPRE.
           COMPUTE CUOTA-LIN = BASE-LIN * LINIVA / 100.
      * El recargo se reparte por tipo como lo calculo UD12E1.
           MOVE 0 TO REC-LIN.
           IF FACREC > 0 THEN
              MOVE LINIVA TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-LIN = BASE-LIN * REQ-REC / 100.
           MOVE LINIVA TO TIPO-ABO.
           PERFORM SUMAR-EN-TIPO.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
      *
      * ************************************************
      * Portes del pedido, en el tipo con que se cargaron
      * ************************************************
       ACUMULAR-PORTES.
           MOVE PED-LIN TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND PEDPOR > 0 THEN
              MOVE PEDPOR TO BASE-LIN
              COMPUTE CUOTA-LIN = BASE-LIN * PEDPTI / 100
              MOVE 0 TO REC-LIN
              PERFORM RECARGO-PORTES
              MOVE PEDPTI TO TIPO-ABO
              PERFORM SUMAR-EN-TIPO.
      *
       RECARGO-PORTES.
           IF FACREC > 0 THEN
              MOVE PEDPTI TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-LIN = BASE-LIN * REQ-REC / 100.
      *
      * ************************************************
      * Un abono procede de una sola linea devuelta: su tipo se
      * reconstruye de la propia cuota y resta en su casilla
      * ************************************************
           IF TIPIDX > 0 THEN
              ADD BASE-LIN  TO TT-BASE(TIPIDX)
              ADD CUOTA-LIN TO TT-CUOTA(TIPIDX)
              ADD REC-LIN   TO TT-REC(TIPIDX)
              ADD BASE-LIN  TO TOT-BASE
              ADD CUOTA-LIN TO TOT-CUOTA
              ADD REC-LIN   TO TOT-RECARGO.
      *
      * Variante con importes ya en negativo (abonos).
       SUMAR-EN-TIPO-NEG.
           IF TIPIDX > 0 THEN
              SUBTRACT FACBAS FROM TT-BASE(TIPIDX)
              SUBTRACT FACIVA FROM TT-CUOTA(TIPIDX)
              SUBTRACT FACREC FROM TT-REC(TIPIDX)
              SUBTRACT FACBAS FROM TOT-BASE
              SUBTRACT FACIVA FROM TOT-CUOTA
              SUBTRACT FACREC FROM TOT-RECARGO.
      *
      * ************************************************
      * Localiza (o crea) la casilla del tipo TIPO-ABO
                 MOVE TIPO-ABO TO TT-TIPO(NUMTIP)
                 MOVE 0 TO TT-BASE(NUMTIP)
                 MOVE 0 TO TT-CUOTA(NUMTIP)
                 MOVE 0 TO TT-REC(NUMTIP)
                 MOVE NUMTIP TO TIPIDX
               ELSE
                 MOVE 0 TO TIPIDX.
           PERFORM CABECERA.
           PERFORM IMPRIMIR-TIPO
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
           IF NUMINT > 0 THEN
              PERFORM IMPRIMIR-INTRACOM.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'TOTALES: ' TO TOT-ROT.
           MOVE TOT-BASE  TO TOT-BAS.
           MOVE TOT-CUOTA TO TOT-CUO.
           MOVE TOT-RECARGO TO TOT-REC.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
      *
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           MOVE TT-TIPO(TIPIDX)  TO DET-TIPO.
           MOVE TT-BASE(TIPIDX)  TO DET-BASE.
           MOVE TT-CUOTA(TIPIDX) TO DET-CUO.
           MOVE TT-REC(TIPIDX)   TO DET-REC.
           WRITE LIN-IMPR FROM LINEA-TIPO AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       IMPRIMIR-INTRACOM.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE INTRA-BASE TO DET-IBAS.
           WRITE LIN-IMPR FROM LINEA-INTRA AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
      * ************************************************
      * Rehace el resumen del trimestre en IVATRIM.DAT: borra
      * el que hubiera del libro R y graba un registro por tipo,
      * mas el de las entregas intracomunitarias si las hay
      * ************************************************
       GUARDAR-RESUMEN.
           MOVE EMP-TRA TO IVTEMP.
           MOVE SEL-AA TO IVTAA.
           MOVE SEL-T  TO IVTTRI.
           MOVE 'R'    TO IVTLIB.
           MOVE ZEROS  TO IVTTIP.
           MOVE SPACE  TO FINIVT.
           START FIVT KEY IS NOT LESS IVTCLAVE INVALID KEY
                                      MOVE 'S' TO FINIVT.
           IF FINIVT NOT = 'S' THEN
              READ FIVT NEXT RECORD AT END MOVE 'S' TO FINIVT.
           PERFORM BORRAR-RESUMEN UNTIL FINIVT = 'S'.
      *
           PERFORM GRABAR-RESUMEN
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
           IF NUMINT > 0 THEN
              PERFORM GRABAR-RESUMEN-INTRACOM.
      *
       BORRAR-RESUMEN.
           IF IVTEMP NOT = EMP-TRA OR IVTAA NOT = SEL-AA
                     OR IVTTRI NOT = SEL-T OR IVTLIB NOT = 'R' THEN
              MOVE 'S' TO FINIVT
            ELSE
              DELETE FIVT RECORD
              READ FIVT NEXT RECORD AT END MOVE 'S' TO FINIVT.
      *
       GRABAR-RESUMEN.
           MOVE EMP-TRA TO IVTEMP.
           MOVE SEL-AA TO IVTAA.
           MOVE SEL-T  TO IVTTRI.
           MOVE 'R'    TO IVTLIB.
           MOVE TT-TIPO(TIPIDX)  TO IVTTIP.
           MOVE TT-BASE(TIPIDX)  TO IVTBAS.
           MOVE TT-CUOTA(TIPIDX) TO IVTCUO.
           MOVE TT-REC(TIPIDX)   TO IVTREC.
           WRITE REGIVT.
           IF FS-FIVT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FIVT.
      *
       GRABAR-RESUMEN-INTRACOM.
           MOVE EMP-TRA TO IVTEMP.
           MOVE SEL-AA TO IVTAA.
           MOVE SEL-T  TO IVTTRI.
           MOVE 'R'    TO IVTLIB.
           SET IVT-INTRACOM TO TRUE.
           MOVE INTRA-BASE TO IVTBAS.
           MOVE 0 TO IVTCUO.
           MOVE 0 TO IVTREC.
           WRITE REGIVT.
           IF FS-FIVT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FIVT.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD12E6  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           COMPUTE CTA-ESC = NUMFAC + NUMABO.
           MOVE 0          TO CTA-REC.
           MOVE TOT-FACT   TO CTA-IMP.
           MOVE TOT-BASE   TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FIVT.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FIVT    LINE 23 POSITION 40 REVERSE.
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
           MOVE EMA-COD TO EMP-TRA.
      *
      * ************************************************
      * Empresa del grupo del cliente EMA-CLI (rutina comun
      * EMPRESA): EMA-OK 'S' si es la de trabajo
      * ************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
