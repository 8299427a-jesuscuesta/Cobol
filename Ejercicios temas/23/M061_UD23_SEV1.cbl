123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E1.
       REMARKS. UNIDAD 23 EJERCICIO 1.
      *
      * Propuesta de pagos a proveedores, la otra cara de la remesa
      * de cobros UD17E3. Con la opcion de propuesta, recorre
      * FACPROV.DAT y toma las facturas conformes (FPR-CONFORME)
      * que vencen hasta la fecha tecleada (validada con DATEVAL),
      * numerando el lote desde PAGOS.CTR y grabando cada factura
      * en PAGOPROV.DAT (trazado REGTRF, estado propuesta); una
      * factura que ya viaja en un lote abierto no se vuelve a
      * proponer, y si no entra ninguna no se numera lote. Si hay
      * mas facturas en lotes abiertos de las que caben en la
      * tabla, no se propone nada hasta confirmar alguno de ellos.
      * La propuesta se imprime por proveedor en
      * PAGOS.PRN para revisarla, y cualquier factura se puede
      * excluir (o volver a incluir) antes de generar, volviendo a
      * imprimir la propuesta al terminar. Al generar,
      * se escribe el fichero de transferencias para el banco
      * TRANSFER.CSV (texto delimitado por punto y coma, como
      * REMESA.CSV), con una transferencia por proveedor a su
      * cuenta PRVIBA, y el aviso de pago de cada proveedor, una
      * pagina por proveedor con las facturas que se le pagan, en
      * el mismo PAGOS.PRN. Los proveedores sin IBAN no entran en el
      * fichero: sus facturas quedan excluidas del lote y se pagan
      * a mano por UD17E7. Solo al confirmar que el banco acepto el
      * lote se marcan las facturas como pagadas (FPR-PAGADA); si
      * el banco lo rechaza, las facturas vuelven a estar libres
      * para la siguiente propuesta.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPRV ASSIGN TO DISK 'PROVEEDOR.DAT'
            RECORD KEY IS PRVCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPRV.
      *
      * FFPR se abre en I-O: la confirmacion del lote deja las
      * facturas pagadas.
            SELECT FFPR ASSIGN TO DISK 'FACPROV.DAT'
            RECORD KEY IS FPRNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPR.
      *
            SELECT FTRF ASSIGN TO DISK 'PAGOPROV.DAT'
            RECORD KEY IS TRFCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTRF.
      *
      * Contador de numeros de lote de pagos (un unico registro,
      * clave fija), gemelo de REMESAS.CTR.
            SELECT FCTR ASSIGN TO DISK 'PAGOS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
      * Fichero de transferencias para el banco (texto delimitado
      * por punto y coma, como REMESA.CSV).
            SELECT FCSV ASSIGN TO DISK 'TRANSFER.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FCSV.
      *
      * Propuesta de pagos o avisos de pago (texto, una linea de
      * 80 columnas por registro), para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'PAGOS.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPRV LABEL RECORD IS STANDARD.
           COPY REGPRV.
      *
       FD FFPR LABEL RECORD IS STANDARD.
           COPY REGFPR.
      *
       FD FTRF LABEL RECORD IS STANDARD.
           COPY REGTRF.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(4).
      *
       FD FCSV LABEL RECORD IS STANDARD.
       01 LIN-CSV PIC X(100).
      *
       FD FLISTA LABEL RECORD IS STANDARD.
       01 LIN-IMPR PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 FINLEC      PIC X.
       77 FINFPR      PIC X.
       77 FINTRF      PIC X.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <P>ropuesta <E>xcluir <G>enerar <C>onfirmar <F>in'.
       77 ERROR-L    PIC X(50) VALUE 'ERROR! El lote NO existe.'.
       77 ERROR-P    PIC X(50) VALUE
           'ERROR! El lote no tiene facturas propuestas.'.
       77 ERROR-E    PIC X(50) VALUE
           'ERROR! El lote no tiene transferencias enviadas.'.
       77 ERROR-F    PIC X(50) VALUE
           'ERROR! La factura NO esta en el lote.'.
       77 ERROR-N    PIC X(50) VALUE
           'La factura ya salio al banco: no se puede excluir.'.
       77 ERROR-V    PIC X(50) VALUE
           'No hay facturas que proponer: no se crea el lote.'.
       77 ERROR-T    PIC X(50) VALUE
           'Demasiadas facturas en lotes abiertos. Confirme.'.
      *
       77 OPCION     PIC X.
       77 CONTINUA   PIC X.
       77 EXISTE     PIC X.
       77 ACEPTA     PIC X.
      *
      * Datos tecleados por el operador.
       77 NUMLOT-E   PIC 9(4).
       77 FPRNUM-E   PIC 9(6).
       77 VTO-E      PIC 9(8).
      *
      * Fecha limite de vencimiento en forma AAAAMMDD, para
      * compararla con FPRVTO.
       01 VTO-DMA.
           02 VTD-DD  PIC 99.
           02 VTD-MM  PIC 99.
           02 VTD-AA  PIC 9999.
       01 VTO-AMD.
           02 VTA-AA  PIC 9999.
           02 VTA-MM  PIC 99.
           02 VTA-DD  PIC 99.
       01 VTO-HASTA REDEFINES VTO-AMD PIC 9(8).
      *
       77 VTO-N       PIC 9(8).
      *
      * Facturas que ya viajan en un lote abierto (propuestas o
      * enviadas): no se vuelven a proponer.
       77 MAXABI      PIC 999 VALUE 500.
       77 NUMABI      PIC 999 VALUE 0.
       77 ABIIDX      PIC 999.
       77 ABI-LLENA   PIC X   VALUE 'N'.
       01 TABLA-ABIERTAS.
           02 ABI-FPR PIC 9(6) OCCURS 500 TIMES.
      *
      * Numero de lote asignado o tecleado, recuentos y totales.
       77 NUMLOT      PIC 9(4).
       77 NUMFAC      PIC 9(5).
       77 NUMTRF      PIC 9(5).
       77 NUMSIN      PIC 9(5).
       77 TOTLOT      PIC 9(9)V99.
       77 TOTPRV      PIC 9(9)V99.
       77 ZTOT        PIC ZZZZ.ZZ9,99.
       77 ZREC        PIC ZZZZ9.
      *
      * Estado de las facturas que se recorren del lote: propuestas
      * en la propuesta, enviadas en los avisos de pago.
       77 EST-SEL     PIC X.
      * Pagina nueva por proveedor (avisos de pago).
       77 SALTO-PRV   PIC X.
       77 HAY-PROV    PIC X.
      *
      * Importe con coma decimal visible, para el fichero CSV.
       77 IMP-ED      PIC 9(9),99.
      * Longitud util del nombre del proveedor para el CSV.
       77 LONNOM      PIC 99.
      *
      * Paginacion del listado.
       77 NUMPAG      PIC 999 VALUE 0.
       77 LINPAG      PIC 99  VALUE 0.
       77 MAXLIN      PIC 99  VALUE 55.
      *
      * Argumentos de la rutina comun DATEVAL (DDMMAAAA).
       77 FECHA-VAL   PIC 9(8).
       77 FECHA-OK    PIC X.
       77 FECHA-MSG   PIC X(40).
      *
       77 FS-FPRV     PIC XX.
       77 FS-FFPR     PIC XX.
       77 FS-FTRF     PIC XX.
       77 FS-FCTR     PIC XX.
       77 FS-FCSV     PIC XX.
       77 FS-FLISTA   PIC XX.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
       01 FF1.
           02 AA1     PIC 9999.
           02 MM1     PIC 99.
           02 DD1     PIC 99.
       01 FF2.
           02 DD2     PIC 99.
           02 GT1     PIC X   VALUE '/'.
           02 MM2     PIC 99.
           02 GT2     PIC X   VALUE '/'.
           02 AA2     PIC 9999.
      *
       01 CAB-CSV    PIC X(40) VALUE
           'LOTE;IBAN;IMPORTE;PROVEEDOR;NOMBRE'.
      *
      * Lineas de cabecera de pagina.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'Empresa distribuidora, S.A.'.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pagina: '.
           02 CAB-PAG PIC ZZ9.
           02 FILLER  PIC X(8)  VALUE SPACES.
      *
       01 CABECERA-2.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'Grupo D&S'.
           02 FILLER  PIC X(50) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(25) VALUE SPACES.
           02 CAB-TIT PIC X(26).
           02 FILLER  PIC X(6)  VALUE 'Lote: '.
           02 CAB-LOT PIC 9(4).
           02 FILLER  PIC X(19) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(5)  VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'Factura'.
           02 FILLER  PIC X(15) VALUE 'Referencia'.
           02 FILLER  PIC X(13) VALUE 'Fecha'.
           02 FILLER  PIC X(13) VALUE 'Vencim.'.
           02 FILLER  PIC X(14) VALUE '      Importe'.
           02 FILLER  PIC X(11) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Rotulo del proveedor: codigo, nombre, direccion y cuenta.
       01 LINEA-PROV.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Proveedor: '.
           02 PRV-COD  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 PRV-NOM  PIC X(20).
           02 FILLER   PIC X(40) VALUE SPACES.
      *
       01 LINEA-DIR.
           02 FILLER   PIC X(14) VALUE SPACES.
           02 DIR-DIR  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DIR-POB  PIC X(20).
           02 FILLER   PIC X(24) VALUE SPACES.
      *
       01 LINEA-IBAN.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Cuenta...: '.
           02 IBA-IBA  PIC X(24).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 IBA-OBS  PIC X(40).
      *
      * Linea de detalle de una factura del lote.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(5)  VALUE SPACES.
           02 DET-FAC  PIC 9(6).
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-REF  PIC X(12).
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-FEC  PIC 99/99/9999.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-VTO  PIC 99/99/9999.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-IMP  PIC ZZZZ.ZZ9,99.
           02 FILLER   PIC X(14) VALUE SPACES.
      *
      * Linea de total del proveedor / total del lote.
       01 LINEA-SUBTOTAL.
           02 FILLER   PIC X(5)  VALUE SPACES.
           02 SUB-ROT  PIC X(20).
           02 FILLER   PIC X(27) VALUE SPACES.
           02 SUB-IMP  PIC ZZZZZZ.ZZ9,99.
           02 FILLER   PIC X(15) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: estos programas se
      * lanzan tambien desde el menu general UD05E1 con CALL.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMABI.
           OPEN INPUT FPRV.
           IF FS-FPRV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPRV
              GOBACK.
      *
           OPEN I-O FFPR.
           IF FS-FFPR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFPR
              GOBACK.
      *
      * PAGOPROV.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio, igual que REMESAS.DAT en UD17E3.
           OPEN I-O FTRF.
           IF FS-FTRF = '35' THEN
              OPEN OUTPUT FTRF
              CLOSE FTRF
              OPEN I-O FTRF.
           IF FS-FTRF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTRF
              GOBACK.
      *
      * PAGOS.CTR se crea con un unico registro en cero la
      * primera vez, igual que REMESAS.CTR en UD17E3.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'T' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE SPACES TO OPCION.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM PEDIR UNTIL OPCION = 'F' OR OPCION = 'f'.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FPRV FFPR FTRF FCTR.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
      * ************************************************
       PANTALLA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'Fecha:'       NO ADVANCING LINE  1 POSITION 60 HIGH.
           DISPLAY FF2.
           DISPLAY 'PROPUESTA DE PAGOS A PROVEEDORES'
                                   LINE  3 POSITION 24 REVERSE HIGH.
      *
           DISPLAY 'Num. lote...:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Vence hasta.:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Facturas....:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Importe.....:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Factura.....:' LINE 15 POSITION 10 HIGH.
      *
      * ************************************************
      * Pedir opcion a realizar
      * ************************************************
       PEDIR.
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGOPC          LINE 23 POSITION 14 REVERSE.
           PERFORM BORRAR-PANTALLA.
           MOVE SPACES TO OPCION.
           ACCEPT OPCION    LINE 23 POSITION 76 OFF NO BEEP.
           IF OPCION = 'P' OR OPCION = 'p' THEN
              PERFORM PROPUESTA
            ELSE
              IF OPCION = 'E' OR OPCION = 'e' THEN
                 PERFORM EXCLUIR
               ELSE
                 IF OPCION = 'G' OR OPCION = 'g' THEN
                    PERFORM GENERAR
                  ELSE
                    IF OPCION = 'C' OR OPCION = 'c' THEN
                       PERFORM CONFIRMAR.
      *
      * ************************************************
      * Propuesta: facturas conformes que vencen hasta la fecha
      * tecleada, a un lote nuevo, e impresion de la propuesta
      * ************************************************
       PROPUESTA.
           MOVE ZEROS TO VTO-E.
           ACCEPT VTO-E LINE 9 POSITION 24 NO BEEP.
           MOVE VTO-E TO FECHA-VAL.
           CALL 'DATEVAL' USING FECHA-VAL, FECHA-OK, FECHA-MSG.
           IF FECHA-OK NOT = 'S' THEN
              DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              MOVE VTO-E  TO VTO-DMA
              MOVE VTD-AA TO VTA-AA
              MOVE VTD-MM TO VTA-MM
              MOVE VTD-DD TO VTA-DD
              PERFORM CARGAR-ABIERTAS
              IF ABI-LLENA = 'S' THEN
                 DISPLAY ERROR-T LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM CONTAR-PROPUESTAS
                 IF NUMFAC = 0 THEN
                    DISPLAY ERROR-V LINE 23 POSITION 14 REVERSE
                    PERFORM CONTINUAR
                  ELSE
                    PERFORM GENERAR-PROPUESTA.
      *
       GENERAR-PROPUESTA.
           PERFORM SIGUIENTE-LOTE.
           DISPLAY NUMLOT LINE 7 POSITION 24.
           MOVE 0 TO NUMFAC.
           MOVE 0 TO TOTLOT.
           PERFORM SELECCIONAR-FACTURAS.
           MOVE NUMFAC TO ZREC.
           DISPLAY ZREC LINE 11 POSITION 24.
           MOVE TOTLOT TO ZTOT.
           DISPLAY ZTOT LINE 13 POSITION 24.
           PERFORM IMPRIMIR-PROPUESTA.
           DISPLAY 'PROPUESTA GENERADA! (PAGOS.PRN)'
                   LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Apunta las facturas que ya viajan en un lote abierto
      * (propuestas o enviadas al banco)
      * ************************************************
       CARGAR-ABIERTAS.
           MOVE 0 TO NUMABI.
           MOVE 'N' TO ABI-LLENA.
           MOVE SPACE TO FINTRF.
           MOVE ZEROS TO TRFCLAVE.
           START FTRF KEY IS NOT LESS TRFCLAVE INVALID KEY
                                      MOVE 'S' TO FINTRF.
           IF FINTRF NOT = 'S' THEN
              READ FTRF NEXT RECORD AT END MOVE 'S' TO FINTRF.
           PERFORM APUNTAR-ABIERTA UNTIL FINTRF = 'S'.
      *
       APUNTAR-ABIERTA.
           IF TRF-PROPUESTA OR TRF-ENVIADA THEN
              IF NUMABI < MAXABI THEN
                 ADD 1 TO NUMABI
                 MOVE TRFFPR TO ABI-FPR(NUMABI)
               ELSE
                 MOVE 'S' TO ABI-LLENA
                 MOVE 'S' TO FINTRF.
           IF FINTRF NOT = 'S' THEN
              READ FTRF NEXT RECORD AT END MOVE 'S' TO FINTRF.
      *
      * ************************************************
      * Calcula el siguiente numero de lote desde PAGOS.CTR
      * ************************************************
       SIGUIENTE-LOTE.
           MOVE 'T' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO NUMLOT.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
      * ************************************************
      * Recorre FACPROV.DAT y propone las conformes que vencen
      * hasta la fecha y no estan ya en un lote abierto
      * ************************************************
       SELECCIONAR-FACTURAS.
           MOVE SPACE TO FINFPR.
           MOVE ZEROS TO FPRNUM.
           START FFPR KEY IS NOT LESS FPRNUM INVALID KEY
                                      MOVE 'S' TO FINFPR.
           IF FINFPR NOT = 'S' THEN
              READ FFPR NEXT RECORD AT END MOVE 'S' TO FINFPR.
           PERFORM REVISAR-FACTURA UNTIL FINFPR = 'S'.
      *
       REVISAR-FACTURA.
           MOVE FPRVTO TO VTO-N.
           IF FPR-CONFORME AND VTO-N NOT > VTO-HASTA THEN
              PERFORM COMPROBAR-ABIERTA
              IF EXISTE = SPACES THEN
                 PERFORM GRABAR-PROPUESTA.
      *
           READ FFPR NEXT RECORD AT END MOVE 'S' TO FINFPR.
      *
      * Primera pasada, sin grabar nada: cuantas facturas entrarian
      * en el lote. Sin ninguna no se gasta numero de lote.
       CONTAR-PROPUESTAS.
           MOVE 0 TO NUMFAC.
           MOVE SPACE TO FINFPR.
           MOVE ZEROS TO FPRNUM.
           START FFPR KEY IS NOT LESS FPRNUM INVALID KEY
                                      MOVE 'S' TO FINFPR.
           IF FINFPR NOT = 'S' THEN
              READ FFPR NEXT RECORD AT END MOVE 'S' TO FINFPR.
           PERFORM CONTAR-CANDIDATA UNTIL FINFPR = 'S'.
      *
       CONTAR-CANDIDATA.
           MOVE FPRVTO TO VTO-N.
           IF FPR-CONFORME AND VTO-N NOT > VTO-HASTA THEN
              PERFORM COMPROBAR-ABIERTA
              IF EXISTE = SPACES THEN
                 ADD 1 TO NUMFAC.
      *
           READ FFPR NEXT RECORD AT END MOVE 'S' TO FINFPR.
      *
       COMPROBAR-ABIERTA.
           MOVE SPACES TO EXISTE.
           MOVE 1 TO ABIIDX.
           PERFORM AVANZAR-ABIERTA
              UNTIL ABIIDX > NUMABI OR ABI-FPR(ABIIDX) = FPRNUM.
           IF ABIIDX NOT > NUMABI THEN
              MOVE 'S' TO EXISTE.
      *
       AVANZAR-ABIERTA.
           ADD 1 TO ABIIDX.
      *
       GRABAR-PROPUESTA.
           MOVE NUMLOT TO TRFNUM.
           MOVE FPRNUM TO TRFFPR.
           MOVE FPRPRV TO TRFPRV.
           MOVE FPRIMP TO TRFIMP.
           MOVE AA1    TO TRFAA.
           MOVE MM1    TO TRFMM.
           MOVE DD1    TO TRFDD.
           SET TRF-PROPUESTA TO TRUE.
           WRITE REGTRF.
           IF FS-FTRF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTRF
            ELSE
              ADD 1 TO NUMFAC
              ADD FPRIMP TO TOTLOT.
      *
      * ************************************************
      * Excluye una factura propuesta del lote, o la vuelve a
      * incluir si ya estaba excluida; se repite hasta teclear
      * la factura a cero
      * ************************************************
       EXCLUIR.
           PERFORM PEDIR-LOTE.
           IF EXISTE = SPACES THEN
              MOVE 1 TO FPRNUM-E
              PERFORM EXCLUIR-FACTURA UNTIL FPRNUM-E = ZEROS
              PERFORM IMPRIMIR-PROPUESTA.
      *
       EXCLUIR-FACTURA.
           DISPLAY SPACES LINE 15 POSITION 24 ERASE EOL.
           MOVE ZEROS TO FPRNUM-E.
           ACCEPT FPRNUM-E LINE 15 POSITION 24 NO BEEP.
           IF FPRNUM-E NOT = ZEROS THEN
              MOVE NUMLOT   TO TRFNUM
              MOVE FPRNUM-E TO TRFFPR
              PERFORM LEER-DEL-LOTE
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-F LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM CAMBIAR-EXCLUSION.
      *
       LEER-DEL-LOTE.
           MOVE SPACES TO EXISTE.
           READ FTRF RECORD KEY IS TRFCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       CAMBIAR-EXCLUSION.
           MOVE TRFIMP TO ZTOT.
           DISPLAY TRFPRV LINE 15 POSITION 32.
           DISPLAY ZTOT   LINE 15 POSITION 38.
           IF TRF-PROPUESTA THEN
              SET TRF-EXCLUIDA TO TRUE
              DISPLAY 'EXCLUIDA' LINE 15 POSITION 52
            ELSE
              IF TRF-EXCLUIDA THEN
                 SET TRF-PROPUESTA TO TRUE
                 DISPLAY 'INCLUIDA' LINE 15 POSITION 52
               ELSE
                 MOVE 'N' TO EXISTE
                 DISPLAY ERROR-N LINE 23 POSITION 14 REVERSE.
           IF EXISTE = SPACES THEN
              REWRITE REGTRF
              IF FS-FTRF NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FTRF.
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Pide un numero de lote y comprueba que existe en
      * PAGOPROV.DAT (deja EXISTE en blanco si existe)
      * ************************************************
       PEDIR-LOTE.
           MOVE ZEROS TO NUMLOT-E.
           ACCEPT NUMLOT-E LINE 7 POSITION 24 NO BEEP.
           MOVE NUMLOT-E TO NUMLOT.
      *
           MOVE NUMLOT TO TRFNUM.
           MOVE ZEROS  TO TRFFPR.
           MOVE SPACES TO EXISTE.
           START FTRF KEY IS NOT LESS TRFCLAVE INVALID KEY
                                      MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              READ FTRF NEXT RECORD AT END MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND TRFNUM NOT = NUMLOT THEN
              MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-L LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Genera el fichero de transferencias del lote (una por
      * proveedor) y los avisos de pago
      * ************************************************
       GENERAR.
           PERFORM PEDIR-LOTE.
           IF EXISTE = SPACES THEN
              MOVE 'P' TO EST-SEL
              PERFORM CONTAR-ESTADO
              IF NUMFAC = 0 THEN
                 DISPLAY ERROR-P LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM ESCRIBIR-TRANSFERENCIAS.
      *
       ESCRIBIR-TRANSFERENCIAS.
           OPEN OUTPUT FCSV.
           IF FS-FCSV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCSV
            ELSE
              MOVE CAB-CSV TO LIN-CSV
              WRITE LIN-CSV
              MOVE 0 TO NUMTRF
              MOVE 0 TO NUMSIN
              MOVE 0 TO TOTLOT
              PERFORM TRANSFERIR-PROVEEDORES
              CLOSE FCSV
              MOVE NUMTRF TO ZREC
              DISPLAY ZREC LINE 11 POSITION 24
              MOVE TOTLOT TO ZTOT
              DISPLAY ZTOT LINE 13 POSITION 24
              MOVE 'AVISO DE PAGO' TO CAB-TIT
              MOVE 'E' TO EST-SEL
              MOVE 'S' TO SALTO-PRV
              PERFORM IMPRIMIR-LOTE
              IF NUMSIN > 0 THEN
                 DISPLAY 'Proveedores sin IBAN (excluidos):'
                         LINE 17 POSITION 10 HIGH
                 MOVE NUMSIN TO ZREC
                 DISPLAY ZREC LINE 17 POSITION 44.
              DISPLAY 'TRANSFERENCIAS GENERADAS! (TRANSFER.CSV)'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Recorre PROVEEDOR.DAT por codigo y, para cada proveedor
      * con facturas propuestas en el lote, escribe su
      * transferencia
      * ************************************************
       TRANSFERIR-PROVEEDORES.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO PRVCOD.
           START FPRV KEY IS NOT LESS PRVCOD INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FPRV NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM TRANSFERIR-PROVEEDOR UNTIL FINLEC = 'S'.
      *
       TRANSFERIR-PROVEEDOR.
           MOVE 0 TO TOTPRV.
           MOVE 'N' TO HAY-PROV.
           PERFORM POSICIONAR-LOTE.
           PERFORM MARCAR-FACTURA UNTIL FINTRF = 'S'.
      *
           IF HAY-PROV = 'S' AND PRVIBA = SPACES THEN
              ADD 1 TO NUMSIN
            ELSE
              IF HAY-PROV = 'S' THEN
                 PERFORM ESCRIBIR-CSV
                 ADD 1 TO NUMTRF
                 ADD TOTPRV TO TOTLOT.
      *
           READ FPRV NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * Cada factura propuesta del proveedor pasa a enviada, o a
      * excluida si el proveedor no tiene cuenta donde pagarle.
       MARCAR-FACTURA.
           IF TRFPRV = PRVCOD AND TRF-PROPUESTA THEN
              MOVE 'S' TO HAY-PROV
              IF PRVIBA = SPACES THEN
                 SET TRF-EXCLUIDA TO TRUE
               ELSE
                 SET TRF-ENVIADA TO TRUE
                 ADD TRFIMP TO TOTPRV.
           IF TRFPRV = PRVCOD AND (TRF-ENVIADA OR TRF-EXCLUIDA) THEN
              REWRITE REGTRF
              IF FS-FTRF NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FTRF.
      *
           PERFORM SIGUIENTE-DEL-LOTE.
      *
       ESCRIBIR-CSV.
           PERFORM CALC-LONNOM.
           MOVE TOTPRV TO IMP-ED.
      *
           MOVE SPACES TO LIN-CSV.
           STRING NUMLOT                DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  PRVIBA                DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  IMP-ED                DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  PRVCOD                DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  PRVNOM (1:LONNOM)     DELIMITED BY SIZE
             INTO LIN-CSV.
           WRITE LIN-CSV.
           IF FS-FCSV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCSV.
      *
      * ************************************************
      * Calcula la longitud util del nombre del proveedor
      * ************************************************
       CALC-LONNOM.
           MOVE 20 TO LONNOM.
           PERFORM RETROCEDER-LONNOM
              UNTIL PRVNOM(LONNOM:1) NOT = SPACE OR LONNOM = 1.
      *
       RETROCEDER-LONNOM.
           SUBTRACT 1 FROM LONNOM.
      *
      * ************************************************
      * Confirmacion del banco: con el lote aceptado, las
      * facturas enviadas quedan pagadas; con el lote rechazado,
      * vuelven a estar libres para otra propuesta
      * ************************************************
       CONFIRMAR.
           PERFORM PEDIR-LOTE.
           IF EXISTE = SPACES THEN
              MOVE 'E' TO EST-SEL
              PERFORM CONTAR-ESTADO
              IF NUMFAC = 0 THEN
                 DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM PEDIR-ACEPTACION.
      *
       PEDIR-ACEPTACION.
           MOVE NUMFAC TO ZREC.
           DISPLAY ZREC LINE 11 POSITION 24.
           MOVE TOTLOT TO ZTOT.
           DISPLAY ZTOT LINE 13 POSITION 24.
           DISPLAY 'Acepto el banco el lote? (S/N):'
                                   LINE 17 POSITION 10 HIGH.
           MOVE SPACES TO ACEPTA.
           ACCEPT ACEPTA LINE 17 POSITION 43 NO BEEP.
           IF ACEPTA = 'S' OR ACEPTA = 's' THEN
              MOVE 'S' TO ACEPTA
            ELSE
              IF ACEPTA = 'N' OR ACEPTA = 'n' THEN
                 MOVE 'N' TO ACEPTA
               ELSE
                 MOVE SPACES TO ACEPTA.
      *
           IF ACEPTA NOT = SPACES THEN
              PERFORM POSICIONAR-LOTE
              PERFORM CERRAR-FACTURA UNTIL FINTRF = 'S'
              IF ACEPTA = 'S' THEN
                 DISPLAY 'LOTE PAGADO! Facturas marcadas pagadas.'
                         LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY 'LOTE RECHAZADO! Facturas liberadas.'
                         LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
      *
       CERRAR-FACTURA.
           IF TRF-ENVIADA THEN
              IF ACEPTA = 'S' THEN
                 PERFORM PAGAR-FACTURA
                 SET TRF-PAGADA TO TRUE
               ELSE
                 SET TRF-RECHAZADA TO TRUE.
           IF TRF-PAGADA OR TRF-RECHAZADA THEN
              REWRITE REGTRF
              IF FS-FTRF NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FTRF.
      *
           PERFORM SIGUIENTE-DEL-LOTE.
      *
      * La factura se marca pagada como hace la opcion de pago de
      * UD17E7; si alguien ya la marco a mano, se deja como esta.
       PAGAR-FACTURA.
           MOVE TRFFPR TO FPRNUM.
           MOVE SPACES TO EXISTE.
           READ FFPR RECORD KEY IS FPRNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND NOT FPR-PAGADA THEN
              SET FPR-PAGADA TO TRUE
              REWRITE REGFPR
              IF FS-FFPR NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FFPR.
      *
      * ************************************************
      * Cuenta las facturas del lote en el estado EST-SEL y
      * suma su importe
      * ************************************************
       CONTAR-ESTADO.
           MOVE 0 TO NUMFAC.
           MOVE 0 TO TOTLOT.
           PERFORM POSICIONAR-LOTE.
           PERFORM CONTAR-FACTURA UNTIL FINTRF = 'S'.
      *
       CONTAR-FACTURA.
           IF TRFEST = EST-SEL THEN
              ADD 1 TO NUMFAC
              ADD TRFIMP TO TOTLOT.
           PERFORM SIGUIENTE-DEL-LOTE.
      *
      * ************************************************
      * Coloca la lectura en la primera factura del lote y lee
      * la siguiente; FINTRF marca el final del lote
      * ************************************************
       POSICIONAR-LOTE.
           MOVE SPACE  TO FINTRF.
           MOVE NUMLOT TO TRFNUM.
           MOVE ZEROS  TO TRFFPR.
           START FTRF KEY IS NOT LESS TRFCLAVE INVALID KEY
                                      MOVE 'S' TO FINTRF.
           IF FINTRF NOT = 'S' THEN
              READ FTRF NEXT RECORD AT END MOVE 'S' TO FINTRF.
           IF FINTRF NOT = 'S' AND TRFNUM NOT = NUMLOT THEN
              MOVE 'S' TO FINTRF.
      *
       SIGUIENTE-DEL-LOTE.
           READ FTRF NEXT RECORD AT END MOVE 'S' TO FINTRF.
           IF FINTRF NOT = 'S' AND TRFNUM NOT = NUMLOT THEN
              MOVE 'S' TO FINTRF.
      *
      * ************************************************
      * Imprime la propuesta del lote en curso
      * ************************************************
       IMPRIMIR-PROPUESTA.
           MOVE 'PROPUESTA DE PAGOS' TO CAB-TIT.
           MOVE 'P' TO EST-SEL.
           MOVE 'N' TO SALTO-PRV.
           PERFORM IMPRIMIR-LOTE.
      *
      * ************************************************
      * Imprime las facturas del lote en el estado EST-SEL
      * agrupadas por proveedor (propuesta o avisos de pago)
      * ************************************************
       IMPRIMIR-LOTE.
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
            ELSE
              PERFORM LISTAR-LOTE
              CLOSE FLISTA.
      *
       LISTAR-LOTE.
           MOVE 0  TO NUMPAG.
           MOVE 99 TO LINPAG.
           MOVE 0  TO TOTLOT.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO PRVCOD.
           START FPRV KEY IS NOT LESS PRVCOD INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FPRV NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM IMPRIMIR-PROVEEDOR UNTIL FINLEC = 'S'.
           PERFORM TOTAL-LOTE.
      *
       IMPRIMIR-PROVEEDOR.
           MOVE 0 TO TOTPRV.
           MOVE 'N' TO HAY-PROV.
           PERFORM POSICIONAR-LOTE.
           PERFORM IMPRIMIR-FACTURA UNTIL FINTRF = 'S'.
           IF HAY-PROV = 'S' THEN
              PERFORM SUBTOTAL-PROVEEDOR.
      *
           READ FPRV NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       IMPRIMIR-FACTURA.
           IF TRFPRV = PRVCOD AND TRFEST = EST-SEL THEN
              IF HAY-PROV = 'N' THEN
                 MOVE 'S' TO HAY-PROV
                 PERFORM ROTULO-PROVEEDOR
              PERFORM LINEA-FACTURA.
           PERFORM SIGUIENTE-DEL-LOTE.
      *
       LINEA-FACTURA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE TRFFPR TO FPRNUM.
           MOVE SPACES TO EXISTE.
           READ FFPR RECORD KEY IS FPRNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           MOVE TRFFPR TO DET-FAC.
           MOVE TRFIMP TO DET-IMP.
           IF EXISTE = SPACES THEN
              MOVE FPRREF TO DET-REF
              MOVE FPRDD  TO DD2
              MOVE FPRMM  TO MM2
              MOVE FPRAA  TO AA2
              MOVE FF2    TO DET-FEC
              MOVE FPVDD  TO DD2
              MOVE FPVMM  TO MM2
              MOVE FPVAA  TO AA2
              MOVE FF2    TO DET-VTO
            ELSE
              MOVE SPACES TO DET-REF
              MOVE ZEROS  TO DET-FEC DET-VTO.
      *
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
           ADD TRFIMP TO TOTPRV.
      *
      * Se restaura la fecha del dia en FF2, que comparten las
      * cabeceras de pagina.
           MOVE DD1 TO DD2.
           MOVE MM1 TO MM2.
           MOVE AA1 TO AA2.
      *
      * ************************************************
      * Escribe el rotulo del proveedor en curso; en los avisos
      * de pago cada proveedor empieza en pagina nueva
      * ************************************************
       ROTULO-PROVEEDOR.
           IF SALTO-PRV = 'S' OR LINPAG > MAXLIN - 4 THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           MOVE PRVCOD TO PRV-COD.
           MOVE PRVNOM TO PRV-NOM.
           WRITE LIN-IMPR FROM LINEA-PROV AFTER ADVANCING 1 LINE.
           MOVE PRVDIR TO DIR-DIR.
           MOVE PRVPOB TO DIR-POB.
           WRITE LIN-IMPR FROM LINEA-DIR AFTER ADVANCING 1 LINE.
           MOVE PRVIBA TO IBA-IBA.
           IF PRVIBA = SPACES THEN
              MOVE '(sin IBAN: no entra en la transferencia)'
                   TO IBA-OBS
            ELSE
              MOVE SPACES TO IBA-OBS.
           WRITE LIN-IMPR FROM LINEA-IBAN AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 4 TO LINPAG.
      *
      * ************************************************
      * Escribe el total del proveedor y acumula al del lote
      * ************************************************
       SUBTOTAL-PROVEEDOR.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           IF SALTO-PRV = 'S' THEN
              MOVE 'Total transferido..:' TO SUB-ROT
            ELSE
              MOVE 'Total proveedor....:' TO SUB-ROT.
           MOVE TOTPRV TO SUB-IMP.
           WRITE LIN-IMPR FROM LINEA-SUBTOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
           ADD TOTPRV TO TOTLOT.
      *
      * ************************************************
      * Escribe el total del lote
      * ************************************************
       TOTAL-LOTE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL DEL LOTE.....:' TO SUB-ROT.
           MOVE TOTLOT TO SUB-IMP.
           WRITE LIN-IMPR FROM LINEA-SUBTOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
      * ************************************************
       CABECERA.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG TO CAB-PAG.
           MOVE FF2    TO CAB-FEC.
           MOVE NUMLOT TO CAB-LOT.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 7 TO LINPAG.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  7 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 17 POSITION 10 ERASE EOL.
      *
      * ************************************************
      * Pulsar tecla para continuar
      * ************************************************
        CONTINUAR.
           DISPLAY 'Pulse una tecla para continuar'
                            LINE 23 POSITION 45 REVERSE BEEP.
           ACCEPT CONTINUA  LINE 23 POSITION 75 REVERSE OFF NO BEEP.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPRV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPRV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFPR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFPR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FTRF.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTRF   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCSV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCSV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
