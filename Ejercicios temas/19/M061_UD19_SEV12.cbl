123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD19E12.
       REMARKS. UNIDAD 19 EJERCICIO 12.
      *
      * Ordenes de montaje y desmontaje de kits (ORDMONT.DAT,
      * numeradas desde ORDMONT.CTR). Para la campana de Navidad
      * las cestas se montan semanas antes de venderlas, asi que
      * el kit deja de ser solo una composicion que la expedicion
      * UD11E4 explota al vender: pasa a tener stock propio.
      *
      *  A-Abrir: kit (con composicion en KITCOMP.DAT), cantidad,
      *    almacen propio y fecha prevista; la orden queda abierta
      *    y sale en el informe de montajes UD19E13 con lo que le
      *    falta.
      *  E-Ejecutar una orden abierta. En la de montaje, si todos
      *    los componentes tienen disponible en el almacen de la
      *    orden (la misma regla DISPONIBLE-ALMACEN de la
      *    expedicion), salen todos con su movimiento en
      *    MOVIMIENT.DAT; de los componentes con lotes en LOTES.DAT
      *    se pide el lote que se gasta (se propone el que antes
      *    caduca). Los kits entran en stock con el coste de sus
      *    componentes a PROCOS llevado al coste medio del kit, y
      *    si se gasto algun lote entran en un lote propio
      *    (MON + numero de orden) que caduca con el primero de
      *    sus componentes, para que la retirada UD19E1 los
      *    encuentre. En la de desmontaje salen los kits (por
      *    orden de caducidad de sus lotes) y vuelven los
      *    componentes, pidiendo el lote de entrada de los que
      *    llevan lotes.
      *  B-Anular una orden abierta.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FUBI ASSIGN TO DISK 'UBICA.DAT'
            RECORD KEY IS UBICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FUBI.
      *
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FSUB ASSIGN TO DISK 'STOCKUBI.DAT'
            RECORD KEY IS SUCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FSUB.
      *
            SELECT FMOV ASSIGN TO DISK 'MOVIMIENT.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FMOV.
      *
            SELECT FKIT ASSIGN TO DISK 'KITCOMP.DAT'
            RECORD KEY IS KITCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FKIT.
      *
            SELECT FLOT ASSIGN TO DISK 'LOTES.DAT'
            RECORD KEY IS LOTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLOT.
      *
            SELECT FOMT ASSIGN TO DISK 'ORDMONT.DAT'
            RECORD KEY IS OMTNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FOMT.
      *
      * Contador de numeros de orden (un unico registro, clave
      * fija), gemelo de PEDIDOS.CTR.
      * LOCK MODE MANUAL: el contador se lee con READ WITH LOCK y se
      * libera con UNLOCK despues del REWRITE.
            SELECT FCTO ASSIGN TO DISK 'ORDMONT.CTR'
            RECORD KEY IS CTOID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTO.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FUBI LABEL RECORD IS STANDARD.
           COPY REGUBI.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FSUB LABEL RECORD IS STANDARD.
           COPY REGSUB.
      *
       FD FMOV LABEL RECORD IS STANDARD.
           COPY REGMOV.
      *
       FD FKIT LABEL RECORD IS STANDARD.
           COPY REGKIT.
      *
       FD FLOT LABEL RECORD IS STANDARD.
           COPY REGLOT.
      *
       FD FOMT LABEL RECORD IS STANDARD.
           COPY REGOMT.
      *
       FD FCTO LABEL RECORD IS STANDARD.
       01 REGCTO.
          02 CTOID    PIC X.
          02 CTOVAL   PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'A-Abrir, E-Ejecutar, B-Anular (en blanco sale)'.
       77 MSGKIT     PIC X(60) VALUE
           'Codigo del kit (en blanco abandona)'.
       77 MSGORD     PIC X(60) VALUE
           'Numero de orden (a cero abandona)'.
       77 MSGLOT     PIC X(60) VALUE
           'Lote que se gasta (en blanco, el resto sin lote)'.
       77 MSGLEN     PIC X(60) VALUE
           'Lote al que vuelve (en blanco, sin lote)'.
       77 ERROR-OPC  PIC X(50) VALUE 'ERROR! Opcion desconocida.'.
       77 ERROR-PRO  PIC X(50) VALUE 'ERROR! El producto NO existe.'.
       77 ERROR-KIT  PIC X(50) VALUE
           'ERROR! Ese producto no es un kit.'.
       77 ERROR-ALM  PIC X(50) VALUE
           'ERROR! El almacen NO existe.'.
       77 ERROR-CSG  PIC X(50) VALUE
           'ERROR! Consigna o cuarentena.'.
       77 ERROR-ORD  PIC X(50) VALUE 'ERROR! La orden NO existe.'.
       77 ERROR-ABI  PIC X(50) VALUE
           'ERROR! La orden no esta abierta.'.
       77 ERROR-FAL  PIC X(50) VALUE
           'ERROR! Falta stock.'.
       77 ERROR-LOT  PIC X(50) VALUE
           'ERROR! Lote inexistente o agotado.'.
      *
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 SEGUIR     PIC X.
       77 CONFIRMA   PIC X.
       77 DATO-OK    PIC X.
       77 ALM-OK     PIC X.
      *
      * Datos tecleados por el operador.
       77 OPCION     PIC X.
       77 ORDEN-E    PIC 9(6).
       77 TIPO-E     PIC X.
       77 KIT-E      PIC X(4).
       77 CANT-E     PIC 9(5).
       77 UBICOD-E   PIC XX.
       77 FPREV-E    PIC 9(8).
      *
      * Orden en curso (copia de su registro para la ejecucion).
       77 NUMORD     PIC 9(6).
       77 TIPO-ORD   PIC X.
          88 ORD-MONTAJE VALUE 'M'.
       77 CANT-ORD   PIC 9(5).
       77 NEXTORD    PIC 9(6).
      *
      * Recorrido de los componentes del kit y cobertura.
       77 FS-FKIT    PIC XX.
       77 EXISTE-KIT PIC X.
       77 ES-KIT     PIC X.
       77 FINKIT     PIC X.
       77 KIT-COD    PIC X(4).
       77 KIT-CUBRE  PIC X.
       77 CANT-CMP   PIC 9(7).
       77 DISP-ALM   PIC S9(7).
       77 FALTA-PRO  PIC X(4).
       77 FALTA-CAN  PIC 9(7).
      *
      * Coste de la orden: componentes a PROCOS y coste por kit.
       77 COSTE-TOT  PIC 9(9)V99.
       77 COSTE-UNI  PIC 9(6)V99.
      *
      * Lotes: el que se propone (el que antes caduca), el que
      * teclea el operador y la caducidad que hereda el kit (la
      * mas proxima de los lotes gastados).
       77 FS-FLOT    PIC XX.
       77 FINLOT     PIC X.
       77 HAY-LOTE   PIC X.
       77 FIN-LOTES  PIC X.
       77 LOTEADO    PIC X.
       77 LOTE-OK    PIC X.
       77 LOT-EXISTE PIC X.
       77 LOTE-MEJOR PIC X(10).
       77 LOTE-E     PIC X(10).
       77 CAD-MEJOR  PIC 9(8).
       77 CAD-LOTE   PIC 9(8).
       77 CAD-KIT    PIC 9(8).
       77 CADLOT-E   PIC 9(8).
       77 HUBO-LOTE  PIC X.
       77 CANT-RESTA PIC 9(7).
       77 CANT-TOMA  PIC 9(7).
       77 FECHA-VAL  PIC 9(8).
       77 FECHA-OK   PIC X.
       77 FECHA-MSG  PIC X(40).
      *
      * Lote propio de los kits montados: MON + numero de orden.
       01 LOTE-KIT.
           02 FILLER  PIC XXX VALUE 'MON'.
           02 LKT-NUM PIC 9(6).
           02 FILLER  PIC X   VALUE SPACE.
      *
      * Movimiento de almacen en curso.
       77 MOVCANT-E  PIC S9(5).
       77 MOVMOT-E   PIC X(20).
       77 MOVLOT-E   PIC X(10).
      *
      * Edicion de cantidades y numeros.
       77 ZCAN       PIC ZZZZ.ZZ9.
       77 ZORD       PIC ZZZZZ9.
      *
       77 FS-FUBI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FSUB    PIC XX.
       77 FS-FMOV    PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FOMT    PIC XX.
       77 FS-FCTO    PIC XX.
       77 SUB-EXISTE PIC X.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
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
      * Fecha prevista tecleada (DDMMAAAA) y su presentacion.
       01 FPR.
           02 FPR-DD  PIC 99.
           02 FPR-MM  PIC 99.
           02 FPR-AA  PIC 9999.
       01 FF3.
           02 DD3     PIC 99.
           02 GT3     PIC X   VALUE '/'.
           02 MM3     PIC 99.
           02 GT4     PIC X   VALUE '/'.
           02 AA3     PIC 9999.
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
      *
      * GOBACK en vez de parar la ejecucion: estos programas se
      * lanzan tambien desde el menu general UD05E1 con CALL.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           OPEN INPUT FUBI.
           IF FS-FUBI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FUBI
              GOBACK.
      *
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
           OPEN I-O FSUB.
           IF FS-FSUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSUB
              GOBACK.
      *
      * MOVIMIENT.DAT es de solo anadir: si no existe, OPEN
      * EXTEND lo crea (estado '35').
           OPEN EXTEND FMOV.
           IF FS-FMOV = '35' THEN
              OPEN OUTPUT FMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV
              GOBACK.
      *
      * KITCOMP.DAT puede no existir todavia (estado '35'): sin
      * composiciones no hay kit que montar.
           OPEN INPUT FKIT.
           IF FS-FKIT NOT = '00' AND FS-FKIT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FKIT
              GOBACK.
      *
      * LOTES.DAT, ORDMONT.DAT y ORDMONT.CTR se crean la primera
      * vez (estado '35'); el contador con un unico registro en
      * cero, igual que COMPRAS.CTR en UD15E2.
           OPEN I-O FLOT.
           IF FS-FLOT = '35' THEN
              OPEN OUTPUT FLOT
              CLOSE FLOT
              OPEN I-O FLOT.
           IF FS-FLOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOT
              GOBACK.
      *
           OPEN I-O FOMT.
           IF FS-FOMT = '35' THEN
              OPEN OUTPUT FOMT
              CLOSE FOMT
              OPEN I-O FOMT.
           IF FS-FOMT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FOMT
              GOBACK.
      *
           OPEN I-O FCTO.
           IF FS-FCTO = '35' THEN
              OPEN OUTPUT FCTO
              MOVE 'M' TO CTOID
              MOVE ZEROS TO CTOVAL
              WRITE REGCTO
              CLOSE FCTO
              OPEN I-O FCTO.
           IF FS-FCTO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTO
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE 'S' TO SEGUIR.
      *
      * ************************************************
      * Proceso del programa: una opcion por vuelta
      * ************************************************
        PROCESO.
           PERFORM TRATAR-OPCION UNTIL SEGUIR NOT = 'S'.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FKIT = '00' OR FS-FKIT = '10' THEN
              CLOSE FKIT.
           CLOSE FUBI FPROD FSUB FMOV FLOT FOMT FCTO.
      *
      * ************************************************
      * Pide la opcion y la atiende
      * ************************************************
       TRATAR-OPCION.
           PERFORM PANTALLA.
           MOVE SPACE TO OPCION.
           ACCEPT OPCION LINE 5 POSITION 17 NO BEEP.
           IF OPCION = 'a' THEN
              MOVE 'A' TO OPCION.
           IF OPCION = 'e' THEN
              MOVE 'E' TO OPCION.
           IF OPCION = 'b' THEN
              MOVE 'B' TO OPCION.
      *
           IF OPCION = SPACE THEN
              MOVE 'N' TO SEGUIR
            ELSE
              IF OPCION = 'A' THEN
                 PERFORM ABRIR-ORDEN
               ELSE
                 IF OPCION = 'E' OR OPCION = 'B' THEN
                    PERFORM TRATAR-ORDEN
                  ELSE
                    DISPLAY ERROR-OPC LINE 23 POSITION 14 REVERSE
                    PERFORM CONTINUAR.
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
           DISPLAY 'ORDENES DE MONTAJE DE KITS'
                                   LINE  3 POSITION 27 REVERSE HIGH.
      *
           DISPLAY 'Opcion......:' LINE  5 POSITION  3 HIGH.
           DISPLAY 'Orden.......:' LINE  7 POSITION  3 HIGH.
           DISPLAY 'Tipo (M/D)..:' LINE  8 POSITION  3 HIGH.
           DISPLAY 'M = montaje, D = desmontaje'
                                   LINE  8 POSITION 22.
           DISPLAY 'Kit.........:' LINE  9 POSITION  3 HIGH.
           DISPLAY 'Cantidad....:' LINE 10 POSITION  3 HIGH.
           DISPLAY 'Almacen.....:' LINE 11 POSITION  3 HIGH.
           DISPLAY 'Prevista....:' LINE 12 POSITION  3 HIGH.
           DISPLAY '(DDMMAAAA, a cero hoy)'
                                   LINE 12 POSITION 30.
           DISPLAY 'Estado......:' LINE 13 POSITION  3 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGOPC          LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Apertura de una orden nueva
      * ************************************************
       ABRIR-ORDEN.
           PERFORM PEDIR-TIPO.
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           DISPLAY MSGKIT LINE 23 POSITION 14 REVERSE.
           MOVE 'N' TO DATO-OK.
           PERFORM PEDIR-KIT UNTIL DATO-OK NOT = 'N'.
           IF DATO-OK = 'S' THEN
              PERFORM PEDIR-DATOS-ORDEN
              PERFORM CONFIRMAR-ALTA.
      *
       PEDIR-TIPO.
           MOVE SPACES TO TIPO-E.
           ACCEPT TIPO-E LINE 8 POSITION 17 NO BEEP.
           IF TIPO-E = 'd' THEN
              MOVE 'D' TO TIPO-E.
           IF TIPO-E NOT = 'D' THEN
              MOVE 'M' TO TIPO-E.
           DISPLAY TIPO-E LINE 8 POSITION 17.
      *
      * El kit tiene que existir en el maestro y tener
      * composicion en KITCOMP.DAT. En blanco abandona (DATO-OK
      * 'F').
       PEDIR-KIT.
           MOVE SPACES TO KIT-E.
           ACCEPT KIT-E LINE 9 POSITION 17 NO BEEP.
           IF KIT-E = SPACES THEN
              MOVE 'F' TO DATO-OK
            ELSE
              PERFORM LEER-PRODUCTO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-PRO LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGKIT LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM VALIDAR-KIT.
      *
       LEER-PRODUCTO.
           MOVE KIT-E TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
      *
       VALIDAR-KIT.
           MOVE KIT-E TO KIT-COD.
           PERFORM COMPROBAR-KIT.
           IF ES-KIT NOT = 'S' THEN
              DISPLAY ERROR-KIT LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGKIT LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE 'S' TO DATO-OK
              DISPLAY PRODES LINE 9 POSITION 22.
      *
       PEDIR-DATOS-ORDEN.
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           MOVE ZEROS TO CANT-E.
           PERFORM PEDIR-CANTIDAD UNTIL CANT-E > 0.
           MOVE 'N' TO ALM-OK.
           PERFORM PEDIR-ALMACEN UNTIL ALM-OK = 'S'.
           MOVE 'N' TO DATO-OK.
           PERFORM PEDIR-PREVISTA UNTIL DATO-OK = 'S'.
      *
       PEDIR-CANTIDAD.
           ACCEPT CANT-E LINE 10 POSITION 17 NO BEEP.
      *
      * El almacen (en blanco, el principal '01') tiene que ser
      * propio: ni una consigna de cliente ni la cuarentena.
       PEDIR-ALMACEN.
           MOVE SPACES TO UBICOD-E.
           ACCEPT UBICOD-E LINE 11 POSITION 17 NO BEEP.
           IF UBICOD-E = SPACES THEN
              MOVE '01' TO UBICOD-E.
           DISPLAY UBICOD-E LINE 11 POSITION 17.
           MOVE UBICOD-E TO UBICOD.
           MOVE 'S' TO ALM-OK.
           READ FUBI RECORD KEY IS UBICOD INVALID KEY
                                 MOVE 'N' TO ALM-OK.
           IF ALM-OK = 'N' THEN
              DISPLAY ERROR-ALM LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL
            ELSE
              PERFORM VALIDAR-ALMACEN.
      *
       VALIDAR-ALMACEN.
           IF UBICOD-E = 'CU' OR NOT UBI-PROPIA THEN
              MOVE 'N' TO ALM-OK
              DISPLAY ERROR-CSG LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL
            ELSE
              DISPLAY UBIDES LINE 11 POSITION 22.
      *
       PEDIR-PREVISTA.
           MOVE ZEROS TO FPREV-E.
           ACCEPT FPREV-E LINE 12 POSITION 17 NO BEEP.
           IF FPREV-E = ZEROS THEN
              MOVE DD1 TO FPR-DD
              MOVE MM1 TO FPR-MM
              MOVE AA1 TO FPR-AA
              MOVE FPR TO FPREV-E
              MOVE 'S' TO DATO-OK
            ELSE
              MOVE FPREV-E TO FECHA-VAL
              CALL 'DATEVAL' USING FECHA-VAL, FECHA-OK, FECHA-MSG
              MOVE FPREV-E TO FPR
              MOVE FECHA-OK TO DATO-OK.
           IF DATO-OK NOT = 'S' THEN
              DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
      *
       CONFIRMAR-ALTA.
           DISPLAY 'Abrir la orden (S/N)?'
                   LINE 23 POSITION 14 REVERSE.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA LINE 23 POSITION 37 NO BEEP.
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM GRABAR-ORDEN
            ELSE
              DISPLAY 'ORDEN DESCARTADA.'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       GRABAR-ORDEN.
           PERFORM SIGUIENTE-ORDEN.
           MOVE NEXTORD  TO OMTNUM.
           MOVE TIPO-E   TO OMTTIP.
           MOVE KIT-E    TO OMTKIT.
           MOVE CANT-E   TO OMTCAN.
           MOVE UBICOD-E TO OMTUBI.
           MOVE AA1      TO OMFAA.
           MOVE MM1      TO OMFMM.
           MOVE DD1      TO OMFDD.
           MOVE FPR-AA   TO OMPAA.
           MOVE FPR-MM   TO OMPMM.
           MOVE FPR-DD   TO OMPDD.
           SET OMT-ABIERTA TO TRUE.
           MOVE ZEROS    TO OMTFCI.
           MOVE ZEROS    TO OMTCOS.
           WRITE REGOMT.
           IF FS-FOMT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FOMT
            ELSE
              MOVE NEXTORD TO ZORD
              DISPLAY ZORD LINE 7 POSITION 17
              DISPLAY 'ORDEN ABIERTA:' LINE 23 POSITION 14 REVERSE
              DISPLAY ZORD LINE 23 POSITION 29 REVERSE
              PERFORM CONTINUAR.
      *
       SIGUIENTE-ORDEN.
           MOVE 'M' TO CTOID.
           READ FCTO WITH LOCK KEY IS CTOID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTO.
           ADD 1 TO CTOVAL.
           MOVE CTOVAL TO NEXTORD.
           REWRITE REGCTO.
           IF FS-FCTO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTO.
           UNLOCK FCTO.
      *
      * ************************************************
      * Ejecucion o anulacion de una orden abierta
      * ************************************************
       TRATAR-ORDEN.
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           DISPLAY MSGORD LINE 23 POSITION 14 REVERSE.
           MOVE 'N' TO DATO-OK.
           PERFORM PEDIR-ORDEN UNTIL DATO-OK NOT = 'N'.
           IF DATO-OK = 'S' THEN
              PERFORM MOSTRAR-ORDEN
              DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL
              IF OPCION = 'E' THEN
                 PERFORM EJECUTAR-ORDEN
               ELSE
                 PERFORM ANULAR-ORDEN.
      *
       PEDIR-ORDEN.
           MOVE ZEROS TO ORDEN-E.
           ACCEPT ORDEN-E LINE 7 POSITION 17 NO BEEP.
           IF ORDEN-E = ZEROS THEN
              MOVE 'F' TO DATO-OK
            ELSE
              PERFORM LEER-ORDEN
              PERFORM VALIDAR-ORDEN.
      *
       LEER-ORDEN.
           MOVE ORDEN-E TO OMTNUM.
           MOVE SPACES TO EXISTE.
           READ FOMT RECORD KEY IS OMTNUM INVALID KEY
                                  MOVE 'N' TO EXISTE.
      *
       VALIDAR-ORDEN.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-ORD LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGORD LINE 23 POSITION 14 REVERSE
            ELSE
              IF NOT OMT-ABIERTA THEN
                 DISPLAY ERROR-ABI LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGORD LINE 23 POSITION 14 REVERSE
               ELSE
                 MOVE 'S' TO DATO-OK
                 MOVE OMTNUM TO NUMORD
                 MOVE OMTTIP TO TIPO-ORD
                 MOVE OMTKIT TO KIT-COD
                 MOVE OMTCAN TO CANT-ORD
                 MOVE OMTUBI TO UBICOD-E.
      *
       MOSTRAR-ORDEN.
           DISPLAY OMTTIP LINE  8 POSITION 17.
           DISPLAY OMTKIT LINE  9 POSITION 17.
           MOVE OMTCAN TO ZCAN.
           DISPLAY ZCAN   LINE 10 POSITION 17.
           DISPLAY OMTUBI LINE 11 POSITION 17.
           MOVE OMPDD TO DD3.
           MOVE OMPMM TO MM3.
           MOVE OMPAA TO AA3.
           DISPLAY FF3    LINE 12 POSITION 17.
           DISPLAY 'Abierta' LINE 13 POSITION 17.
      *
           MOVE KIT-COD TO PROCOD.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE '(sin producto)' TO PRODES.
           DISPLAY PRODES LINE 9 POSITION 22.
           MOVE UBICOD-E TO UBICOD.
           READ FUBI RECORD KEY IS UBICOD INVALID KEY
                                 MOVE SPACES TO UBIDES.
           DISPLAY UBIDES LINE 11 POSITION 22.
      *
       ANULAR-ORDEN.
           DISPLAY 'Anular la orden (S/N)?'
                   LINE 23 POSITION 14 REVERSE.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA LINE 23 POSITION 38 NO BEEP.
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              SET OMT-ANULADA TO TRUE
              MOVE ZEROS TO COSTE-UNI
              PERFORM CERRAR-ORDEN
              DISPLAY 'ORDEN ANULADA.' LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Ejecuta la orden si hay stock para toda ella: todo o
      * nada, como la linea de kit en la expedicion
      * ************************************************
       EJECUTAR-ORDEN.
           IF ORD-MONTAJE THEN
              PERFORM COMPROBAR-COMPONENTES
            ELSE
              PERFORM COMPROBAR-KITS.
           IF KIT-CUBRE = 'N' THEN
              PERFORM MOSTRAR-FALTA
            ELSE
              PERFORM CONFIRMAR-EJECUCION.
      *
       MOSTRAR-FALTA.
           DISPLAY 'Falta.......:' LINE 15 POSITION 3 HIGH.
           DISPLAY FALTA-PRO LINE 15 POSITION 17.
           MOVE FALTA-PRO TO PROCOD.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE '(sin producto)' TO PRODES.
           DISPLAY PRODES LINE 15 POSITION 22.
           MOVE FALTA-CAN TO ZCAN.
           DISPLAY ZCAN LINE 15 POSITION 44.
           DISPLAY 'unidades' LINE 15 POSITION 53.
           DISPLAY ERROR-FAL LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
      *
       CONFIRMAR-EJECUCION.
           DISPLAY 'Ejecutar la orden (S/N)?'
                   LINE 23 POSITION 14 REVERSE.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA LINE 23 POSITION 40 NO BEEP.
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM APLICAR-ORDEN
              SET OMT-CERRADA TO TRUE
              PERFORM CERRAR-ORDEN
              DISPLAY SPACES LINE 15 POSITION 3 ERASE EOS
              DISPLAY 'ORDEN EJECUTADA.' LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       APLICAR-ORDEN.
           IF ORD-MONTAJE THEN
              PERFORM MONTAR
            ELSE
              PERFORM DESMONTAR.
      *
      * Deja la orden cerrada o anulada (el estado ya esta puesto
      * en el registro leido) con la fecha y el coste por kit.
       CERRAR-ORDEN.
           MOVE AA1 TO OMCAA.
           MOVE MM1 TO OMCMM.
           MOVE DD1 TO OMCDD.
           MOVE COSTE-UNI TO OMTCOS.
           REWRITE REGOMT.
           IF FS-FOMT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FOMT.
      *
      * ************************************************
      * Cobertura: cada componente (montaje) o el propio kit
      * (desmontaje) con disponible en el almacen de la orden.
      * Se anota el primero que no llega y cuanto le falta
      * ************************************************
       COMPROBAR-COMPONENTES.
           MOVE 'S' TO KIT-CUBRE.
           PERFORM POSICIONAR-KIT.
           PERFORM COMPROBAR-UN-CMP UNTIL FINKIT = 'S'.
      *
       COMPROBAR-UN-CMP.
           COMPUTE CANT-CMP = CANT-ORD * KITCAN.
           MOVE KITCMP TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 0 TO DISP-ALM
            ELSE
              PERFORM DISPONIBLE-ALMACEN.
           IF DISP-ALM < CANT-CMP AND KIT-CUBRE = 'S' THEN
              MOVE 'N' TO KIT-CUBRE
              MOVE KITCMP TO FALTA-PRO
              COMPUTE FALTA-CAN = CANT-CMP - DISP-ALM.
           PERFORM LEER-SIGUIENTE-CMP.
      *
       COMPROBAR-KITS.
           MOVE 'S' TO KIT-CUBRE.
           MOVE KIT-COD TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 0 TO DISP-ALM
            ELSE
              PERFORM DISPONIBLE-ALMACEN.
           IF DISP-ALM < CANT-ORD THEN
              MOVE 'N' TO KIT-CUBRE
              MOVE KIT-COD TO FALTA-PRO
              COMPUTE FALTA-CAN = CANT-ORD - DISP-ALM.
      *
      * ************************************************
      * Stock disponible del producto en el almacen de la orden,
      * con la misma regla que DISPONIBLE-ALMACEN en UD11E4: su
      * registro de STOCKUBI.DAT (o todo el PROQTY si el principal
      * no tiene registro todavia), topado por existencia menos
      * reservas
      * ************************************************
       DISPONIBLE-ALMACEN.
           MOVE PROCOD   TO SUPRO.
           MOVE UBICOD-E TO SUUBI.
           MOVE 'S' TO SUB-EXISTE.
           READ FSUB RECORD KEY IS SUCLAVE INVALID KEY
                                 MOVE 'N' TO SUB-EXISTE.
           IF SUB-EXISTE = 'S' THEN
              MOVE SUQTY TO DISP-ALM
            ELSE
              IF UBICOD-E = '01' THEN
                 MOVE PROQTY TO DISP-ALM
               ELSE
                 MOVE 0 TO DISP-ALM.
           IF DISP-ALM < 0 THEN
              MOVE 0 TO DISP-ALM.
           IF DISP-ALM > PROQTY - PRORES THEN
              COMPUTE DISP-ALM = PROQTY - PRORES.
           IF DISP-ALM < 0 THEN
              MOVE 0 TO DISP-ALM.
      *
      * ************************************************
      * Montaje: salen los componentes (con su lote cuando lo
      * llevan) y entran los kits con el coste acumulado
      * ************************************************
       MONTAR.
           MOVE SPACES TO MOVMOT-E.
           STRING 'MONTAJE ' DELIMITED BY SIZE
                  NUMORD     DELIMITED BY SIZE
             INTO MOVMOT-E.
           MOVE ZEROS TO COSTE-TOT.
           MOVE 99999999 TO CAD-KIT.
           MOVE 'N' TO HUBO-LOTE.
           PERFORM POSICIONAR-KIT.
           PERFORM SACAR-UN-CMP UNTIL FINKIT = 'S'.
           PERFORM ENTRAR-KITS.
      *
       SACAR-UN-CMP.
           COMPUTE CANT-CMP = CANT-ORD * KITCAN.
           MOVE KITCMP TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              COMPUTE COSTE-TOT = COSTE-TOT + CANT-CMP * PROCOS
              SUBTRACT CANT-CMP FROM PROQTY
              REWRITE REGPRO
              IF FS-FPROD = '00' THEN
                 PERFORM ANOTAR-PRODUCTO
                 PERFORM SACAR-POR-LOTES
               ELSE
                 PERFORM ERROR-FICHERO-FPROD.
           PERFORM LEER-SIGUIENTE-CMP.
      *
      * El componente con lotes en existencia sale por los lotes
      * que teclee el operador; lo que no se asigne a un lote
      * sale en un movimiento sin lote, como en la expedicion.
       SACAR-POR-LOTES.
           MOVE CANT-CMP TO CANT-RESTA.
           MOVE SPACE TO FIN-LOTES.
           PERFORM BUSCAR-LOTE-FEFO.
           IF HAY-LOTE = 'S' THEN
              PERFORM MOSTRAR-COMPONENTE
              DISPLAY MSGLOT LINE 23 POSITION 14 REVERSE
              PERFORM CAPTURAR-LOTE-SALIDA
                 UNTIL CANT-RESTA = 0 OR FIN-LOTES = 'S'
              DISPLAY SPACES LINE 15 POSITION 3 ERASE EOS.
      *
           IF CANT-RESTA > 0 THEN
              COMPUTE MOVCANT-E = 0 - CANT-RESTA
              MOVE SPACES TO MOVLOT-E
              PERFORM GRABAR-MOVIMIENTO.
      *
       MOSTRAR-COMPONENTE.
           DISPLAY 'Componente..:' LINE 15 POSITION 3 HIGH.
           DISPLAY PROCOD LINE 15 POSITION 17.
           DISPLAY PRODES LINE 15 POSITION 22.
           DISPLAY 'Pendiente...:' LINE 16 POSITION 3 HIGH.
           DISPLAY 'Lote........:' LINE 17 POSITION 3 HIGH.
      *
      * Propone el lote que antes caduca; el operador lo acepta o
      * teclea el que de verdad ha cogido de la estanteria.
       CAPTURAR-LOTE-SALIDA.
           MOVE CANT-RESTA TO ZCAN.
           DISPLAY ZCAN LINE 16 POSITION 17.
           PERFORM BUSCAR-LOTE-FEFO.
           IF HAY-LOTE = 'N' THEN
              MOVE 'S' TO FIN-LOTES
            ELSE
              MOVE LOTE-MEJOR TO LOTE-E
              ACCEPT LOTE-E LINE 17 POSITION 17 NO BEEP UPDATE
              PERFORM TOMAR-LOTE.
      *
       TOMAR-LOTE.
           IF LOTE-E = SPACES THEN
              MOVE 'S' TO FIN-LOTES
            ELSE
              PERFORM LEER-LOTE
              IF LOT-EXISTE = 'N' OR LOTQTY NOT > 0 THEN
                 DISPLAY ERROR-LOT LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGLOT LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM DESCONTAR-LOTE.
      *
       DESCONTAR-LOTE.
           IF LOTQTY NOT < CANT-RESTA THEN
              MOVE CANT-RESTA TO CANT-TOMA
            ELSE
              MOVE LOTQTY TO CANT-TOMA.
           SUBTRACT CANT-TOMA FROM LOTQTY.
           REWRITE REGLOT.
           IF FS-FLOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOT
            ELSE
              MOVE LOTCAD TO CAD-LOTE
              IF CAD-LOTE < CAD-KIT THEN
                 MOVE CAD-LOTE TO CAD-KIT.
           MOVE 'S' TO HUBO-LOTE.
           COMPUTE MOVCANT-E = 0 - CANT-TOMA.
           MOVE LOTNUM TO MOVLOT-E.
           PERFORM GRABAR-MOVIMIENTO.
           SUBTRACT CANT-TOMA FROM CANT-RESTA.
      *
      * Entran los kits montados: el coste de sus componentes se
      * lleva al coste medio del kit, como una recepcion en UD15E3.
       ENTRAR-KITS.
           COMPUTE COSTE-UNI ROUNDED = COSTE-TOT / CANT-ORD.
           MOVE KIT-COD TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              PERFORM CALCULAR-COSTE-MEDIO
              ADD CANT-ORD TO PROQTY
              REWRITE REGPRO
              IF FS-FPROD = '00' THEN
                 PERFORM ANOTAR-PRODUCTO
                 PERFORM GRABAR-ENTRADA-KITS
               ELSE
                 PERFORM ERROR-FICHERO-FPROD.
      *
       CALCULAR-COSTE-MEDIO.
           IF PROQTY > 0 THEN
              COMPUTE PROCOS ROUNDED =
                      (PROQTY * PROCOS + COSTE-TOT)
                      / (PROQTY + CANT-ORD)
            ELSE
              MOVE COSTE-UNI TO PROCOS.
      *
      * Los kits hechos con algun componente loteado entran en su
      * propio lote, que caduca con el primero de sus componentes.
       GRABAR-ENTRADA-KITS.
           MOVE CANT-ORD TO MOVCANT-E.
           MOVE SPACES TO MOVLOT-E.
           IF HUBO-LOTE = 'S' THEN
              MOVE NUMORD   TO LKT-NUM
              MOVE LOTE-KIT TO LOTE-E
              MOVE CAD-KIT  TO CADLOT-E
              MOVE CANT-ORD TO CANT-CMP
              PERFORM ACTUALIZAR-LOTE
              MOVE LOTE-KIT TO MOVLOT-E.
           PERFORM GRABAR-MOVIMIENTO.
      *
      * ************************************************
      * Desmontaje: salen los kits (por lotes, el que antes
      * caduca primero) y vuelven sus componentes
      * ************************************************
       DESMONTAR.
           MOVE SPACES TO MOVMOT-E.
           STRING 'DESMONTAJE ' DELIMITED BY SIZE
                  NUMORD        DELIMITED BY SIZE
             INTO MOVMOT-E.
           MOVE ZEROS TO COSTE-UNI.
           MOVE KIT-COD TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              MOVE PROCOS TO COSTE-UNI
              SUBTRACT CANT-ORD FROM PROQTY
              REWRITE REGPRO
              IF FS-FPROD = '00' THEN
                 PERFORM ANOTAR-PRODUCTO
                 PERFORM SACAR-KITS-POR-LOTES
               ELSE
                 PERFORM ERROR-FICHERO-FPROD.
      *
           PERFORM POSICIONAR-KIT.
           PERFORM DEVOLVER-UN-CMP UNTIL FINKIT = 'S'.
      *
       SACAR-KITS-POR-LOTES.
           MOVE CANT-ORD TO CANT-RESTA.
           MOVE 'S' TO HAY-LOTE.
           PERFORM SACAR-UN-LOTE-KIT
              UNTIL CANT-RESTA = 0 OR HAY-LOTE = 'N'.
           IF CANT-RESTA > 0 THEN
              COMPUTE MOVCANT-E = 0 - CANT-RESTA
              MOVE SPACES TO MOVLOT-E
              PERFORM GRABAR-MOVIMIENTO.
      *
       SACAR-UN-LOTE-KIT.
           PERFORM BUSCAR-LOTE-FEFO.
           IF HAY-LOTE = 'S' THEN
              PERFORM BUSCAR-LOTE
              IF HAY-LOTE = 'S' THEN
                 PERFORM DESCONTAR-LOTE.
      *
       BUSCAR-LOTE.
           MOVE PROCOD     TO LOTPRO.
           MOVE LOTE-MEJOR TO LOTNUM.
           READ FLOT RECORD KEY IS LOTCLAVE INVALID KEY
                                 MOVE 'N' TO HAY-LOTE.
      *
      * Vuelve un componente; si lleva lotes se pide a cual
      * vuelve (uno existente o uno nuevo con su caducidad).
       DEVOLVER-UN-CMP.
           COMPUTE CANT-CMP = CANT-ORD * KITCAN.
           MOVE KITCMP TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              PERFORM PEDIR-LOTE-ENTRADA
              ADD CANT-CMP TO PROQTY
              REWRITE REGPRO
              IF FS-FPROD = '00' THEN
                 PERFORM ANOTAR-PRODUCTO
                 PERFORM GRABAR-ENTRADA-CMP
               ELSE
                 PERFORM ERROR-FICHERO-FPROD.
           PERFORM LEER-SIGUIENTE-CMP.
      *
       GRABAR-ENTRADA-CMP.
           MOVE CANT-CMP TO MOVCANT-E.
           MOVE LOTE-E   TO MOVLOT-E.
           PERFORM GRABAR-MOVIMIENTO.
           IF LOTE-E NOT = SPACES THEN
              PERFORM ACTUALIZAR-LOTE.
      *
       PEDIR-LOTE-ENTRADA.
           MOVE SPACES TO LOTE-E.
           PERFORM COMPROBAR-LOTEADO.
           IF LOTEADO = 'S' THEN
              PERFORM MOSTRAR-COMPONENTE
              MOVE CANT-CMP TO ZCAN
              DISPLAY ZCAN LINE 16 POSITION 17
              DISPLAY MSGLEN LINE 23 POSITION 14 REVERSE
              MOVE 'N' TO LOTE-OK
              PERFORM CAPTURAR-LOTE-ENTRADA UNTIL LOTE-OK = 'S'
              DISPLAY SPACES LINE 15 POSITION 3 ERASE EOS.
      *
      * Lleva lotes el producto con algun registro en LOTES.DAT,
      * aunque este agotado.
       COMPROBAR-LOTEADO.
           MOVE 'N' TO LOTEADO.
           MOVE PROCOD TO LOTPRO.
           MOVE LOW-VALUES TO LOTNUM.
           MOVE SPACE TO FINLOT.
           START FLOT KEY IS NOT LESS LOTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' THEN
              READ FLOT NEXT RECORD AT END MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' AND LOTPRO = PROCOD THEN
              MOVE 'S' TO LOTEADO.
      *
      * Un lote que ya existe suma; uno nuevo pide su caducidad,
      * validada con DATEVAL como en la recepcion UD15E3.
       CAPTURAR-LOTE-ENTRADA.
           MOVE 'S' TO LOTE-OK.
           MOVE SPACES TO LOTE-E.
           ACCEPT LOTE-E LINE 17 POSITION 17 NO BEEP.
           IF LOTE-E NOT = SPACES THEN
              PERFORM LEER-LOTE
              IF LOT-EXISTE = 'N' THEN
                 PERFORM PEDIR-CADUCIDAD.
      *
       LEER-LOTE.
           MOVE PROCOD TO LOTPRO.
           MOVE LOTE-E TO LOTNUM.
           MOVE SPACES TO LOT-EXISTE.
           READ FLOT RECORD KEY IS LOTCLAVE INVALID KEY
                                 MOVE 'N' TO LOT-EXISTE.
      *
       PEDIR-CADUCIDAD.
           DISPLAY 'Caduc.(DDMMAAAA):' LINE 17 POSITION 30 HIGH.
           MOVE ZEROS TO FPREV-E.
           ACCEPT FPREV-E LINE 17 POSITION 48 NO BEEP.
           MOVE FPREV-E TO FECHA-VAL.
           CALL 'DATEVAL' USING FECHA-VAL, FECHA-OK, FECHA-MSG.
           IF FECHA-OK NOT = 'S' THEN
              DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGLEN LINE 23 POSITION 14 REVERSE
              MOVE 'N' TO LOTE-OK
            ELSE
              MOVE FPREV-E TO FPR
              COMPUTE CADLOT-E = FPR-AA * 10000 + FPR-MM * 100
                                 + FPR-DD.
      *
      * ************************************************
      * Suma la entrada al lote en LOTES.DAT (alta si es la
      * primera vez que entra ese lote, con la caducidad de
      * CADLOT-E en AAAAMMDD)
      * ************************************************
       ACTUALIZAR-LOTE.
           MOVE PROCOD TO LOTPRO.
           MOVE LOTE-E TO LOTNUM.
           MOVE SPACES TO LOT-EXISTE.
           READ FLOT RECORD KEY IS LOTCLAVE INVALID KEY
                                 MOVE 'N' TO LOT-EXISTE.
           IF LOT-EXISTE = SPACES THEN
              ADD CANT-CMP TO LOTQTY
              REWRITE REGLOT
            ELSE
              MOVE PROCOD   TO LOTPRO
              MOVE LOTE-E   TO LOTNUM
              MOVE CADLOT-E TO LOTCAD
              MOVE CANT-CMP TO LOTQTY
              MOVE FECHA    TO LOTFEN
              WRITE REGLOT.
           IF FS-FLOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOT.
      *
      * ************************************************
      * Busca, entre los lotes del producto con existencia, el de
      * caducidad mas proxima (BUSCAR-LOTE-FEFO de UD11E4)
      * ************************************************
       BUSCAR-LOTE-FEFO.
           MOVE 'N' TO HAY-LOTE.
           MOVE 99999999 TO CAD-MEJOR.
           MOVE SPACES TO LOTE-MEJOR.
      *
           MOVE SPACE TO FINLOT.
           MOVE PROCOD TO LOTPRO.
           MOVE LOW-VALUES TO LOTNUM.
           START FLOT KEY IS NOT LESS LOTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' THEN
              READ FLOT NEXT RECORD AT END MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' AND LOTPRO NOT = PROCOD THEN
              MOVE 'S' TO FINLOT.
           PERFORM COMPARAR-LOTE UNTIL FINLOT = 'S'.
      *
       COMPARAR-LOTE.
           IF LOTQTY > 0 THEN
              MOVE LOTCAD TO CAD-LOTE
              IF CAD-LOTE < CAD-MEJOR THEN
                 MOVE CAD-LOTE TO CAD-MEJOR
                 MOVE LOTNUM   TO LOTE-MEJOR
                 MOVE 'S' TO HAY-LOTE.
      *
           READ FLOT NEXT RECORD AT END MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' AND LOTPRO NOT = PROCOD THEN
              MOVE 'S' TO FINLOT.
      *
      * ************************************************
      * Composicion del kit en KITCOMP.DAT
      * ************************************************
       COMPROBAR-KIT.
           MOVE 'N' TO ES-KIT.
           IF FS-FKIT = '00' OR FS-FKIT = '10' THEN
              PERFORM LEER-KIT
              IF EXISTE-KIT = SPACES THEN
                 MOVE 'S' TO ES-KIT.
      *
       LEER-KIT.
           MOVE KIT-COD TO KITPRO.
           MOVE 01      TO KITLIN.
           MOVE SPACES TO EXISTE-KIT.
           READ FKIT RECORD KEY IS KITCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE-KIT.
      *
       POSICIONAR-KIT.
           MOVE SPACE TO FINKIT.
           MOVE KIT-COD TO KITPRO.
           MOVE ZEROS   TO KITLIN.
           START FKIT KEY IS NOT LESS KITCLAVE INVALID KEY
                                      MOVE 'S' TO FINKIT.
           IF FINKIT NOT = 'S' THEN
              PERFORM LEER-SIGUIENTE-CMP.
      *
       LEER-SIGUIENTE-CMP.
           READ FKIT NEXT RECORD AT END MOVE 'S' TO FINKIT.
           IF FINKIT NOT = 'S' AND KITPRO NOT = KIT-COD THEN
              MOVE 'S' TO FINKIT.
      *
      * ************************************************
      * Movimiento de almacen contra el almacen de la orden
      * ************************************************
       GRABAR-MOVIMIENTO.
           MOVE PROCOD    TO MOVCOD.
           MOVE AA1       TO MOVAA.
           MOVE MM1       TO MOVMM.
           MOVE DD1       TO MOVDD.
           MOVE MOVCANT-E TO MOVCANT.
           MOVE MOVMOT-E  TO MOVMOT.
           MOVE UBICOD-E  TO MOVUBI.
           MOVE MOVLOT-E  TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
           PERFORM ACTUALIZAR-UBICACION.
      *
      * Refleja el movimiento en el stock por ubicacion, igual que
      * ACTUALIZAR-UBICACION en UD11E4 (el primer registro del
      * principal se siembra con el PROQTY ya actualizado).
       ACTUALIZAR-UBICACION.
           MOVE MOVCOD TO SUPRO.
           MOVE MOVUBI TO SUUBI.
           MOVE 'S' TO SUB-EXISTE.
           READ FSUB RECORD KEY IS SUCLAVE INVALID KEY
                                 MOVE 'N' TO SUB-EXISTE.
           IF SUB-EXISTE = 'S' THEN
              ADD MOVCANT TO SUQTY
              REWRITE REGSUB.
           IF SUB-EXISTE = 'N' AND MOVUBI = '01' THEN
              MOVE PROQTY TO SUQTY
              WRITE REGSUB.
           IF SUB-EXISTE = 'N' AND MOVUBI NOT = '01' THEN
              MOVE MOVCANT TO SUQTY
              WRITE REGSUB.
           IF FS-FSUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSUB.
      *
       ANOTAR-PRODUCTO.
           MOVE 'PRODUCTO' TO JRN-FICHERO.
           MOVE 'REWRIT' TO JRN-OPER.
           MOVE REGPRO TO JRN-IMAGEN.
           CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER, JRN-IMAGEN.
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
       ERROR-FICHERO-FUBI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FUBI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSUB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSUB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FMOV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FMOV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FKIT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FKIT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FOMT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FOMT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTO   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD19E12' TO PRA-PRG.
           MOVE SPACE     TO PRA-TIP.
           MOVE SPACES    TO PRA-DOC.
           MOVE ZEROS     TO PRA-IMP.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       AVISAR-MES-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Mes cerrado: no se admiten documentos de este mes.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79.
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
           MOVE 'UD19E12' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
