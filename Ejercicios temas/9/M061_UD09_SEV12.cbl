123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD09E12.
       REMARKS. UNIDAD 9 EJERCICIO 12.
      *
      * Documentos de traspaso entre almacenes (TRASPAS.DAT, trazado
      * REGTRS, numerados desde TRASPAS.CTR). Se llama desde la
      * opcion <T>raspaso de UD09E10. El camion tarda un dia: el
      * traspaso ya no pasa el genero de un almacen a otro en el
      * acto, sino en tres tiempos:
      *
      *    Borrador - origen, destino y hasta diez lineas. Tambien
      *               los propone cada noche UD19E4.
      *    Envio    - sale del origen y entra en el almacen
      *               reservado 'TR' (en transito): el destino no
      *               promete lo que todavia no tiene.
      *    Recepcion- el destino confirma lo recibido de cada
      *               linea; sale de 'TR' y entra en el destino. Lo
      *               que falta se da de baja como merma con su
      *               motivo (rotura, perdida u otros), rebajando
      *               PROQTY, como el desguace de UD19E8.
      *
      * Cada paso es un par de movimientos enlazados en
      * MOVIMIENT.DAT con el numero del traspaso en el motivo, y
      * actualiza el stock por ubicacion de los dos almacenes.
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
            SELECT FTRS ASSIGN TO DISK 'TRASPAS.DAT'
            RECORD KEY IS TRSNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FTRS.
      *
      * Contador de traspasos, gemelo de GASTOS.CTR.
            SELECT FCTR ASSIGN TO DISK 'TRASPAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
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
       FD FTRS LABEL RECORD IS STANDARD.
           COPY REGTRS.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
123456*
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <N>uevo <M>od <E>nviar <R>ecibir <A>nular <C>on <F>in'.
       77 MSGNUEV    PIC X(60) VALUE 'NUEVO BORRADOR'.
       77 MSGMODI    PIC X(60) VALUE 'MODIFICACION DE BORRADOR'.
       77 MSGENVI    PIC X(60) VALUE 'ENVIO'.
       77 MSGRECI    PIC X(60) VALUE 'RECEPCION'.
       77 MSGANUL    PIC X(60) VALUE 'ANULACION DE BORRADOR'.
       77 MSGCONS    PIC X(60) VALUE 'CONSULTA'.
      *
       77 ERROR-B    PIC X(50) VALUE 'ERROR! El traspaso NO existe.'.
       77 ERROR-U    PIC X(50) VALUE 'ERROR! El almacen NO existe.'.
       77 ERROR-PRO  PIC X(50) VALUE 'ERROR! El producto NO existe.'.
       77 ERROR-IGU  PIC X(50) VALUE
           'ERROR! Origen y destino son el mismo almacen.'.
       77 ERROR-TR   PIC X(50) VALUE
           'ERROR! El almacen TR es el del genero en transito.'.
       77 ERROR-D    PIC X(50) VALUE
           'ERROR! Ese producto YA esta en el traspaso.'.
       77 ERROR-CAN  PIC X(50) VALUE
           'ERROR! La cantidad no puede ser cero.'.
       77 ERROR-N    PIC X(50) VALUE
           'ERROR! El traspaso no tiene ninguna linea.'.
       77 ERROR-EB   PIC X(50) VALUE
           'ERROR! El traspaso no esta en borrador.'.
       77 ERROR-ET   PIC X(50) VALUE
           'ERROR! El traspaso no esta en transito.'.
       77 ERROR-S    PIC X(50) VALUE
           'ERROR! No hay suficiente stock para esa salida.'.
       77 ERROR-REC  PIC X(50) VALUE
           'ERROR! No se puede recibir mas de lo enviado.'.
       77 ERROR-MOT  PIC X(50) VALUE
           'ERROR! Motivo R (rotura), P (perdida) u O (otros).'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
       77 DATO-OK    PIC X.
       77 STOCK-OK   PIC X.
       77 FIN-LIN    PIC X.
      *
      * Datos tecleados del traspaso en curso.
       77 TRSNUM-E   PIC 9(6).
       77 UBI-E      PIC XX.
       77 PRO-E      PIC X(4).
       77 CAN-E      PIC 9(5).
       77 REC-E      PIC 9(5).
       77 MOT-E      PIC X.
      *
      * Linea del documento, linea de pantalla y busqueda.
       77 LINIDX     PIC 99.
       77 BUSIDX     PIC 99.
       77 LIN-P      PIC 99.
      *
      * Stock del origen, diferencia de la recepcion y motivo del
      * movimiento.
       77 SUQTY-ORI  PIC S9(7).
       77 SUB-EXISTE PIC X.
       77 PRO-EXISTE PIC X.
       77 MERMA      PIC 9(5).
       77 MOVMOT-E   PIC X(20).
      *
      * Edicion en pantalla.
       77 ZLIN       PIC Z9.
       77 ZCAN       PIC ZZ.ZZ9.
       77 ESTADO-P   PIC X(12).
      *
       77 FS-FUBI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FSUB    PIC XX.
       77 FS-FMOV    PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FTRS    PIC XX.
       77 FS-FCTR    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO, que anota la imagen
      * de cada operacion sobre los maestros en DIARIO.DAT.
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
      * Fecha del documento (AAAAMMDD) para la pantalla.
       01 FDOC.
           02 FDAA    PIC 9999.
           02 FDMM    PIC 99.
           02 FDDD    PIC 99.
       01 FDOC-N REDEFINES FDOC PIC 9(8).
       01 FDOCP.
           02 FPDD    PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPMM    PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPAA    PIC 9999.
      *
      * Motivo de los movimientos: numero del traspaso y paso.
       01 MOT-TRASPASO.
           02 FILLER  PIC X(9) VALUE 'TRASPASO '.
           02 MTR-NUM PIC 9(6).
           02 FILLER  PIC X    VALUE SPACE.
           02 MTR-PAS PIC X(3).
           02 FILLER  PIC X    VALUE SPACE.
       01 MOT-MERMA.
           02 FILLER  PIC X(6) VALUE 'MERMA '.
           02 MME-NUM PIC 9(6).
           02 FILLER  PIC X    VALUE SPACE.
           02 MME-MOT PIC X(7).
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
           IF FS-FSUB = '35' THEN
              OPEN OUTPUT FSUB
              CLOSE FSUB
              OPEN I-O FSUB.
           IF FS-FSUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSUB
              GOBACK.
      *
           OPEN EXTEND FMOV.
           IF FS-FMOV = '35' THEN
              OPEN OUTPUT FMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV
              GOBACK.
      *
      * TRASPAS.DAT todavia no existe la primera vez (estado '35');
      * se crea vacio. TRASPAS.CTR se crea con un unico registro en
      * cero, igual que GASTOS.CTR en UD20E9.
           OPEN I-O FTRS.
           IF FS-FTRS = '35' THEN
              OPEN OUTPUT FTRS
              CLOSE FTRS
              OPEN I-O FTRS.
           IF FS-FTRS NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTRS
              GOBACK.
      *
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
           CLOSE FUBI FPROD FSUB FMOV FTRS FCTR.
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
           DISPLAY 'TRASPASOS ENTRE ALMACENES'
                                   LINE  3 POSITION 27 REVERSE HIGH.
      *
           DISPLAY 'Traspaso....:' LINE  5 POSITION  3 HIGH.
           DISPLAY 'Origen......:' LINE  6 POSITION  3 HIGH.
           DISPLAY 'Destino.....:' LINE  7 POSITION  3 HIGH.
           DISPLAY 'Estado.....:'  LINE  5 POSITION 45 HIGH.
           DISPLAY 'Creado.....:'  LINE  6 POSITION 45 HIGH.
           DISPLAY 'Enviado....:'  LINE  7 POSITION 45 HIGH.
           DISPLAY 'Recibido...:'  LINE  8 POSITION 45 HIGH.
      *
           DISPLAY 'Ln'            LINE 10 POSITION  3 HIGH.
           DISPLAY 'Prod'          LINE 10 POSITION  7 HIGH.
           DISPLAY 'Descripcion'   LINE 10 POSITION 12 HIGH.
           DISPLAY 'Enviada'       LINE 10 POSITION 34 HIGH.
           DISPLAY 'Recibida'      LINE 10 POSITION 42 HIGH.
           DISPLAY 'Mot'           LINE 10 POSITION 52 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
      * **********************************************************
      * Pedir opcion a realizar
      * **********************************************************
       PEDIR.
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGOPC          LINE 23 POSITION 14 REVERSE.
           PERFORM BORRAR-PANTALLA.
           MOVE SPACES TO OPCION.
           ACCEPT OPCION    LINE 23 POSITION 76 OFF NO BEEP.
           IF OPCION = 'N' OR OPCION = 'n' THEN PERFORM NUEVO
             ELSE
              IF OPCION = 'M' OR OPCION = 'm' THEN PERFORM MODIFICA
                ELSE
                 IF OPCION = 'E' OR OPCION = 'e' THEN PERFORM ENVIAR
                   ELSE
                    IF OPCION = 'R' OR OPCION = 'r' THEN
                       PERFORM RECIBIR
                     ELSE
                      IF OPCION = 'A' OR OPCION = 'a' THEN
                         PERFORM ANULAR
                       ELSE
                        IF OPCION = 'C' OR OPCION = 'c' THEN
                           PERFORM CONSULTA.
      *
      * ************************************************
      * Nuevo borrador: origen, destino y lineas
      * ************************************************
       NUEVO.
           DISPLAY MSGNUEV    LINE 23 POSITION 14 REVERSE.
           MOVE SPACES TO REGTRS.
           MOVE ZEROS  TO TRSNUM.
           MOVE ZEROS  TO TRSFCR.
           MOVE ZEROS  TO TRSFEN.
           MOVE ZEROS  TO TRSFRE.
           MOVE 0 TO TRSNLI.
           MOVE 1 TO LINIDX.
           PERFORM LIMPIAR-LINEA UNTIL LINIDX > 10.
      *
           MOVE SPACES TO UBI-E.
           ACCEPT UBI-E LINE  6 POSITION 17 NO BEEP.
           PERFORM VALIDAR-ALMACEN.
           IF DATO-OK = 'S' THEN
              MOVE UBI-E TO TRSORI
              DISPLAY UBIDES LINE  6 POSITION 21
              PERFORM PEDIR-DESTINO.
      *
       PEDIR-DESTINO.
           MOVE SPACES TO UBI-E.
           ACCEPT UBI-E LINE  7 POSITION 17 NO BEEP.
           PERFORM VALIDAR-ALMACEN.
           IF DATO-OK = 'S' AND UBI-E = TRSORI THEN
              MOVE 'N' TO DATO-OK
              DISPLAY ERROR-IGU LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
           IF DATO-OK = 'S' THEN
              MOVE UBI-E TO TRSDES
              DISPLAY UBIDES LINE  7 POSITION 21
              PERFORM CAPTURAR-LINEAS
              PERFORM GRABAR-BORRADOR.
      *
       GRABAR-BORRADOR.
           IF TRSNLI = 0 THEN
              DISPLAY 'TRASPASO CANCELADO.'
                               LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM SIGUIENTE-NUMERO
              MOVE 'B'   TO TRSEST
              MOVE 'M'   TO TRSPRC
              MOVE FECHA TO TRSFCR
              WRITE REGTRS
              IF FS-FTRS = '00' THEN
                 DISPLAY TRSNUM LINE  5 POSITION 17
                 DISPLAY 'BORRADOR GRABADO!'
                                  LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM ERROR-FICHERO-FTRS.
      *
      * ************************************************
      * El almacen tecleado tiene que existir y no puede ser el
      * del genero en transito
      * ************************************************
       VALIDAR-ALMACEN.
           MOVE 'S' TO DATO-OK.
           MOVE UBI-E TO UBICOD.
           MOVE SPACES TO EXISTE.
           READ FUBI RECORD KEY IS UBICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF UBI-E = 'TR' THEN
              MOVE 'N' TO DATO-OK
              DISPLAY ERROR-TR LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              IF EXISTE = 'N' THEN
                 MOVE 'N' TO DATO-OK
                 DISPLAY ERROR-U LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
      * ************************************************
      * Modifica las lineas de un borrador; el retocado ya no es
      * una sugerencia que UD19E4 pueda rehacer
      * ************************************************
       MODIFICA.
           DISPLAY MSGMODI    LINE 23 POSITION 14 REVERSE.
           PERFORM LEER-DOCUMENTO.
           IF EXISTE = SPACES AND NOT TRS-BORRADOR THEN
              DISPLAY ERROR-EB LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
           IF EXISTE = SPACES AND TRS-BORRADOR THEN
              PERFORM CAPTURAR-LINEAS
              PERFORM REGRABAR-BORRADOR.
      *
       REGRABAR-BORRADOR.
           IF TRSNLI = 0 THEN
              DISPLAY ERROR-N LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              MOVE 'M' TO TRSPRC
              REWRITE REGTRS
              IF FS-FTRS = '00' THEN
                 DISPLAY 'BORRADOR MODIFICADO!'
                                  LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM ERROR-FICHERO-FTRS.
      *
      * ************************************************
      * Captura (o retoca) las lineas, una por linea de pantalla;
      * un producto en blanco termina la lista
      * ************************************************
       CAPTURAR-LINEAS.
           MOVE 1 TO LINIDX.
           MOVE 'N' TO FIN-LIN.
           PERFORM PEDIR-LINEA UNTIL FIN-LIN = 'S'.
           COMPUTE TRSNLI = LINIDX - 1.
           PERFORM LIMPIAR-LINEA UNTIL LINIDX > 10.
      *
       PEDIR-LINEA.
           COMPUTE LIN-P = 10 + LINIDX.
           MOVE LINIDX TO ZLIN.
           DISPLAY ZLIN LINE LIN-P POSITION 3.
           MOVE TRSPRO(LINIDX) TO PRO-E.
           ACCEPT PRO-E LINE LIN-P POSITION 7 NO BEEP UPDATE.
           IF PRO-E = SPACES THEN
              MOVE 'S' TO FIN-LIN
            ELSE
              PERFORM VALIDAR-LINEA.
           IF LINIDX > 10 THEN
              MOVE 'S' TO FIN-LIN.
      *
       VALIDAR-LINEA.
           PERFORM BUSCAR-REPETIDO.
           MOVE PRO-E TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-PRO LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              IF BUSIDX < LINIDX THEN
                 DISPLAY ERROR-D LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 DISPLAY PRODES LINE LIN-P POSITION 12
                 PERFORM PEDIR-CANTIDAD.
      *
       BUSCAR-REPETIDO.
           PERFORM VARYING BUSIDX FROM 1 BY 1
              UNTIL BUSIDX NOT < LINIDX OR TRSPRO(BUSIDX) = PRO-E.
      *
       PEDIR-CANTIDAD.
           MOVE TRSCAN(LINIDX) TO CAN-E.
           ACCEPT CAN-E LINE LIN-P POSITION 34 NO BEEP UPDATE.
           IF CAN-E = 0 THEN
              DISPLAY ERROR-CAN LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              MOVE PRO-E TO TRSPRO(LINIDX)
              MOVE CAN-E TO TRSCAN(LINIDX)
              MOVE ZEROS TO TRSREC(LINIDX)
              MOVE SPACE TO TRSMOT(LINIDX)
              ADD 1 TO LINIDX.
      *
      * Deja en blanco la linea LINIDX del documento y de la
      * pantalla, y pasa a la siguiente.
       LIMPIAR-LINEA.
           MOVE SPACES TO TRSPRO(LINIDX).
           MOVE ZEROS  TO TRSCAN(LINIDX).
           MOVE ZEROS  TO TRSREC(LINIDX).
           MOVE SPACE  TO TRSMOT(LINIDX).
           COMPUTE LIN-P = 10 + LINIDX.
           DISPLAY SPACES LINE LIN-P POSITION 3 ERASE EOL.
           ADD 1 TO LINIDX.
      *
      * ************************************************
      * Envio: comprueba el stock del origen de todas las lineas
      * y, si llega, pasa el genero al almacen en transito
      * ************************************************
       ENVIAR.
           DISPLAY MSGENVI    LINE 23 POSITION 14 REVERSE.
           PERFORM LEER-DOCUMENTO.
           IF EXISTE = SPACES AND NOT TRS-BORRADOR THEN
              DISPLAY ERROR-EB LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
           IF EXISTE = SPACES AND TRS-BORRADOR THEN
              MOVE 'S' TO STOCK-OK
              PERFORM COMPROBAR-STOCK VARYING LINIDX FROM 1 BY 1
                 UNTIL LINIDX > TRSNLI
              PERFORM CONFIRMAR-ENVIO.
      *
       COMPROBAR-STOCK.
           MOVE TRSPRO(LINIDX) TO PROCOD.
           PERFORM LEER-PRODUCTO.
           MOVE TRSORI TO SUUBI.
           PERFORM LEER-STOCK-ORIGEN.
           IF SUQTY-ORI < TRSCAN(LINIDX) THEN
              MOVE 'N' TO STOCK-OK
              COMPUTE LIN-P = 10 + LINIDX
              DISPLAY '<' LINE LIN-P POSITION 40 REVERSE.
      *
       CONFIRMAR-ENVIO.
           IF STOCK-OK = 'N' THEN
              DISPLAY ERROR-S LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              DISPLAY 'Confirma el envio? (S/N)'
                               LINE 21 POSITION 3 HIGH
              MOVE SPACES TO CONFIRMA
              ACCEPT CONFIRMA  LINE 21 POSITION 29 NO BEEP
              IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                 PERFORM APLICAR-ENVIO.
      *
       APLICAR-ENVIO.
           MOVE TRSNUM TO MTR-NUM.
           MOVE 'ENV'  TO MTR-PAS.
           MOVE MOT-TRASPASO TO MOVMOT-E.
           PERFORM ENVIAR-LINEA VARYING LINIDX FROM 1 BY 1
              UNTIL LINIDX > TRSNLI.
           MOVE 'T'   TO TRSEST.
           MOVE FECHA TO TRSFEN.
           REWRITE REGTRS.
           IF FS-FTRS = '00' THEN
              DISPLAY 'TRASPASO EN TRANSITO!'
                               LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM ERROR-FICHERO-FTRS.
      *
      * Salida del origen y entrada en el almacen en transito.
       ENVIAR-LINEA.
           MOVE TRSPRO(LINIDX) TO PROCOD.
           PERFORM LEER-PRODUCTO.
           COMPUTE MOVCANT = 0 - TRSCAN(LINIDX).
           MOVE TRSORI TO MOVUBI.
           PERFORM GRABAR-MOVIMIENTO.
           PERFORM ACTUALIZAR-UBICACION.
      *
           MOVE TRSCAN(LINIDX) TO MOVCANT.
           MOVE 'TR' TO MOVUBI.
           PERFORM GRABAR-MOVIMIENTO.
           PERFORM ACTUALIZAR-UBICACION.
      *
      * ************************************************
      * Recepcion: lo recibido de cada linea (por defecto, todo
      * lo enviado) y el motivo de lo que falte
      * ************************************************
       RECIBIR.
           DISPLAY MSGRECI    LINE 23 POSITION 14 REVERSE.
           PERFORM LEER-DOCUMENTO.
           IF EXISTE = SPACES AND NOT TRS-TRANSITO THEN
              DISPLAY ERROR-ET LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
           IF EXISTE = SPACES AND TRS-TRANSITO THEN
              DISPLAY 'Motivo: R-Rotura P-Perdida O-Otros'
                               LINE 21 POSITION 3 HIGH
              MOVE 1 TO LINIDX
              PERFORM PEDIR-RECIBIDA UNTIL LINIDX > TRSNLI
              PERFORM CONFIRMAR-RECEPCION.
      *
       PEDIR-RECIBIDA.
           MOVE 'N' TO DATO-OK.
           COMPUTE LIN-P = 10 + LINIDX.
           MOVE TRSCAN(LINIDX) TO REC-E.
           ACCEPT REC-E LINE LIN-P POSITION 42 NO BEEP UPDATE.
           IF REC-E > TRSCAN(LINIDX) THEN
              DISPLAY ERROR-REC LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGRECI LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE REC-E TO TRSREC(LINIDX)
              MOVE SPACE TO TRSMOT(LINIDX)
              MOVE 'S' TO DATO-OK
              IF REC-E < TRSCAN(LINIDX) THEN
                 MOVE 'N' TO DATO-OK
                 PERFORM PEDIR-MOTIVO UNTIL DATO-OK = 'S'.
           IF DATO-OK = 'S' THEN
              ADD 1 TO LINIDX.
      *
       PEDIR-MOTIVO.
           MOVE SPACES TO MOT-E.
           ACCEPT MOT-E LINE LIN-P POSITION 52 NO BEEP.
           IF MOT-E = 'r' THEN
              MOVE 'R' TO MOT-E.
           IF MOT-E = 'p' THEN
              MOVE 'P' TO MOT-E.
           IF MOT-E = 'o' THEN
              MOVE 'O' TO MOT-E.
           IF MOT-E = 'R' OR MOT-E = 'P' OR MOT-E = 'O' THEN
              MOVE 'S' TO DATO-OK
              MOVE MOT-E TO TRSMOT(LINIDX)
              DISPLAY MOT-E LINE LIN-P POSITION 52
            ELSE
              DISPLAY ERROR-MOT LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGRECI LINE 23 POSITION 14 REVERSE.
      *
       CONFIRMAR-RECEPCION.
           DISPLAY SPACES LINE 21 POSITION 3 ERASE EOL.
           DISPLAY 'Confirma la recepcion? (S/N)'
                            LINE 21 POSITION 3 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 21 POSITION 33 NO BEEP.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM APLICAR-RECEPCION.
      *
       APLICAR-RECEPCION.
           PERFORM RECIBIR-LINEA VARYING LINIDX FROM 1 BY 1
              UNTIL LINIDX > TRSNLI.
           MOVE 'R'   TO TRSEST.
           MOVE FECHA TO TRSFRE.
           REWRITE REGTRS.
           IF FS-FTRS = '00' THEN
              DISPLAY 'TRASPASO RECIBIDO!'
                               LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM ERROR-FICHERO-FTRS.
      *
      * Salida del almacen en transito y entrada en el destino de
      * lo recibido; lo que falta sale de transito como merma.
       RECIBIR-LINEA.
           MOVE TRSPRO(LINIDX) TO PROCOD.
           PERFORM LEER-PRODUCTO.
           IF TRSREC(LINIDX) > 0 THEN
              PERFORM ENTRAR-EN-DESTINO.
           COMPUTE MERMA = TRSCAN(LINIDX) - TRSREC(LINIDX).
           IF MERMA > 0 THEN
              PERFORM DAR-BAJA-MERMA.
      *
       ENTRAR-EN-DESTINO.
           MOVE TRSNUM TO MTR-NUM.
           MOVE 'REC'  TO MTR-PAS.
           MOVE MOT-TRASPASO TO MOVMOT-E.
           COMPUTE MOVCANT = 0 - TRSREC(LINIDX).
           MOVE 'TR' TO MOVUBI.
           PERFORM GRABAR-MOVIMIENTO.
           PERFORM ACTUALIZAR-UBICACION.
      *
           MOVE TRSREC(LINIDX) TO MOVCANT.
           MOVE TRSDES TO MOVUBI.
           PERFORM GRABAR-MOVIMIENTO.
           PERFORM ACTUALIZAR-UBICACION.
      *
      * La merma deja la empresa: rebaja PROQTY, como el desguace
      * de la cuarentena en UD19E8.
       DAR-BAJA-MERMA.
           MOVE TRSNUM TO MME-NUM.
           MOVE 'OTROS' TO MME-MOT.
           IF TRSMOT(LINIDX) = 'R' THEN
              MOVE 'ROTURA' TO MME-MOT.
           IF TRSMOT(LINIDX) = 'P' THEN
              MOVE 'PERDIDA' TO MME-MOT.
           MOVE MOT-MERMA TO MOVMOT-E.
           COMPUTE MOVCANT = 0 - MERMA.
           MOVE 'TR' TO MOVUBI.
           PERFORM GRABAR-MOVIMIENTO.
           PERFORM ACTUALIZAR-UBICACION.
      *
           IF PRO-EXISTE = 'S' THEN
              SUBTRACT MERMA FROM PROQTY
              REWRITE REGPRO
              IF FS-FPROD = '00' THEN
                 MOVE 'PRODUCTO' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGPRO TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
               ELSE
                 PERFORM ERROR-FICHERO-FPROD.
      *
      * ************************************************
      * Anula un borrador; lo enviado ya no se anula, se recibe
      * ************************************************
       ANULAR.
           DISPLAY MSGANUL    LINE 23 POSITION 14 REVERSE.
           PERFORM LEER-DOCUMENTO.
           IF EXISTE = SPACES AND NOT TRS-BORRADOR THEN
              DISPLAY ERROR-EB LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
           IF EXISTE = SPACES AND TRS-BORRADOR THEN
              DISPLAY 'Confirma la anulacion? (S/N)'
                               LINE 21 POSITION 3 HIGH
              MOVE SPACES TO CONFIRMA
              ACCEPT CONFIRMA  LINE 21 POSITION 33 NO BEEP
              IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                 PERFORM GRABAR-ANULACION.
      *
       GRABAR-ANULACION.
           MOVE 'A' TO TRSEST.
           REWRITE REGTRS.
           IF FS-FTRS = '00' THEN
              DISPLAY 'BORRADOR ANULADO!'
                               LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM ERROR-FICHERO-FTRS.
      *
      * ************************************************
      * Consulta de un traspaso
      * ************************************************
       CONSULTA.
           DISPLAY MSGCONS    LINE 23 POSITION 14 REVERSE.
           PERFORM LEER-DOCUMENTO.
           IF EXISTE = SPACES THEN
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Pide el numero de traspaso, lo lee y lo muestra
      * ************************************************
       LEER-DOCUMENTO.
           MOVE ZEROS TO TRSNUM-E.
           ACCEPT TRSNUM-E LINE  5 POSITION 17 NO BEEP.
           MOVE TRSNUM-E TO TRSNUM.
           MOVE SPACES TO EXISTE.
           READ FTRS RECORD KEY IS TRSNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM MOSTRAR-DOCUMENTO.
      *
       MOSTRAR-DOCUMENTO.
           MOVE TRSORI TO UBICOD.
           PERFORM LEER-ALMACEN.
           DISPLAY TRSORI LINE  6 POSITION 17.
           DISPLAY UBIDES LINE  6 POSITION 21.
           MOVE TRSDES TO UBICOD.
           PERFORM LEER-ALMACEN.
           DISPLAY TRSDES LINE  7 POSITION 17.
           DISPLAY UBIDES LINE  7 POSITION 21.
      *
           MOVE 'BORRADOR' TO ESTADO-P.
           IF TRS-TRANSITO THEN
              MOVE 'EN TRANSITO' TO ESTADO-P.
           IF TRS-RECIBIDO THEN
              MOVE 'RECIBIDO' TO ESTADO-P.
           IF TRS-ANULADO THEN
              MOVE 'ANULADO' TO ESTADO-P.
           DISPLAY ESTADO-P LINE  5 POSITION 58.
           IF TRS-SUGERIDO THEN
              DISPLAY '(UD19E4)' LINE  5 POSITION 71.
      *
           MOVE 6 TO LIN-P.
           MOVE TRSFCR TO FDOC-N.
           PERFORM MOSTRAR-FECHA.
           MOVE 7 TO LIN-P.
           MOVE TRSFEN TO FDOC-N.
           PERFORM MOSTRAR-FECHA.
           MOVE 8 TO LIN-P.
           MOVE TRSFRE TO FDOC-N.
           PERFORM MOSTRAR-FECHA.
      *
           PERFORM MOSTRAR-LINEA VARYING LINIDX FROM 1 BY 1
              UNTIL LINIDX > TRSNLI.
      *
       MOSTRAR-FECHA.
           IF FDOC-N NOT = 0 THEN
              MOVE FDDD TO FPDD
              MOVE FDMM TO FPMM
              MOVE FDAA TO FPAA
              DISPLAY FDOCP LINE LIN-P POSITION 58.
      *
       MOSTRAR-LINEA.
           COMPUTE LIN-P = 10 + LINIDX.
           MOVE LINIDX TO ZLIN.
           DISPLAY ZLIN LINE LIN-P POSITION 3.
           DISPLAY TRSPRO(LINIDX) LINE LIN-P POSITION 7.
           MOVE TRSPRO(LINIDX) TO PROCOD.
           PERFORM LEER-PRODUCTO.
           DISPLAY PRODES LINE LIN-P POSITION 12.
           MOVE TRSCAN(LINIDX) TO ZCAN.
           DISPLAY ZCAN LINE LIN-P POSITION 34.
           IF TRS-RECIBIDO THEN
              MOVE TRSREC(LINIDX) TO ZCAN
              DISPLAY ZCAN LINE LIN-P POSITION 42
              DISPLAY TRSMOT(LINIDX) LINE LIN-P POSITION 52.
      *
       LEER-ALMACEN.
           READ FUBI RECORD KEY IS UBICOD INVALID KEY
                                 MOVE SPACES TO UBIDES.
      *
      * Lee el producto PROCOD; sin el, descripcion en blanco y
      * PROQTY a cero.
       LEER-PRODUCTO.
           MOVE 'S' TO PRO-EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO PRO-EXISTE.
           IF PRO-EXISTE = 'N' THEN
              MOVE SPACES TO PRODES
              MOVE ZEROS  TO PROQTY.
      *
      * ************************************************
      * Numero correlativo desde TRASPAS.CTR
      * ************************************************
       SIGUIENTE-NUMERO.
           MOVE 'T' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO TRSNUM.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
      * ************************************************
      * Stock del producto PROCOD en el almacen SUUBI
      * ************************************************
       LEER-STOCK-ORIGEN.
           MOVE ZEROS TO SUQTY-ORI.
           MOVE PROCOD TO SUPRO.
           MOVE 'S' TO SUB-EXISTE.
           READ FSUB RECORD KEY IS SUCLAVE INVALID KEY
                                 MOVE 'N' TO SUB-EXISTE.
           IF SUB-EXISTE = 'S' THEN
              MOVE SUQTY TO SUQTY-ORI.
      *
      * Sin registro en el principal: el stock anterior a llevar
      * existencias por ubicacion estaba todo alli.
           IF SUB-EXISTE = 'N' AND SUUBI = '01' THEN
              MOVE PROQTY TO SUQTY-ORI.
      *
      * ************************************************
      * Graba un movimiento del traspaso (MOVCANT, MOVUBI y
      * MOVMOT-E ya vienen puestos)
      * ************************************************
       GRABAR-MOVIMIENTO.
           MOVE PROCOD   TO MOVCOD.
           MOVE AA1      TO MOVAA.
           MOVE MM1      TO MOVMM.
           MOVE DD1      TO MOVDD.
           MOVE MOVMOT-E TO MOVMOT.
      * Los traspasos no llevan lote.
           MOVE SPACES   TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
      *
      * ************************************************
      * Refleja el movimiento recien grabado en el stock por
      * ubicacion del almacen que lo recibio
      * ************************************************
       ACTUALIZAR-UBICACION.
           MOVE MOVCOD TO SUPRO.
           MOVE MOVUBI TO SUUBI.
           MOVE 'S' TO SUB-EXISTE.
           READ FSUB RECORD KEY IS SUCLAVE INVALID KEY
                                 MOVE 'N' TO SUB-EXISTE.
           IF SUB-EXISTE = 'S' THEN
              ADD MOVCANT TO SUQTY
              REWRITE REGSUB.
           IF SUB-EXISTE = 'S' AND FS-FSUB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSUB.
      * Primer registro del producto en este almacen. En el
      * principal se arranca del PROQTY mas este movimiento (el
      * stock anterior a llevar existencias por ubicacion estaba
      * todo alli, y el traspaso no toca PROQTY); en cualquier
      * otro almacen se arranca con el propio movimiento.
           IF SUB-EXISTE = 'N' AND MOVUBI = '01' THEN
              COMPUTE SUQTY = PROQTY + MOVCANT.
           IF SUB-EXISTE = 'N' AND MOVUBI NOT = '01' THEN
              MOVE MOVCANT TO SUQTY.
           IF SUB-EXISTE = 'N' THEN
              WRITE REGSUB
              IF FS-FSUB NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FSUB.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  5 POSITION 17 ERASE EOL.
           DISPLAY 'Estado.....:'  LINE  5 POSITION 45 HIGH.
           DISPLAY SPACES LINE  6 POSITION 17 ERASE EOL.
           DISPLAY 'Creado.....:'  LINE  6 POSITION 45 HIGH.
           DISPLAY SPACES LINE  7 POSITION 17 ERASE EOL.
           DISPLAY 'Enviado....:'  LINE  7 POSITION 45 HIGH.
           DISPLAY SPACES LINE  8 POSITION 58 ERASE EOL.
           MOVE 11 TO LIN-P.
           PERFORM BORRAR-LINEA UNTIL LIN-P > 21.
      *
       BORRAR-LINEA.
           DISPLAY SPACES LINE LIN-P POSITION 3 ERASE EOL.
           ADD 1 TO LIN-P.
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
       ERROR-FICHERO-FTRS.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTRS   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD09E12' TO PRA-PRG.
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
           MOVE 'UD09E12' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
