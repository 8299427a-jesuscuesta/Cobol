123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD11E7.
       REMARKS. UNIDAD 11 EJERCICIO 7.
      *
      * Verificacion de embalaje: antes de expedir, el empaquetador
      * pide el pedido, teclea quien lo preparo y lee con el escaner
      * el EAN de cada unidad que va a la caja (una lectura, una
      * unidad; el articulo se localiza por la clave alternativa
      * PROEAN, como en LEER-EAN de la entrada de pedidos UD11E1).
      * Al terminar se cuadra lo leido contra las lineas del pedido
      * y se marcan los articulos que no son del pedido, las
      * unidades de mas y las que faltan. Las lineas de entrega
      * directa no se empaquetan aqui y no cuentan.
      *
      * El resultado queda en VERIFPED.DAT: la expedicion UD11E4
      * solo sirve los pedidos conformes o los que un supervisor
      * fuerza aqui con sus credenciales. Cada verificacion y cada
      * error cazado se anotan en VERIFEMB.DAT, de donde sale el
      * informe mensual de errores de picking UD11E8.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
      * La clave alternativa por EAN localiza el articulo leido con
      * el escaner.
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ALTERNATE RECORD KEY IS PRODES WITH DUPLICATES
            ALTERNATE RECORD KEY IS PROEAN WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPROD.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      *
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
      * El preparador es un operador de OPERADOR.DAT.
            SELECT FOPE ASSIGN TO DISK 'OPERADOR.DAT'
            RECORD KEY IS OPEUSU
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FOPE.
      *
            SELECT FVRF ASSIGN TO DISK 'VERIFPED.DAT'
            RECORD KEY IS VRFPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVRF.
      *
            SELECT FVRE ASSIGN TO DISK 'VERIFEMB.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FVRE.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FOPE LABEL RECORD IS STANDARD.
           COPY REGOPE.
      *
       FD FVRF LABEL RECORD IS STANDARD.
           COPY REGVRF.
      *
       FD FVRE LABEL RECORD IS STANDARD.
           COPY REGVRE.
123456*
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGPIDE    PIC X(60) VALUE
           'Numero de pedido a cero para terminar'.
       77 MSGLEE     PIC X(60) VALUE
           'Lea cada unidad; EAN en blanco para cuadrar el pedido'.
       77 ERROR-P    PIC X(50) VALUE 'ERROR! El pedido NO existe.'.
       77 ERROR-X    PIC X(50) VALUE
           'ERROR! El pedido NO esta pendiente de servir.'.
       77 ERROR-PRE  PIC X(50) VALUE
           'ERROR! El preparador NO es un operador.'.
       77 ERROR-EAN  PIC X(50) VALUE
           'ERROR! Ningun articulo con ese EAN.'.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 FINLIN     PIC X.
       77 FIN-LECT   PIC X.
       77 PRE-OK     PIC X.
      *
      * Pedido, preparador y codigo de barras tecleados.
       77 PEDNUM-E   PIC 9(6).
       77 PRE-E      PIC X(8).
       77 EAN-E      PIC X(13).
      *
      * Lineas del pedido a empaquetar, agrupadas por articulo:
      * unidades pedidas y unidades leidas.
       77 NUMLIN-T   PIC 99 VALUE 0.
       77 LINIDX     PIC 99.
       01 TABLA-LINEAS.
           02 TL-LINEA OCCURS 50 TIMES.
              03 TL-PRO  PIC X(4).
              03 TL-DES  PIC X(20).
              03 TL-PED  PIC 9(5).
              03 TL-LEI  PIC 9(5).
      *
      * Articulos leidos que no son del pedido.
       77 NUMAJE-T   PIC 99 VALUE 0.
       77 AJEIDX     PIC 99.
       01 TABLA-AJENOS.
           02 TA-AJENO OCCURS 20 TIMES.
              03 TA-PRO  PIC X(4).
              03 TA-DES  PIC X(20).
              03 TA-CAN  PIC 9(5).
      *
      * Unidades pedidas y leidas del pedido en curso.
       77 TOT-PED    PIC 9(6).
       77 TOT-LEI    PIC 9(6).
       77 ZUNI       PIC ZZZZZ9.
      *
      * Cuadre: errores encontrados, fila de pantalla en la que
      * se muestra cada uno y datos del error en curso.
       77 NUMERR     PIC 999.
       77 FILA       PIC 99.
       77 ZNUM       PIC ZZ9.
       77 ERR-TIP    PIC X.
       77 ERR-PRO    PIC X(4).
       77 ERR-DES    PIC X(20).
       77 ERR-CAN    PIC 9(5).
       01 LINEA-ERROR.
           02 LER-PRO PIC X(4).
           02 FILLER  PIC X(6)  VALUE SPACES.
           02 LER-DES PIC X(20).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LER-TXT PIC X(16).
           02 LER-CAN PIC ZZZZ9.
      *
      * Resultado: C conforme, E con errores, F forzado, y el
      * supervisor que lo fuerza.
       77 ESTADO-E   PIC X.
       77 SUP-E      PIC X(8).
       77 VRF-EXISTE PIC X.
       77 RESPAUT    PIC X.
      *
      * Credenciales del supervisor que fuerza la expedicion de un
      * pedido con errores (rutina comun OPERLOG, como en UD11E1).
       77 MSGSUP     PIC X(55) VALUE
           'Necesita autorizacion de un supervisor (usuario/clave).'.
       77 SUP-USUARIO PIC X(8).
       77 SUP-CLAVE   PIC X(8).
       77 SUP-OK      PIC X.
       77 SUP-ROL     PIC X.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FOPE    PIC XX.
       77 FS-FVRF    PIC XX.
       77 FS-FVRE    PIC XX.
       77 MSGFS      PIC X(60) VALUE
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
123456*
       PROCEDURE DIVISION.
       COMIENZO.
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
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
      *
      * OPERADOR.DAT puede no existir todavia (estado '35'): el
      * preparador se acepta entonces sin validar.
           OPEN INPUT FOPE.
           IF FS-FOPE NOT = '00' AND FS-FOPE NOT = '35' THEN
              PERFORM ERROR-FICHERO-FOPE
              GOBACK.
      *
      * VERIFPED.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio.
           OPEN I-O FVRF.
           IF FS-FVRF = '35' THEN
              OPEN OUTPUT FVRF
              CLOSE FVRF
              OPEN I-O FVRF.
           IF FS-FVRF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVRF
              GOBACK.
      *
      * VERIFEMB.DAT se crea con OUTPUT la primera vez, igual que
      * MOVIMIENT.DAT.
           OPEN EXTEND FVRE.
           IF FS-FVRE = '35' THEN
              OPEN OUTPUT FVRE.
           IF FS-FVRE NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVRE
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * PEDNUM-E se deja con un valor no nulo para que entre en el
      * bucle de VERIFICAR-PEDIDO al menos una vez.
           MOVE 1 TO PEDNUM-E.
      *
      * ************************************************
      * Proceso del programa: un pedido por vuelta, hasta que se
      * deje el numero de pedido a cero.
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM VERIFICAR-PEDIDO UNTIL PEDNUM-E = ZEROS.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FOPE NOT = '35' THEN
              CLOSE FOPE.
           CLOSE FCLI FPROD FPED FLIN FVRF FVRE.
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
           DISPLAY 'VERIFICACION DE EMBALAJE'
                                   LINE  3 POSITION 28 REVERSE HIGH.
      *
           DISPLAY 'Num. pedido.:' LINE  5 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Preparador..:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'EAN.........:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Unidades....:' LINE 11 POSITION 10 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGPIDE         LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide un numero de pedido y, si esta pendiente de servir,
      * verifica su embalaje
      * ************************************************
       VERIFICAR-PEDIDO.
           PERFORM BORRAR-PANTALLA.
           MOVE ZEROS TO PEDNUM-E.
           ACCEPT PEDNUM-E LINE  5 POSITION 24 NO BEEP.
      *
           IF PEDNUM-E NOT = ZEROS THEN
              PERFORM LEER-PEDIDO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-P LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 IF NOT PED-CAPTADO THEN
                    DISPLAY ERROR-X LINE 23 POSITION 14 REVERSE
                    PERFORM CONTINUAR
                    DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM TRATAR-PEDIDO.
      *
       LEER-PEDIDO.
           MOVE PEDNUM-E TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Lee lo que va en la caja, lo cuadra contra el pedido y
      * anota el resultado
      * ************************************************
       TRATAR-PEDIDO.
           MOVE PEDCLI TO CLICOD.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
           DISPLAY CLINOM LINE  6 POSITION 24.
      *
           MOVE 'N' TO PRE-OK.
           PERFORM PEDIR-PREPARADOR UNTIL PRE-OK = 'S'.
           PERFORM CARGAR-LINEAS.
      *
           DISPLAY MSGLEE LINE 23 POSITION 14 REVERSE.
           MOVE 'N' TO FIN-LECT.
           PERFORM LEER-UNIDAD UNTIL FIN-LECT = 'S'.
      *
           PERFORM CUADRAR-PEDIDO.
           PERFORM DECIDIR-RESULTADO.
           PERFORM GRABAR-VERIFICACION.
           PERFORM CONTINUAR.
           DISPLAY SPACES  LINE 23 POSITION 14 ERASE EOL.
           DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Quien preparo el pedido: un operador de OPERADOR.DAT
      * ************************************************
       PEDIR-PREPARADOR.
           MOVE SPACES TO PRE-E.
           ACCEPT PRE-E LINE  7 POSITION 24 NO BEEP.
           IF PRE-E NOT = SPACES THEN
              MOVE 'S' TO PRE-OK.
           IF PRE-E NOT = SPACES AND FS-FOPE NOT = '35' THEN
              PERFORM VALIDAR-PREPARADOR.
      *
       VALIDAR-PREPARADOR.
           MOVE PRE-E TO OPEUSU.
           READ FOPE RECORD KEY IS OPEUSU INVALID KEY
                                 MOVE 'N' TO PRE-OK.
           IF PRE-OK = 'S' THEN
              DISPLAY OPENOM LINE  7 POSITION 34
            ELSE
              DISPLAY ERROR-PRE LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE   LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Carga las lineas del pedido agrupadas por articulo; las
      * de entrega directa no pasan por el almacen y se saltan
      * ************************************************
       CARGAR-LINEAS.
           MOVE 0 TO NUMLIN-T.
           MOVE 0 TO NUMAJE-T.
           MOVE 0 TO TOT-PED.
           MOVE 0 TO TOT-LEI.
      *
           MOVE SPACE TO FINLIN.
           MOVE PEDNUM-E TO LINPED.
           MOVE ZEROS    TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PEDNUM-E THEN
              MOVE 'S' TO FINLIN.
      *
           PERFORM CARGAR-UNA-LINEA UNTIL FINLIN = 'S'.
           PERFORM MOSTRAR-UNIDADES.
      *
       CARGAR-UNA-LINEA.
           MOVE LINPRO TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE
                                 MOVE '(sin producto)' TO PRODES.
           IF EXISTE = 'N' OR NOT PRO-DIRECTO THEN
              PERFORM SUMAR-LINEA.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PEDNUM-E THEN
              MOVE 'S' TO FINLIN.
      *
       SUMAR-LINEA.
           PERFORM VARYING LINIDX FROM 1 BY 1
              UNTIL LINIDX > NUMLIN-T OR TL-PRO(LINIDX) = LINPRO.
           IF LINIDX > NUMLIN-T AND NUMLIN-T < 50 THEN
              ADD 1 TO NUMLIN-T
              MOVE LINPRO TO TL-PRO(NUMLIN-T)
              MOVE PRODES TO TL-DES(NUMLIN-T)
              MOVE 0 TO TL-PED(NUMLIN-T)
              MOVE 0 TO TL-LEI(NUMLIN-T)
              MOVE NUMLIN-T TO LINIDX.
           IF LINIDX NOT > NUMLIN-T THEN
              ADD LINCAN TO TL-PED(LINIDX)
              ADD LINCAN TO TOT-PED.
      *
       MOSTRAR-UNIDADES.
           MOVE TOT-LEI TO ZUNI.
           DISPLAY ZUNI    LINE 11 POSITION 24.
           DISPLAY 'leidas de' LINE 11 POSITION 31.
           MOVE TOT-PED TO ZUNI.
           DISPLAY ZUNI    LINE 11 POSITION 41.
      *
      * ************************************************
      * Una lectura del escaner es una unidad; el EAN en blanco
      * da la caja por terminada
      * ************************************************
       LEER-UNIDAD.
           DISPLAY SPACES LINE  9 POSITION 24 ERASE EOL.
           MOVE SPACES TO EAN-E.
           ACCEPT EAN-E LINE  9 POSITION 24 NO BEEP.
           IF EAN-E = SPACES THEN
              MOVE 'S' TO FIN-LECT
            ELSE
              PERFORM BUSCAR-EAN.
      *
       BUSCAR-EAN.
           DISPLAY SPACES LINE 10 POSITION 10 ERASE EOL.
           MOVE EAN-E TO PROEAN.
           MOVE SPACES TO EXISTE.
           READ FPROD KEY IS PROEAN INVALID KEY
                                    MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              DISPLAY PROCOD LINE 10 POSITION 10
              DISPLAY PRODES LINE 10 POSITION 16
              PERFORM CONTAR-UNIDAD
            ELSE
              DISPLAY ERROR-EAN LINE 10 POSITION 10 REVERSE BEEP.
      *
       CONTAR-UNIDAD.
           PERFORM VARYING LINIDX FROM 1 BY 1
              UNTIL LINIDX > NUMLIN-T OR TL-PRO(LINIDX) = PROCOD.
           IF LINIDX > NUMLIN-T THEN
              PERFORM ANOTAR-AJENO
            ELSE
              ADD 1 TO TL-LEI(LINIDX)
              ADD 1 TO TOT-LEI
              PERFORM MOSTRAR-LECTURA.
           PERFORM MOSTRAR-UNIDADES.
      *
       MOSTRAR-LECTURA.
           MOVE TL-LEI(LINIDX) TO ZNUM.
           DISPLAY ZNUM LINE 10 POSITION 38.
           DISPLAY 'de' LINE 10 POSITION 42.
           MOVE TL-PED(LINIDX) TO ZNUM.
           DISPLAY ZNUM LINE 10 POSITION 45.
           IF TL-LEI(LINIDX) > TL-PED(LINIDX) THEN
              DISPLAY 'SOBRA!' LINE 10 POSITION 50 REVERSE BEEP.
      *
       ANOTAR-AJENO.
           DISPLAY 'NO ES DEL PEDIDO!' LINE 10 POSITION 38
                                        REVERSE BEEP.
           PERFORM VARYING AJEIDX FROM 1 BY 1
              UNTIL AJEIDX > NUMAJE-T OR TA-PRO(AJEIDX) = PROCOD.
           IF AJEIDX > NUMAJE-T AND NUMAJE-T < 20 THEN
              ADD 1 TO NUMAJE-T
              MOVE PROCOD TO TA-PRO(NUMAJE-T)
              MOVE PRODES TO TA-DES(NUMAJE-T)
              MOVE 0 TO TA-CAN(NUMAJE-T)
              MOVE NUMAJE-T TO AJEIDX.
           IF AJEIDX NOT > NUMAJE-T THEN
              ADD 1 TO TA-CAN(AJEIDX).
      *
      * ************************************************
      * Cuadra lo leido contra lo pedido: cada diferencia es un
      * error, que se muestra y se anota en VERIFEMB.DAT
      * ************************************************
       CUADRAR-PEDIDO.
           DISPLAY SPACES LINE 10 POSITION 10 ERASE EOL.
           MOVE 0 TO NUMERR.
           MOVE 13 TO FILA.
           DISPLAY 'Producto  Descripcion           Error          Uds.'
                                   LINE 12 POSITION 10 HIGH.
      *
           PERFORM CUADRAR-LINEA
              VARYING LINIDX FROM 1 BY 1 UNTIL LINIDX > NUMLIN-T.
           PERFORM CUADRAR-AJENO
              VARYING AJEIDX FROM 1 BY 1 UNTIL AJEIDX > NUMAJE-T.
      *
      * Y la propia verificacion, para medir los pedidos que pasa
      * cada preparador.
           MOVE 'V'    TO ERR-TIP.
           MOVE SPACES TO ERR-PRO.
           MOVE NUMERR TO ERR-CAN.
           PERFORM GRABAR-REGISTRO.
      *
       CUADRAR-LINEA.
           MOVE TL-PRO(LINIDX) TO ERR-PRO.
           MOVE TL-DES(LINIDX) TO ERR-DES.
           IF TL-LEI(LINIDX) > TL-PED(LINIDX) THEN
              MOVE 'S' TO ERR-TIP
              COMPUTE ERR-CAN = TL-LEI(LINIDX) - TL-PED(LINIDX)
              PERFORM ANOTAR-ERROR.
           IF TL-LEI(LINIDX) < TL-PED(LINIDX) THEN
              MOVE 'F' TO ERR-TIP
              COMPUTE ERR-CAN = TL-PED(LINIDX) - TL-LEI(LINIDX)
              PERFORM ANOTAR-ERROR.
      *
       CUADRAR-AJENO.
           MOVE TA-PRO(AJEIDX) TO ERR-PRO.
           MOVE TA-DES(AJEIDX) TO ERR-DES.
           MOVE 'E' TO ERR-TIP.
           MOVE TA-CAN(AJEIDX) TO ERR-CAN.
           PERFORM ANOTAR-ERROR.
      *
       ANOTAR-ERROR.
           ADD 1 TO NUMERR.
           PERFORM GRABAR-REGISTRO.
      *
      * En pantalla caben ocho errores; el resto solo se cuenta.
           IF FILA < 21 THEN
              MOVE ERR-PRO TO LER-PRO
              MOVE ERR-DES TO LER-DES
              MOVE ERR-CAN TO LER-CAN
              PERFORM TEXTO-ERROR
              DISPLAY LINEA-ERROR LINE FILA POSITION 10
              ADD 1 TO FILA.
      *
       TEXTO-ERROR.
           IF ERR-TIP = 'E' THEN
              MOVE 'No es del pedido' TO LER-TXT.
           IF ERR-TIP = 'S' THEN
              MOVE 'Sobran'           TO LER-TXT.
           IF ERR-TIP = 'F' THEN
              MOVE 'Faltan'           TO LER-TXT.
      *
       GRABAR-REGISTRO.
           MOVE AA1      TO VREAA.
           MOVE MM1      TO VREMM.
           MOVE DD1      TO VREDD.
           MOVE PEDNUM-E TO VREPED.
           MOVE PRE-E    TO VREPRE.
           MOVE ERR-TIP  TO VRETIP.
           MOVE ERR-PRO  TO VREPRO.
           MOVE ERR-CAN  TO VRECAN.
           WRITE REGVRE.
           IF FS-FVRE NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVRE.
      *
      * ************************************************
      * Sin errores el pedido queda conforme; con errores, solo
      * un supervisor puede dejarlo salir
      * ************************************************
       DECIDIR-RESULTADO.
           MOVE SPACES TO SUP-E.
           MOVE 'C' TO ESTADO-E.
           IF NUMERR > 0 THEN
              MOVE 'E' TO ESTADO-E
              PERFORM PEDIR-FORZADO.
      *
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           IF ESTADO-E = 'C' THEN
              DISPLAY 'EMBALAJE CONFORME: ya puede expedirse.'
                                 LINE 23 POSITION 14 REVERSE.
           IF ESTADO-E = 'E' THEN
              DISPLAY 'CON ERRORES: corrija la caja y vuelva a leerla.'
                                 LINE 23 POSITION 14 REVERSE.
           IF ESTADO-E = 'F' THEN
              DISPLAY 'EXPEDICION FORZADA POR EL SUPERVISOR.'
                                 LINE 23 POSITION 14 REVERSE.
      *
       PEDIR-FORZADO.
           MOVE NUMERR TO ZNUM.
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           DISPLAY 'ERRORES:'   LINE 23 POSITION 14 REVERSE.
           DISPLAY ZNUM         LINE 23 POSITION 23 REVERSE.
           DISPLAY 'Forzar la expedicion con supervisor (S/N)?'
                                LINE 23 POSITION 27 REVERSE.
           MOVE SPACES TO RESPAUT.
           ACCEPT RESPAUT       LINE 23 POSITION 71 NO BEEP.
           IF RESPAUT = 'S' OR RESPAUT = 's' THEN
              PERFORM AUTORIZA-SUPERVISOR.
      *
       AUTORIZA-SUPERVISOR.
           DISPLAY SPACES LINE 23 POSITION 14 ERASE EOL.
           DISPLAY MSGSUP      LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Usuario..:' LINE 21 POSITION 14.
           DISPLAY 'Clave....:' LINE 22 POSITION 14.
           MOVE SPACES TO SUP-USUARIO.
           MOVE SPACES TO SUP-CLAVE.
           ACCEPT SUP-USUARIO  LINE 21 POSITION 25 NO BEEP.
           ACCEPT SUP-CLAVE    LINE 22 POSITION 25 NO BEEP OFF.
           CALL 'OPERLOG' USING SUP-USUARIO, SUP-CLAVE,
                SUP-OK, SUP-ROL.
           IF SUP-OK = 'S' AND SUP-ROL = 'S' THEN
              MOVE 'F' TO ESTADO-E
              MOVE SUP-USUARIO TO SUP-E
            ELSE
              DISPLAY 'Autorizacion denegada.     '
                                LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
           DISPLAY SPACES LINE 21 POSITION 14 ERASE EOL.
           DISPLAY SPACES LINE 22 POSITION 14 ERASE EOL.
      *
      * ************************************************
      * Anota el resultado en VERIFPED.DAT (alta la primera vez
      * que se verifica el pedido)
      * ************************************************
       GRABAR-VERIFICACION.
           MOVE PEDNUM-E TO VRFPED.
           MOVE 'S' TO VRF-EXISTE.
           READ FVRF RECORD KEY IS VRFPED INVALID KEY
                                 MOVE 'N' TO VRF-EXISTE.
           IF VRF-EXISTE = 'N' THEN
              MOVE PEDNUM-E TO VRFPED
              MOVE 0 TO VRFNUM.
           ADD 1 TO VRFNUM.
           MOVE ESTADO-E TO VRFEST.
           MOVE PRE-E    TO VRFPRE.
           MOVE SUP-E    TO VRFSUP.
           MOVE FECHA    TO VRFFEC.
           MOVE NUMERR   TO VRFERR.
           IF VRF-EXISTE = 'N' THEN
              WRITE REGVRF
            ELSE
              REWRITE REGVRF.
           IF FS-FVRF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVRF.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  5 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  6 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  7 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 10 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           PERFORM BORRAR-FILA VARYING FILA FROM 12 BY 1
              UNTIL FILA > 20.
      *
       BORRAR-FILA.
           DISPLAY SPACES LINE FILA POSITION 10 ERASE EOL.
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
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FOPE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FOPE   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FVRF.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVRF   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FVRE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVRE   LINE 23 POSITION 40 REVERSE.
