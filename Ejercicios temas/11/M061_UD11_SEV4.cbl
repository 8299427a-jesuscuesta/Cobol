      * podido cubrir de cada linea (el proceso nocturno UD13E7 la
      * ira sirviendo segun entre genero), y marca el pedido como
      * servido para que no pueda expedirse dos veces.
      * Las lineas de entrega directa (PRO-DIRECTO) no mueven
      * stock: las sirve el proveedor al cliente, y quedan en
      * BACKORD.DAT hasta que la recepcion UD15E3 de su compra las
      * da por servidas.
      * No se expide desde un almacen en consigna (UBICLI): ese
      * genero esta en casa del cliente y sale por su consumo.
      * Las lineas de kit salen de los kits ya montados por
      * UD19E12 cuando los hay para la linea entera; si no, se
      * explotan en sus componentes.
      * De los articulos con control de serie (PRO-SERIE) se pide
      * el numero de serie de cada unidad servida, que queda como
      * vendida al cliente del pedido (rutina comun NSERIE).
      * Si el cliente exige una vida util minima (VIDACLI.DAT, rutina
      * comun VIDAMIN), los lotes que no la cumplen se saltan: de
      * la linea solo se sirve lo que cubren los lotes aptos mas el
      * stock sin lote, y lo que falte queda en BACKORD.DAT con el
      * motivo BO-VIDA-CORTA.
      * Solo se expide el pedido cuyo embalaje se ha verificado con
      * el escaner en UD11E7 (VERIFPED.DAT) y ha quedado conforme o
      * forzado por un supervisor.
      * Un articulo bloqueado por calidad (PRO-BLOQUEADO) no sale:
      * su linea queda entera en BACKORD.DAT con el motivo
      * BO-BLOQUEADO. De un descatalogado no quedan pendientes: su
      * linea se recorta en LINPED.DAT a lo servido.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
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
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FENV.
      *
      * Verificacion de embalaje hecha en UD11E7: sin ella conforme
      * o forzada, el pedido no sale.
            SELECT FVRF ASSIGN TO DISK 'VERIFPED.DAT'
            RECORD KEY IS VRFPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVRF.
123456*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FENV LABEL RECORD IS STANDARD.
           COPY REGENV.
      *
       FD FVRF LABEL RECORD IS STANDARD.
           COPY REGVRF.
123456*
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 CONTINUA   PIC X.
       77 FINLEC     PIC X.
      *
      * Verificacion de embalaje del pedido (VERIFPED.DAT; si aun
      * no existe, ningun pedido esta verificado).
       77 FS-FVRF    PIC XX.
       77 HAY-VERIF  PIC X.
       77 VRF-OK     PIC X.
       77 ERROR-V    PIC X(50) VALUE
           'ERROR! Embalaje sin verificar o con errores.'.
      *
      * Numero de pedido tecleado por el operador.
       77 PEDNUM-E   PIC 9(6).
      *
       77 DISP-ALM   PIC S9(5).
       77 ERROR-ALM  PIC X(50) VALUE
           'ERROR! El almacen NO existe.'.
       77 ERROR-CSG  PIC X(50) VALUE
           'ERROR! No se expide desde una consigna de cliente.'.
      *
      * Cantidad de la linea que el stock alcanza a cubrir y
      * cantidad que queda pendiente en BACKORD.DAT.
       77 CANT-CUB   PIC 99999.
       77 CANT-PTE   PIC 99999.
       77 BO-EXISTE  PIC X.
      *
      * Lineas expedidas y lineas con pendiente, para el resumen.
       77 NUMLIN     PIC 999.
       77 NUMPTE     PIC 999.
       77 ZNUM       PIC ZZ9.
      *
      * Lineas retenidas por articulo bloqueado y lineas de
      * descatalogados recortadas a lo servido.
       77 NUMBLQ     PIC 999.
       77 NUMDSC     PIC 999.
      *
      * Cantidad, motivo y lote del movimiento de salida.
       77 MOVCANT-E  PIC S9(5).
       77 MOVMOT-E   PIC X(20).
       77 FS-FLOT    PIC XX.
       77 CANT-RESTA PIC 9(5).
      *
      * Numero de serie tecleado y series ya aceptadas de la
      * linea en curso, y argumentos de la rutina comun NSERIE.
       77 SERIE-E    PIC X(20).
       77 NUMSER-E   PIC 99999.
       01 TXT-SERIE.
           02 FILLER  PIC X(6)  VALUE 'Serie '.
           02 TXS-NUM PIC ZZZZ9.
           02 FILLER  PIC X(4)  VALUE ' de '.
           02 TXS-TOT PIC ZZZZ9.
           02 FILLER  PIC X     VALUE ':'.
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
      * Explosion de kits: marca de que la linea en curso es un
      * kit, recorrido de sus componentes y cobertura de todos.
       77 FS-FKIT    PIC XX.
       77 LOTE-MEJOR PIC X(10).
       77 CAD-MEJOR  PIC 9(8).
       77 CAD-LOTE   PIC 9(8).
      *
      * Vida util minima del cliente: lo que suman los lotes del
      * producto y los que la cumplen, el stock que no esta en
      * ningun lote, y marca de linea corta por vida util.
       77 SUM-LOTES  PIC S9(7).
       77 SUM-APTOS  PIC S9(7).
       77 SIN-LOTE   PIC S9(7).
       77 VIDA-CORTA PIC X.
       77 NUMVID     PIC 999.
      *
      * Argumentos de la rutina comun VIDAMIN.
       77 VDM-OPER   PIC X(3).
       77 VDM-CLI    PIC X(4).
       77 VDM-FAM    PIC XXX.
       77 VDM-TIP    PIC X.
       77 VDM-VAL    PIC 999.
       77 VDM-CAD    PIC 9(8).
       77 VDM-FEN    PIC 9(8).
       77 VDM-HOY    PIC 9(8).
       77 VDM-DIAS   PIC S9(5).
       77 VDM-PCT    PIC 999.
       77 VDM-APTO   PIC X.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FMOV    PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FBO     PIC XX.
       77 FS-FSUB    PIC XX.
       77 SUB-EXISTE PIC X.
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
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
           OPEN I-O FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
           IF FS-FLOT NOT = '00' AND FS-FLOT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FLOT
              GOBACK.
      *
      * VERIFPED.DAT lo crea la primera verificacion de UD11E7;
      * hasta entonces (estado '35') no se puede expedir nada.
           MOVE 'S' TO HAY-VERIF.
           OPEN INPUT FVRF.
           IF FS-FVRF = '35' THEN
              MOVE 'N' TO HAY-VERIF.
           IF FS-FVRF NOT = '00' AND FS-FVRF NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVRF
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
              CLOSE FUBI.
           IF FS-FKIT = '00' OR FS-FKIT = '10' THEN
              CLOSE FKIT.
           IF HAY-VERIF = 'S' THEN
              CLOSE FVRF.
           CLOSE FEXP FENV.
           CLOSE FCLI FPROD FPED FLIN FMOV FBO FSUB.
      *
           DISPLAY 'Cliente.....:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Lineas.serv.:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Lin.pendien.:' LINE 14 POSITION 10 HIGH.
           DISPLAY 'Por vida min:' LINE 16 POSITION 10 HIGH.
           DISPLAY 'Bloqueadas..:' LINE 18 POSITION 10 HIGH.
           DISPLAY 'Descat.corta:' LINE 20 POSITION 10 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGPIDE         LINE 23 POSITION 14 REVERSE.
                    DISPLAY ERROR-ALM LINE 23 POSITION 14 REVERSE
                    PERFORM CONTINUAR
                    DISPLAY MSGPIDE   LINE 23 POSITION 14 REVERSE.
      *
           IF ALM-OK = 'S' AND UBICOD-E NOT = '01'
                AND (FS-FUBI = '00' OR FS-FUBI = '10') THEN
              PERFORM COMPROBAR-CONSIGNA.
      *
       COMPROBAR-CONSIGNA.
           IF NOT UBI-PROPIA THEN
              MOVE 'N' TO ALM-OK
              DISPLAY ERROR-CSG LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE   LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide un numero de pedido y, si existe, esta pendiente y hay
                    PERFORM CONTINUAR
                    DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM COMPROBAR-EMBALAJE.
      *
      * ************************************************
      * El pedido solo sale con el embalaje verificado conforme, o
      * forzado por un supervisor, en UD11E7
      * ************************************************
       COMPROBAR-EMBALAJE.
           MOVE 'N' TO VRF-OK.
           IF HAY-VERIF = 'S' THEN
              PERFORM LEER-VERIFICACION.
           IF VRF-OK = 'S' THEN
              PERFORM TRATAR-PEDIDO
            ELSE
              DISPLAY ERROR-V LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       LEER-VERIFICACION.
           MOVE PEDNUM-E TO VRFPED.
           MOVE 'S' TO VRF-OK.
           READ FVRF RECORD KEY IS VRFPED INVALID KEY
                                 MOVE 'N' TO VRF-OK.
           IF VRF-OK = 'S' AND NOT VRF-CONFORME
                           AND NOT VRF-FORZADO THEN
              MOVE 'N' TO VRF-OK.
      *
      * ************************************************
      * Muestra el cliente, comprueba el stock de todas las lineas
           DISPLAY ZNUM LINE 12 POSITION 24.
           MOVE NUMPTE TO ZNUM.
           DISPLAY ZNUM LINE 14 POSITION 24.
           MOVE NUMVID TO ZNUM.
           DISPLAY ZNUM LINE 16 POSITION 24.
           MOVE NUMBLQ TO ZNUM.
           DISPLAY ZNUM LINE 18 POSITION 24.
           MOVE NUMDSC TO ZNUM.
           DISPLAY ZNUM LINE 20 POSITION 24.
           IF NUMPTE = 0 THEN
              DISPLAY 'PEDIDO EXPEDIDO!' LINE 23 POSITION 14 REVERSE
            ELSE
              IF NUMVID = 0 THEN
                 DISPLAY 'EXPEDIDO CON LINEAS EN ESPERA.'
                                 LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY 'EN ESPERA POR VIDA UTIL MINIMA DEL CLIENTE.'
                                 LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
       SERVIR-LINEAS.
           MOVE 0 TO NUMLIN.
           MOVE 0 TO NUMPTE.
           MOVE 0 TO NUMVID.
           MOVE 0 TO NUMBLQ.
           MOVE 0 TO NUMDSC.
           PERFORM POSICIONAR-LINEAS.
           PERFORM SERVIR-UNA-LINEA UNTIL FINLEC = 'S'.
      *
      *
           MOVE ZEROS TO CANT-CUB.
           MOVE LINCAN TO CANT-PTE.
           MOVE 'N' TO VIDA-CORTA.
           MOVE SPACE TO VDM-TIP.
      * Una linea de kit se sirve de kits ya montados (los que
      * deja UD19E12 como stock del propio codigo) si llegan para
      * la linea entera; si no, se explota en sus componentes.
           PERFORM COMPROBAR-KIT.
           IF ES-KIT = 'S' AND EXISTE = SPACES THEN
              PERFORM COMPROBAR-KIT-MONTADO.
           IF ES-KIT = 'S' THEN
              PERFORM SERVIR-KIT.
      * La linea deja de estar captada: su reserva se libera
              PERFORM CONSUMIR-RESERVA.
      * Se sirve contra el stock del almacen elegido, no contra
      * el total de la empresa: una sucursal ya no puede vaciar
      * sobre el papel el genero de la central. De un articulo
      * bloqueado no se cubre nada.
           IF EXISTE = SPACES AND ES-KIT NOT = 'S'
                AND NOT PRO-DIRECTO AND NOT PRO-BLOQUEADO THEN
              PERFORM DISPONIBLE-ALMACEN
              IF DISP-ALM - LINCAN < 0 THEN
                 MOVE DISP-ALM TO CANT-CUB
           IF EXISTE = SPACES AND ES-KIT NOT = 'S'
                AND CANT-CUB > PROQTY THEN
              MOVE PROQTY TO CANT-CUB.
      * Con vida util minima del cliente, solo cuenta el stock de
      * los lotes que la cumplen y el que no tiene lote.
           IF EXISTE = SPACES AND ES-KIT NOT = 'S'
                AND NOT PRO-DIRECTO AND CANT-CUB > 0 THEN
              PERFORM LIMITAR-POR-VIDA.
           IF EXISTE = SPACES AND ES-KIT NOT = 'S'
                AND NOT PRO-DIRECTO THEN
              SUBTRACT CANT-CUB FROM LINCAN GIVING CANT-PTE.
           IF EXISTE = SPACES AND ES-KIT NOT = 'S'
                AND NOT PRO-DIRECTO AND PRO-BLOQUEADO THEN
              ADD 1 TO NUMBLQ.
      * De un descatalogado no queda nada pendiente.
           IF EXISTE = SPACES AND ES-KIT NOT = 'S'
                AND NOT PRO-DIRECTO AND PRO-DESCATALOGADO
                AND CANT-PTE > 0 THEN
              PERFORM RECORTAR-LINEA.
      * La de entrega directa queda entera a la espera del
      * proveedor, sin salida de almacen.
           IF EXISTE = SPACES AND ES-KIT NOT = 'S' AND PRO-DIRECTO
                AND CANT-PTE > 0 THEN
              PERFORM ESPERAR-DIRECTO
              MOVE ZEROS TO CANT-PTE.
      *
           IF CANT-CUB > 0 AND ES-KIT NOT = 'S' THEN
              SUBTRACT CANT-CUB FROM PROQTY
                        PEDNUM-E  DELIMITED BY SIZE
                   INTO MOVMOT-E
                 PERFORM SERVIR-POR-LOTES
                 PERFORM SALIDA-SERIES
                 ADD 1 TO NUMLIN
                 PERFORM ACUMULAR-ENVIO
               ELSE
           IF CANT-PTE > 0 THEN
              PERFORM GRABAR-PENDIENTE
              ADD 1 TO NUMPTE.
           IF CANT-PTE > 0 AND VIDA-CORTA = 'S' THEN
              ADD 1 TO NUMVID.
      *
           PERFORM LEER-SIGUIENTE-LINEA.
      *
      * ************************************************
      * Una serie por unidad servida de los articulos con control
      * de serie: cada una queda vendida al cliente del pedido al
      * aceptarla. La que no se conoce se da de alta (genero que
      * ya estaba en almacen antes de llevar series); una serie ya
      * vendida se rechaza y se vuelve a pedir
      * ************************************************
       SALIDA-SERIES.
           IF PRO-SERIE THEN
              PERFORM CAPTURAR-SERIES.
      *
       CAPTURAR-SERIES.
           DISPLAY 'Series de.:' LINE 17 POSITION 10 HIGH.
           DISPLAY PROCOD        LINE 17 POSITION 24.
           DISPLAY PRODES        LINE 17 POSITION 30.
           MOVE 0 TO NUMSER-E.
           MOVE CANT-CUB TO TXS-TOT.
           PERFORM CAPTURAR-UNA-SERIE UNTIL NUMSER-E = CANT-CUB.
           DISPLAY SPACES LINE 17 POSITION 10 ERASE EOL.
           DISPLAY SPACES LINE 18 POSITION 10 ERASE EOL.
      *
       CAPTURAR-UNA-SERIE.
           COMPUTE TXS-NUM = NUMSER-E + 1.
           DISPLAY TXT-SERIE LINE 18 POSITION 10 HIGH.
           MOVE SPACES TO SERIE-E.
           ACCEPT SERIE-E LINE 18 POSITION 32 NO BEEP.
           IF SERIE-E = SPACES THEN
              MOVE 'N' TO NSR-OK
              MOVE 'ERROR! Falta el numero de serie.' TO NSR-MSG
            ELSE
              PERFORM SACAR-SERIE.
           IF NSR-OK = 'S' THEN
              ADD 1 TO NUMSER-E
            ELSE
              DISPLAY NSR-MSG   LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY MSGPIDE   LINE 23 POSITION 14 REVERSE.
           DISPLAY SPACES LINE 18 POSITION 32 ERASE EOL.
      *
       SACAR-SERIE.
           MOVE 'SAL'    TO NSR-OPER.
           MOVE PROCOD   TO NSR-PRO.
           MOVE SERIE-E  TO NSR-NUM.
           MOVE UBICOD-E TO NSR-UBI.
           MOVE PEDCLI   TO NSR-TER.
           MOVE PEDNUM-E TO NSR-DOC.
           MOVE FECHA    TO NSR-FEC.
           CALL 'NSERIE' USING NSR-OPER, NSR-PRO, NSR-NUM, NSR-UBI,
                               NSR-TER, NSR-DOC, NSR-FEC, NSR-OK,
                               NSR-MSG.
      *
      * ************************************************
      * Acumula el bulto, el peso y el volumen de la linea recien
      * servida (con el PROPES/PROVOL del maestro)
      * ************************************************
              IF EXISTE-KIT = SPACES THEN
                 MOVE 'S' TO ES-KIT.
      *
      * Con kits montados de sobra en el almacen para toda la
      * linea, esta se sirve como un articulo suelto (con sus
      * lotes MON de montaje por caducidad).
       COMPROBAR-KIT-MONTADO.
           PERFORM DISPONIBLE-ALMACEN.
           IF DISP-ALM NOT < LINCAN THEN
              MOVE 'N' TO ES-KIT.
      *
      * ************************************************
      * Sirve una linea de kit: si todos los componentes tienen
      * disponible en el almacen de la sesion (la misma regla
           PERFORM COMPARAR-LOTE UNTIL FINLOT = 'S'.
      *
       COMPARAR-LOTE.
           MOVE 'S' TO VDM-APTO.
           IF LOTQTY > 0 AND VDM-TIP NOT = SPACE THEN
              PERFORM MEDIR-LOTE.
           IF LOTQTY > 0 AND VDM-APTO = 'S' THEN
              MOVE LOTCAD TO CAD-LOTE
              IF CAD-LOTE < CAD-MEJOR THEN
                 MOVE CAD-LOTE TO CAD-MEJOR
           IF FINLOT NOT = 'S' AND LOTPRO NOT = PROCOD THEN
              MOVE 'S' TO FINLOT.
      *
      * ************************************************
      * Vida util minima del cliente para la familia del
      * articulo: si la exige, la linea no puede cubrir mas que
      * los lotes que la cumplen mas el stock que no esta en
      * ningun lote (genero anterior a llevar lotes)
      * ************************************************
       LIMITAR-POR-VIDA.
           IF FS-FLOT = '00' OR FS-FLOT = '10' THEN
              MOVE 'REG'  TO VDM-OPER
              MOVE PEDCLI TO VDM-CLI
              MOVE PROFAM TO VDM-FAM
              CALL 'VIDAMIN' USING VDM-OPER, VDM-CLI, VDM-FAM,
                                   VDM-TIP, VDM-VAL, VDM-CAD,
                                   VDM-FEN, VDM-HOY, VDM-DIAS,
                                   VDM-PCT, VDM-APTO.
           IF VDM-TIP NOT = SPACE THEN
              PERFORM CONTAR-LOTES
              COMPUTE SIN-LOTE = PROQTY - SUM-LOTES
              IF SIN-LOTE < 0 THEN
                 MOVE 0 TO SIN-LOTE.
           IF VDM-TIP NOT = SPACE
                AND CANT-CUB > SUM-APTOS + SIN-LOTE THEN
              COMPUTE CANT-CUB = SUM-APTOS + SIN-LOTE
              MOVE 'S' TO VIDA-CORTA.
      *
       CONTAR-LOTES.
           MOVE 0 TO SUM-LOTES.
           MOVE 0 TO SUM-APTOS.
           MOVE SPACE TO FINLOT.
           MOVE PROCOD TO LOTPRO.
           MOVE LOW-VALUES TO LOTNUM.
           START FLOT KEY IS NOT LESS LOTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' THEN
              READ FLOT NEXT RECORD AT END MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' AND LOTPRO NOT = PROCOD THEN
              MOVE 'S' TO FINLOT.
           PERFORM SUMAR-LOTE UNTIL FINLOT = 'S'.
      *
       SUMAR-LOTE.
           IF LOTQTY > 0 THEN
              ADD LOTQTY TO SUM-LOTES
              PERFORM MEDIR-LOTE
              IF VDM-APTO = 'S' THEN
                 ADD LOTQTY TO SUM-APTOS.
      *
           READ FLOT NEXT RECORD AT END MOVE 'S' TO FINLOT.
           IF FINLOT NOT = 'S' AND LOTPRO NOT = PROCOD THEN
              MOVE 'S' TO FINLOT.
      *
      * Aplica la regla del cliente al lote leido.
       MEDIR-LOTE.
           MOVE 'LOT'  TO VDM-OPER.
           MOVE LOTCAD TO VDM-CAD.
           MOVE LOTFEN TO VDM-FEN.
           MOVE FECHA  TO VDM-HOY.
           CALL 'VIDAMIN' USING VDM-OPER, VDM-CLI, VDM-FAM,
                                VDM-TIP, VDM-VAL, VDM-CAD,
                                VDM-FEN, VDM-HOY, VDM-DIAS,
                                VDM-PCT, VDM-APTO.
      *
      * Descuenta del lote elegido lo que alcance y graba su
      * salida con el lote estampado.
       DESCONTAR-LOTE.
           MOVE MM1      TO BOMM.
           MOVE DD1      TO BODD.
           SET BO-PENDIENTE TO TRUE.
           IF VIDA-CORTA = 'S' THEN
              SET BO-VIDA-CORTA TO TRUE
            ELSE
              IF PRO-BLOQUEADO AND NOT PRO-DIRECTO THEN
                 SET BO-BLOQUEADO TO TRUE
               ELSE
                 MOVE SPACE TO BOMOT.
           WRITE REGBO.
           IF FS-FBO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FBO.
      *
      * ************************************************
      * Linea de un articulo descatalogado que el stock no cubre:
      * lo que falta no se pide ni se espera. La linea queda en
      * LINPED.DAT con lo servido, que es lo que se facturara
      * ************************************************
       RECORTAR-LINEA.
           MOVE CANT-CUB TO LINCAN.
           REWRITE REGLIN.
           IF FS-FLIN = '00' THEN
              MOVE 'LINPED  ' TO JRN-FICHERO
              MOVE 'REWRIT' TO JRN-OPER
              MOVE REGLIN TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN
            ELSE
              PERFORM ERROR-FICHERO-FLIN.
           MOVE ZEROS TO CANT-PTE.
           ADD 1 TO NUMDSC.
      *
      * ************************************************
      * Linea de entrega directa: pendiente en BACKORD.DAT hasta
      * que la recepcion de su compra la de por servida. Si el
      * proveedor ya la entrego (o el pedido se reexpide tras una
      * no entrega), su registro ya existe y se respeta
      * ************************************************
       ESPERAR-DIRECTO.
           MOVE LINPED TO BOPED.
           MOVE LINNUM TO BOLIN.
           MOVE SPACES TO BO-EXISTE.
           READ FBO RECORD KEY IS BOCLAVE INVALID KEY
                                 MOVE 'N' TO BO-EXISTE.
           IF BO-EXISTE = 'N' THEN
              PERFORM GRABAR-PENDIENTE.
           IF BO-EXISTE = 'N' OR BO-PENDIENTE THEN
              ADD 1 TO NUMPTE.
      *
      * ************************************************
      * Situa el fichero de lineas al principio del pedido en curso
      * y lee la primera linea.
      * ************************************************
           MOVE MOVMOT-E  TO MOVMOT.
           MOVE UBICOD-E TO MOVUBI.
           MOVE MOVLOT-E TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 14 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 16 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 18 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 20 POSITION 24 ERASE EOL.
      *
      * ************************************************
      * Pulsar tecla para continuar
              WRITE REGSUB
              IF FS-FSUB NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FSUB.
      *
       ERROR-FICHERO-FVRF.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVRF   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSUB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSUB   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD11E4' TO PRA-PRG.
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
           MOVE 'UD11E4' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
