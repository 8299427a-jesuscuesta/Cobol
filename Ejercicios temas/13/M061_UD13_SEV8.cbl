      *    C;codigo-cliente
      *    L;codigo-producto;cantidad
      *
      * Antes de los pedidos da de alta a los compradores nuevos de
      * la web (UD13E23, fichero CLIWEB.CSV): la cabecera puede
      * traer la cuenta web en vez del codigo de cliente, y se
      * traduce con la asociacion de CLIWEB.DAT, de forma que los
      * pedidos de un comprador nuevo entran la misma noche.
      * Aplica las mismas comprobaciones que la entrada de pedidos
      * UD11E1: el cliente debe existir en CLIENTES.DAT y no estar
      * de baja ni insolvente, y cada producto debe existir en
      * PRODUCTO.DAT. El numero de pedido se asigna desde
      * PEDIDOS.CTR y las lineas se graban con el precio y el IVA
      * del producto congelados, de forma que los pedidos web
      * entran en el mismo circuito de expedicion y facturacion
      * que los telefonicos.
      * Como en UD11E1, una linea de un articulo bloqueado se
      * rechaza y la de un descatalogado se recorta a su disponible
      * (rechazada si no le queda).
      *
      * La carga es reanudable, como las de productos y clientes:
      * un punto de control (PEDWEB.CKP) se graba cada vez que va
      * salta las lineas ya aplicadas y lo dice en el resumen y
      * en BATCHLOG.DAT: repetir el fichero de la web ya no puede
      * duplicar pedidos.
      * Si hay rechazos, la tarea de revisarlos queda en la
      * bandeja de los operadores (rutina comun TAREA).
      * Al acabar deja sus totales de control en CTLTOT.DAT (rutina
      * comun CTLTOT): lineas del CSV tratadas, lineas de pedido
      * grabadas y su importe, rechazos, pedidos creados y el
      * primer y ultimo numero asignado. La cadena nocturna UD13E18
      * los cuadra con lo que hay en LINPED.DAT.
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
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
      * Cuenta de la tienda web asociada a cada cliente.
            SELECT FCWB ASSIGN TO DISK 'CLIWEB.DAT'
            RECORD KEY IS CWBCTA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCWB.
      *
            SELECT FCSV ASSIGN TO DISK 'PEDIDOS.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FCWB LABEL RECORD IS STANDARD.
           COPY REGCWB.
      *
       FD FCSV LABEL RECORD IS STANDARD.
           01 LIN-CSV PIC X(100).
       77 NUMLIN     PIC 999 VALUE 0.
       77 NUMRECH    PIC 999 VALUE 0.
       77 ZNUM       PIC ZZ9.
      *
      * Disponible del descatalogado y linea admitida.
       77 DISPO-W    PIC S9(6).
       77 LINEA-OK   PIC X.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FKIT     PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FCSV    PIC XX.
       77 FS-FCWB    PIC XX.
       77 FS-FCKP    PIC XX.
       77 FS-FLOG    PIC XX.
      *
           02 MM2     PIC 99.
           02 GT2     PIC X   VALUE '/'.
           02 AA2     PIC 9999.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
      *
      * Totales de control de la carga para la rutina comun CTLTOT:
      * lineas de datos tratadas, importe de las lineas grabadas y
      * primer y ultimo pedido creado en esta ejecucion.
       77 NUMLEI     PIC 9(7) VALUE 0.
       77 IMPLIN     PIC S9(11)V99 VALUE 0.
       77 PRIPED     PIC 9(6) VALUE 0.
       77 ULTPED     PIC 9(6) VALUE 0.
           COPY CTLTOT.
      *
      * Resumen de las altas de compradores nuevos (UD13E23).
           COPY ALTAWEB.

       PROCEDURE DIVISION.
       COMIENZO.
           MOVE 0 TO NUMPED.
           MOVE 0 TO NUMLIN.
           MOVE 0 TO NUMRECH.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO IMPLIN.
           MOVE 0 TO PRIPED.
           MOVE 0 TO ULTPED.
      *
      * Primero las altas de la web, para que los pedidos de los
      * compradores nuevos encuentren ya su cliente.
           CALL 'UD13E23' USING ALTAWEB-ARG.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
      *
      * Sin fichero de kits (estado '35') ninguna linea es de kit.
           OPEN INPUT FKIT.
      *
      * Sin asociaciones (estado '35') las cabeceras solo pueden
      * traer codigos de cliente.
           OPEN INPUT FCWB.
      *
           OPEN I-O FPED.
           IF FS-FPED NOT = '00' THEN
           CLOSE FCKP.
      *
           PERFORM RESUMEN-CARGA.
           IF NUMRECH > 0 THEN
              PERFORM AVISAR-RECHAZOS.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
        FIN.
           IF FS-FKIT = '00' THEN
              CLOSE FKIT.
           IF FS-FCWB NOT = '35' THEN
              CLOSE FCWB.
           CLOSE FCLI FPROD FPED FLIN FCTR FCSV.
      *
      * ************************************************
               ELSE
                 ADD 1 TO NUMRECH.
      *
           ADD 1 TO NUMLEI.
           ADD 1 TO APLICADAS.
           READ FCSV AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
       CARGAR-CABECERA.
           MOVE 'N' TO PEDIDO-OK.
           PERFORM TRADUCIR-CUENTA.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
           IF EXISTE = 'N' OR CLI-BAJA OR CLI-INSOLVENTE THEN
              ADD 1 TO NUMRECH
            ELSE
              PERFORM ASIGNAR-NUMERO
              MOVE SPACES TO PEDVEN
              SET PED-WEB TO TRUE
              MOVE ZEROS TO PEDFEN
              MOVE ZEROS TO PEDPOR PEDPTI
              MOVE SPACE TO PEDPCO
              WRITE REGPED
              IF FS-FPED = '00' THEN
                 MOVE 'S' TO PEDIDO-OK
                 MOVE ZEROS TO LINACT
                 ADD 1 TO NUMPED
                 PERFORM ANOTAR-PEDIDO
                 MOVE NEXTPED TO CKPPED-W
                 PERFORM GRABAR-CHECKPOINT
               ELSE
                 PERFORM ERROR-FICHERO-FPED.
      *
      * ************************************************
      * Codigo de cliente de la cabecera: si lo que trae es una
      * cuenta web asociada en CLIWEB.DAT, su cliente; si no, el
      * propio codigo, como siempre
      * ************************************************
       TRADUCIR-CUENTA.
           MOVE CAMPO-COD TO CLICOD.
           IF FS-FCWB NOT = '35' THEN
              PERFORM LEER-CUENTA-WEB
              IF FS-FCWB = '00' THEN
                 MOVE CWBCLI TO CLICOD.
      *
       LEER-CUENTA-WEB.
           MOVE CAMPO-COD TO CWBCTA.
           READ FCWB RECORD KEY IS CWBCTA INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Valida el producto de una linea y, si el pedido en curso es
      * valido, graba la linea con el precio congelado, igual que
      * PEDIR-LINEA en UD11E1
           IF PEDIDO-OK NOT = 'S' THEN
              ADD 1 TO NUMRECH
            ELSE
              PERFORM LEER-PRODUCTO
              IF EXISTE = 'N' OR PRO-BLOQUEADO THEN
                 ADD 1 TO NUMRECH
               ELSE
                 MOVE PROCOD  TO LINPRO
                 MOVE CAMPO-CAN TO LINCAN
                 PERFORM LIMITAR-DESCATALOGADO
                 IF LINEA-OK NOT = 'S' THEN
                    ADD 1 TO NUMRECH
                  ELSE
                    PERFORM GRABAR-DETALLE.
      *
       LEER-PRODUCTO.
           MOVE CAMPO-COD TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       GRABAR-DETALLE.
           ADD 1 TO LINACT.
           MOVE NEXTPED TO LINPED.
           MOVE LINACT  TO LINNUM.
           MOVE PROPRE TO LINPRE.
           MOVE PROIVA TO LINIVA.
           WRITE REGLIN.
           IF FS-FLIN = '00' THEN
              ADD 1 TO NUMLIN
              COMPUTE IMPLIN = IMPLIN + LINCAN * LINPRE
              PERFORM RESERVAR-STOCK
            ELSE
              PERFORM ERROR-FICHERO-FLIN.
      *
      * ************************************************
      * Un articulo descatalogado solo se vende hasta su
      * disponible (stock menos reservado): la cantidad se recorta
      * a el y, si no queda nada, la linea no se admite. Los kits
      * no llevan stock propio y no se recortan
      * ************************************************
       LIMITAR-DESCATALOGADO.
           MOVE 'S' TO LINEA-OK.
           IF PRO-DESCATALOGADO THEN
              PERFORM COMPROBAR-KIT
              IF ES-KIT NOT = 'S' THEN
                 PERFORM AJUSTAR-A-DISPONIBLE.
      *
       AJUSTAR-A-DISPONIBLE.
           COMPUTE DISPO-W = PROQTY - PRORES.
           IF DISPO-W NOT > 0 THEN
              MOVE 'N' TO LINEA-OK
            ELSE
              IF LINCAN > DISPO-W THEN
                 MOVE DISPO-W TO LINCAN.
      *
      * ************************************************
      * Asigna el siguiente numero de pedido desde PEDIDOS.CTR,
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
      * Si hay registros rechazados, pone en la bandeja de los
      * operadores la tarea de revisar la carga de PEDIDOS.CSV
      * (rutina comun TAREA); mientras siga abierta no se repite.
       AVISAR-RECHAZOS.
           MOVE NUMRECH TO ZNUM.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'CARGA '   TO TAN-TIPO.
           MOVE 'PEDIDOS.CSV' TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Rechazos de la carga de pedidos web: ' ZNUM
                  DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 1          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'UD13E8'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * Primer y ultimo pedido creado: la cadena busca entre ellos
      * los pedidos web cuyas lineas cuadra.
       ANOTAR-PEDIDO.
           IF PRIPED = 0 THEN
              MOVE NEXTPED TO PRIPED.
           MOVE NEXTPED TO ULTPED.
      *
      * ************************************************
      * Deja los totales de control de la carga en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD13E8  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMLIN     TO CTA-ESC.
           MOVE NUMRECH    TO CTA-REC.
           MOVE IMPLIN     TO CTA-IMP.
           MOVE NUMPED     TO CTA-AUX.
           MOVE PRIPED     TO CTA-DSD.
           MOVE ULTPED     TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Muestra el resumen de la carga por pantalla
      * ************************************************
           DISPLAY 'Rechazados..:'    LINE 13 POSITION 20 HIGH.
           MOVE NUMRECH TO ZNUM.
           DISPLAY ZNUM               LINE 13 POSITION 35.
      *
           DISPLAY 'Clientes web nuevos..:' LINE 16 POSITION 11 HIGH.
           MOVE AWA-ALT TO ZNUM.
           DISPLAY ZNUM               LINE 16 POSITION 35.
      *
           DISPLAY 'Clientes ya existentes:' LINE 17 POSITION 11 HIGH.
           MOVE AWA-EXI TO ZNUM.
           DISPLAY ZNUM               LINE 17 POSITION 35.
      *
           DISPLAY 'Altas web rechazadas.:' LINE 18 POSITION 11 HIGH.
           MOVE AWA-REC TO ZNUM.
           DISPLAY ZNUM               LINE 18 POSITION 35.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
