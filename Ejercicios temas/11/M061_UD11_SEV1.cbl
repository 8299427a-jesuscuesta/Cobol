      * sus lineas de detalle (producto, cantidad), comprobando que
      * el cliente existe en CLIENTES.DAT y cada producto en
      * PRODUCTO.DAT antes de grabar nada en PEDIDOS.DAT/LINPED.DAT.
      * Un cliente marcado insolvente (CLI-INSOLVENTE, al dar por
      * incobrable alguna de sus facturas con UD23E19) no admite
      * pedidos nuevos.
      * Las lineas de articulos de entrega directa (PRO-DIRECTO)
      * abren, al grabar el pedido, su compra al proveedor con la
      * direccion de entrega del cliente (rutina comun COMDIR); un
      * articulo de entrega directa sin proveedor no se admite.
      * Un articulo bloqueado (PRO-BLOQUEADO) no se vende; uno
      * descatalogado ofrece siempre su sustituto y, si se sigue
      * con el, se vende solo hasta su disponible, sin pendientes.
      * Una linea cuyo precio neto (tarifa y promocion aplicadas)
      * queda por debajo del coste PROCOS, o del margen minimo
      * MARGENMIN de PARAMS.DAT, solo se graba con la autorizacion
      * de un supervisor, que queda anotada en VENTABAJ.DAT.
      * Un pedido que supera el limite de credito sin autorizacion
      * queda en presupuesto (PED-PRESUP) y abre la tarea de
      * liberarlo o rechazarlo para los supervisores (rutina comun
      * TAREA), que la cola de credito UD17E6 cierra.
      * Mientras la cadena nocturna UD13E18 esta en marcha no se
      * abre (rutina comun ESTCAD), y cada sesion que puede
      * actualizar deja su apertura en SESIONES.DAT para que la
      * cadena sepa que sigue abierta.
      * Solo se admiten los clientes de la empresa del grupo con
      * la que se trabaja (rutina comun EMPRESA).
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
            FILE STATUS IS FS-FCDI.
      *
      * Parametros de explotacion: margen minimo de venta.
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
      *
      * Ventas autorizadas bajo margen (solo se anade).
            SELECT FVBM ASSIGN TO DISK 'VENTABAJ.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FVBM.
123456*
       DATA DIVISION.
       FILE SECTION.
123456*
       FD FCDI LABEL RECORD IS STANDARD.
           COPY REGCDI.
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
      *
       FD FVBM LABEL RECORD IS STANDARD.
           COPY REGVBM.
      *
       WORKING-STORAGE SECTION.
      * Empresa del grupo del cliente (rutina comun EMPRESA).
           COPY EMPRESA.
      * Control del dia cerrado (CIERREDIA.DAT).
       77 FS-FCDI    PIC XX.
       77 DIA-CERRADO PIC X.
       77 MSGNUEVO   PIC X(60) VALUE
           'Cliente en blanco termina; ? abre la busqueda'.
       77 ERROR-CLI  PIC X(50) VALUE 'ERROR! El cliente NO existe.'.
       77 ERROR-INS  PIC X(50) VALUE
           'ERROR! Cliente insolvente: no admite pedidos.'.
       77 ERROR-PRO  PIC X(50) VALUE 'ERROR! El producto NO existe.'.
       77 ERROR-DIR  PIC X(50) VALUE
           'ERROR! Entrega directa sin proveedor habitual.'.
       77 ERROR-BLQ  PIC X(50) VALUE
           'ERROR! Articulo bloqueado: no se puede vender.'.
       77 ERROR-DSC  PIC X(50) VALUE
           'ERROR! Articulo descatalogado y sin stock.'.
       77 AVISO-DSC  PIC X(50) VALUE
           'AVISO! Descatalogado: cantidad ajustada al stock.'.
       77 ERROR-LIM  PIC X(50) VALUE
           'AVISO! El pedido supera el limite de credito.'.
       77 MSGAUT     PIC X(55) VALUE
           '<1>-<6> elige  <S>iguientes  <X> cancela'.
       77 NEXTPED    PIC 9(6).
       77 LINACT     PIC 9999.
      *
      * Lineas de entrega directa del pedido en curso y
      * argumentos de la rutina comun COMDIR, que abre sus compras.
       77 NUMLDIR    PIC 9999.
       77 CDI-NUM    PIC 999.
       77 CDI-OK     PIC X.
       77 ZCDI       PIC ZZ9.
       77 PROCOD-LIN PIC X(4).
       77 CANT-LIN   PIC 99999.
      *
       77 CERO-SES  PIC 999 VALUE 0.
       77 HORA-ENTRADA PIC 9(6).
       77 FS-FSES   PIC XX.
      *
      * Marca de cadena nocturna en marcha (rutina comun ESTCAD).
           COPY ESTCAD.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 RESP-SUS    PIC X.
       77 ZSTK-SUS    PIC ZZ.ZZ9.
       77 ZPRE-SUS    PIC ZZZ.ZZ9,99.
       77 TXT-SUS     PIC X(21).
      *
      * Linea admitida: la de un descatalogado sin disponible no
      * se graba.
       77 LINEA-OK    PIC X.
      *
      * Control de margen de la linea: margen minimo (centesimas
      * de punto, de PARAMS.DAT), margen de la linea en curso y
      * supervisor que autoriza venderla por debajo.
       77 FS-FPAR     PIC XX.
       77 FS-FVBM     PIC XX.
       77 MARGEN-MIN  PIC 9(5) VALUE 0.
       77 MARGEN-LIN  PIC S9(5)V99.
       77 BAJO-MARGEN PIC X.
       77 SUP-MGN     PIC X(8).
       77 ZCOS-MGN    PIC ZZZ.ZZ9,99.
       77 ZPRE-MGN    PIC ZZZ.ZZ9,99.
       77 ZMAR-MGN    PIC ---9,99.
       77 MSGMGN      PIC X(55) VALUE
           'Precio bajo margen. Lo autoriza (S/N)?'.
       77 ERROR-MGN   PIC X(50) VALUE
           'Linea no grabada: precio bajo margen.'.
      *
      * Disponible del producto (stock menos reservado), para la
      * ventana de busqueda y las comprobaciones de cobertura.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           IF DIA-CERRADO = 'S' THEN
              PERFORM AVISAR-DIA-CERRADO
              GOBACK.
      *
           PERFORM COMPROBAR-CADENA.
           IF ECA-EN-MARCHA THEN
              PERFORM AVISAR-CADENA
              GOBACK.
      *
           PERFORM INICIO.
           IF ACCESO = 'S' THEN
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
      * VENTABAJ.DAT es de solo anadir: si todavia no existe,
      * OPEN EXTEND lo crea (estado '35').
           OPEN EXTEND FVBM.
           IF FS-FVBM = '35' THEN
              OPEN OUTPUT FVBM.
           IF FS-FVBM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVBM
              GOBACK.
      *
           PERFORM LEER-PARAMETROS.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           ACCEPT HR1 FROM TIME.
              DISPLAY 'Perfil de solo consulta: sin acceso aqui.'
                               LINE 23 POSITION 10 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79.
           IF ACCESO = 'S' THEN
              PERFORM ABRIR-SESION.
      *
      * CLICOD-PED se deja con un valor no en blanco para que entre en
      * el bucle de NUEVO-PEDIDO al menos una vez.
              CLOSE FRUT.
           IF FS-FRPO = '00' OR FS-FRPO = '10' THEN
              CLOSE FRPO.
           CLOSE FCLI FPROD FPED FLIN FDIR FCTR FVBM.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
           PERFORM PEDIR-CLIENTE UNTIL CLICOD-PED NOT = '?'.
      *
           IF CLICOD-PED NOT = SPACES THEN
              PERFORM LEER-CLIENTE
              PERFORM COMPROBAR-EMPRESA
              IF EXISTE = 'N' OR CLI-BAJA OR CLI-INSOLVENTE THEN
                 PERFORM AVISAR-CLIENTE
               ELSE
                 DISPLAY CLINOM LINE  9 POSITION 25
                 MOVE 'N' TO VEN-OK
                 PERFORM PROPONER-ENTREGA
                 PERFORM GRABAR-CABECERA
                 MOVE ZEROS TO LINACT
                 MOVE ZEROS TO NUMLDIR
                 MOVE ZEROS TO TOTAL-PED
                 MOVE TOTAL-PED TO ZTOT
                 DISPLAY ZTOT LINE 21 POSITION 55 ERASE EOL
                 MOVE 'X' TO PROCOD-LIN
                 PERFORM PEDIR-LINEA UNTIL PROCOD-LIN = SPACES
                 PERFORM COMPROBAR-CREDITO
                 PERFORM COMPRAR-DIRECTOS
                 ADD 1 TO NUMPEDSES
                 DISPLAY 'PEDIDO GRABADO!' LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
       LEER-CLIENTE.
           MOVE CLICOD-PED TO CLICOD.
           MOVE SPACES     TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       AVISAR-CLIENTE.
           IF EXISTE NOT = 'N' AND CLI-INSOLVENTE THEN
              DISPLAY ERROR-INS LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY ERROR-CLI LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Abre las compras de las lineas de entrega directa. Un
      * presupuesto no compra nada: las abrira UD17E6 si se libera
      * ************************************************
       COMPRAR-DIRECTOS.
           IF NUMLDIR > 0 AND NOT PED-PRESUP THEN
              CALL 'COMDIR' USING NEXTPED, CDI-NUM, CDI-OK
              PERFORM AVISAR-COMPRAS.
      *
       AVISAR-COMPRAS.
           IF CDI-OK = 'S' THEN
              MOVE CDI-NUM TO ZCDI
              DISPLAY 'COMPRAS DE ENTREGA DIRECTA:'
                                 LINE 23 POSITION 14 REVERSE
              DISPLAY ZCDI       LINE 23 POSITION 42 REVERSE
            ELSE
              DISPLAY 'ERROR AL ABRIR LAS COMPRAS DIRECTAS.'
                                 LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Con el pedido ya tecleado y su total conocido, avisa si el
              MOVE REGPED TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN
              PERFORM AVISAR-CREDITO
              DISPLAY 'GRABADO COMO PRESUPUESTO.'
                                 LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * El pedido retenido abre una tarea de los supervisores
      * (rutina comun TAREA), que la cola de credito UD17E6 cierra
      * al liberarlo o rechazarlo.
       AVISAR-CREDITO.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'PRESUP'   TO TAN-TIPO.
           MOVE PEDNUM     TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Credito: liberar o rechazar, cliente '
                  PEDCLI DELIMITED BY SIZE INTO TAN-DES.
           MOVE 1          TO TAN-PRI.
           MOVE 1          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'S'        TO TAN-ROL.
           MOVE 'UD11E1'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Pide el codigo de cliente; un ? abre la ventana de
      * busqueda por nombre y deja el codigo elegido en el campo.
           MOVE VENCOD-E TO PEDVEN.
           MOVE SPACE    TO PEDORI.
           MOVE FEN-W    TO PEDFEN.
           MOVE ZEROS    TO PEDPOR PEDPTI.
           MOVE SPACE    TO PEDPCO.
           WRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
           PERFORM PEDIR-PRODUCTO UNTIL PROCOD-LIN NOT = '?'.
      *
           IF PROCOD-LIN NOT = SPACES THEN
              PERFORM LEER-PRODUCTO
              IF EXISTE = 'N' OR PRO-BLOQUEADO
                   OR (PRO-DIRECTO AND PROPRV = SPACES) THEN
                 PERFORM AVISAR-PRODUCTO
               ELSE
                 DISPLAY PRODES LINE 13 POSITION 25
                 MOVE ZEROS TO CANT-LIN
      * Si el stock no alcanza y el producto tiene sustituto, se
      * ofrece cambiarlo con una tecla en vez de ir a pendientes.
                 PERFORM COMPROBAR-SUSTITUTO
                 PERFORM LIMITAR-DESCATALOGADO
                 IF LINEA-OK = 'S' THEN
                    PERFORM CALCULAR-PRECIO-LINEA
                    IF LINEA-OK = 'S' THEN
                       PERFORM GRABAR-LINEA.
      *
       LEER-PRODUCTO.
           MOVE PROCOD-LIN TO PROCOD.
           MOVE SPACES     TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * Graba la linea admitida con su precio y reserva su stock.
       GRABAR-LINEA.
           ADD 1 TO LINACT.
           MOVE NEXTPED  TO LINPED.
           MOVE LINACT   TO LINNUM.
           MOVE PROCOD-LIN TO LINPRO.
           MOVE CANT-LIN TO LINCAN.
      * Se congela el precio y el tipo de IVA vigentes del producto
      * en la propia linea — con la tarifa pactada del cliente ya
      * aplicada —, y se muestra el importe de la linea y el total
      * acumulado del pedido (el precio ya se calculo y, si
      * quedaba bajo margen, se autorizo antes de llegar aqui).
           MOVE PRECIO-LIN TO LINPRE.
           MOVE PROIVA TO LINIVA.
           COMPUTE IMPORTE-LIN = CANT-LIN * PRECIO-LIN.
           ADD IMPORTE-LIN TO TOTAL-PED.
           MOVE IMPORTE-LIN TO ZIMP.
           DISPLAY ZIMP LINE 13 POSITION 56.
           MOVE TOTAL-PED TO ZTOT.
           DISPLAY ZTOT LINE 21 POSITION 55.
           WRITE REGLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
            ELSE
              MOVE 'LINPED  ' TO JRN-FICHERO
              MOVE 'WRITE ' TO JRN-OPER
              MOVE REGLIN TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN
              PERFORM RESERVAR-STOCK
              PERFORM ANOTAR-DIRECTO
              IF BAJO-MARGEN = 'S' THEN
                 PERFORM GRABAR-BAJO-MARGEN.
      *
       AVISAR-PRODUCTO.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-PRO LINE 23 POSITION 14 REVERSE
            ELSE
              IF PRO-BLOQUEADO THEN
                 DISPLAY ERROR-BLQ LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY ERROR-DIR LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
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
              DISPLAY ERROR-DSC LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              IF CANT-LIN > DISPO-W THEN
                 MOVE DISPO-W TO CANT-LIN
                 DISPLAY CANT-LIN LINE 13 POSITION 48
                 DISPLAY AVISO-DSC LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
      * La linea de entrega directa no sale del almacen: se
      * cuenta para abrir su compra al grabar el pedido.
       ANOTAR-DIRECTO.
           IF PRO-DIRECTO THEN
              ADD 1 TO NUMLDIR.
      *
      * ************************************************
      * Reserva en el maestro la cantidad recien grabada: el
      * operador lo acepta, la linea sigue con el sustituto (y su
      * precio se calcula como siempre); si no, la linea queda
      * como estaba y el genero que falte ira a BACKORD.DAT en la
      * expedicion, como hasta ahora. Un articulo descatalogado
      * ofrece su sustituto siempre, haya stock o no. Un sustituto
      * bloqueado no se ofrece.
      * ************************************************
       COMPROBAR-SUSTITUTO.
           MOVE 'Sin stock. Sustituto:' TO TXT-SUS.
           IF PRO-DESCATALOGADO THEN
              MOVE 'Descatalogado. Sust.:' TO TXT-SUS.
           IF (PRO-DESCATALOGADO
                OR (PROQTY - PRORES < CANT-LIN AND NOT PRO-DIRECTO))
                AND PROSUS NOT = SPACES THEN
              PERFORM OFRECER-SUSTITUTO.
      *
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' OR PRO-BLOQUEADO THEN
              PERFORM RESTAURAR-PRODUCTO
            ELSE
              DISPLAY TXT-SUS LINE 15 POSITION 14 HIGH
              DISPLAY PROCOD LINE 15 POSITION 36
              DISPLAY PRODES LINE 15 POSITION 41
              MOVE PROQTY TO ZSTK-SUS
      * Precio de la linea: el PROPRE vigente, salvo condicion
      * pactada del cliente en TARIFCLI.DAT (primero por producto,
      * si no por familia): precio especial si lo hay, si no el
      * descuento sobre PROPRE. Con el precio final se comprueba
      * el margen de la linea
      * ************************************************
       CALCULAR-PRECIO-LINEA.
           MOVE PROPRE TO PRECIO-LIN.
                               PROPRE * (100 - TARDTO) / 100.
      *
           PERFORM APLICAR-PROMOCION.
           PERFORM COMPROBAR-MARGEN.
      *
      * ************************************************
      * Precio neto por debajo del coste medio PROCOS, o con
      * menos margen sobre el precio que el minimo de PARAMS.DAT:
      * la linea necesita un supervisor, o no se graba. Sin coste
      * conocido no hay nada que comparar
      * ************************************************
       COMPROBAR-MARGEN.
           MOVE 'N' TO BAJO-MARGEN.
           IF PROCOS > 0 THEN
              PERFORM CALCULAR-MARGEN-LIN
              IF PRECIO-LIN < PROCOS
                   OR MARGEN-LIN * 100 < MARGEN-MIN THEN
                 MOVE 'S' TO BAJO-MARGEN
                 PERFORM AUTORIZAR-MARGEN.
      *
       CALCULAR-MARGEN-LIN.
           IF PRECIO-LIN = 0 THEN
              MOVE -999 TO MARGEN-LIN
            ELSE
              COMPUTE MARGEN-LIN ROUNDED =
                      (PRECIO-LIN - PROCOS) * 100 / PRECIO-LIN
              IF MARGEN-LIN < -999 THEN
                 MOVE -999 TO MARGEN-LIN.
      *
      * Igual que el exceso de credito: si el operador es
      * supervisor basta su conformidad; si no, otro supervisor
      * teclea sus credenciales (AUTORIZA-SUPERVISOR).
       AUTORIZAR-MARGEN.
           MOVE PROCOS     TO ZCOS-MGN.
           MOVE PRECIO-LIN TO ZPRE-MGN.
           MOVE MARGEN-LIN TO ZMAR-MGN.
           DISPLAY 'Bajo margen. Coste:' LINE 15 POSITION 14 HIGH.
           DISPLAY ZCOS-MGN  LINE 15 POSITION 34.
           DISPLAY 'Precio:' LINE 15 POSITION 46 HIGH.
           DISPLAY ZPRE-MGN  LINE 15 POSITION 54.
           DISPLAY 'Marg.%:' LINE 15 POSITION 65 HIGH.
           DISPLAY ZMAR-MGN  LINE 15 POSITION 73.
           MOVE 'N' TO AUTORIZA.
           MOVE SPACES TO SUP-MGN.
           IF ROL = 'S' THEN
              DISPLAY MSGMGN    LINE 23 POSITION 14 REVERSE
              MOVE SPACES TO RESPAUT
              ACCEPT RESPAUT    LINE 23 POSITION 72 NO BEEP
              IF RESPAUT = 'S' OR RESPAUT = 's' THEN
                 MOVE 'S' TO AUTORIZA
                 MOVE USUARIO TO SUP-MGN.
           IF ROL NOT = 'S' THEN
              PERFORM AUTORIZA-SUPERVISOR
              MOVE SUP-USUARIO TO SUP-MGN.
           DISPLAY SPACES LINE 15 POSITION 14 ERASE EOL.
           IF AUTORIZA NOT = 'S' THEN
              MOVE 'N' TO LINEA-OK
              DISPLAY ERROR-MGN LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Deja constancia de la linea grabada bajo margen: quien la
      * tecleo, para que vendedor y quien la autorizo
      * ************************************************
       GRABAR-BAJO-MARGEN.
           MOVE FECHA       TO VBMFEC.
           ACCEPT HR1 FROM TIME.
           MOVE HR1(1:6)    TO VBMHOR.
           SET VBM-PEDIDO   TO TRUE.
           MOVE NEXTPED     TO VBMPED.
           MOVE LINACT      TO VBMLIN.
           MOVE CLICOD-PED  TO VBMCLI.
           MOVE VENCOD-E    TO VBMVEN.
           MOVE PROCOD-LIN  TO VBMPRO.
           MOVE CANT-LIN    TO VBMCAN.
           MOVE PRECIO-LIN  TO VBMPRE.
           MOVE PROPRE      TO VBMPVP.
           MOVE PROCOS      TO VBMCOS.
           MOVE MARGEN-LIN  TO VBMMAR.
           MOVE USUARIO     TO VBMUSU.
           MOVE SUP-MGN     TO VBMSUP.
           WRITE REGVBM.
           IF FS-FVBM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVBM.
      *
      * ************************************************
      * Margen minimo desde PARAMS.DAT; si el fichero o la clave
      * no existen, solo se vigila la venta bajo coste
      * ************************************************
       LEER-PARAMETROS.
           MOVE 0 TO MARGEN-MIN.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-PARAMETRO
              IF FS-FPAR = '00' THEN
                 MOVE PARVAL TO MARGEN-MIN.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
       LEER-PARAMETRO.
           MOVE 'MARGENMIN ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Si el producto tiene promocion vigente (dentro de su
       ERROR-FICHERO-FDIR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDIR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FVBM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVBM   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Control de acceso: pide usuario/clave hasta 3 veces y los
                            LINE 12 POSITION 18 REVERSE.
           ACCEPT CONT-CDI  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Con la cadena nocturna en marcha (marca de ESTADO.DAT,
      * rutina comun ESTCAD) el programa no se abre para
      * actualizar: la copia y la rotacion de la noche no deben
      * cruzarse con un operador que se ha quedado hasta tarde
      * ************************************************
       COMPROBAR-CADENA.
           MOVE 'C'          TO ECA-OPER.
           MOVE 'UD11E1  ' TO ECA-PRG.
           CALL 'ESTCAD' USING ESTCAD-ARG.
      *
       AVISAR-CADENA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Cadena nocturna en marcha: no se admiten cambios'
                            LINE 11 POSITION 15 REVERSE.
           DISPLAY 'hasta que termine. Las consultas siguen abiertas.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Deja en SESIONES.DAT la apertura de la sesion (SESHFI a
      * 999999): hasta que se grabe su fin, la cadena nocturna la
      * ve abierta
      * ************************************************
       ABRIR-SESION.
           OPEN EXTEND FSES.
           IF FS-FSES = '35' THEN
              OPEN OUTPUT FSES.
           IF FS-FSES NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSES
            ELSE
              MOVE USUARIO TO SESUSU
              MOVE 'UD11E1  ' TO SESPRG
              MOVE AA1 TO SESAA
              MOVE MM1 TO SESMM
              MOVE DD1 TO SESDD
              MOVE HORA-ENTRADA TO SESHIN
              SET SES-ABIERTA TO TRUE
              MOVE CERO-SES TO SESALT
              MOVE CERO-SES TO SESBAJ
              MOVE CERO-SES TO SESCON
              MOVE CERO-SES TO SESMOD
              WRITE REGSES
              IF FS-FSES NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FSES
               ELSE
                 CLOSE FSES.
           IF FS-FSES NOT = '00' AND FS-FSES NOT = '35' THEN
              CLOSE FSES.
      *
      * ************************************************
      * Un cliente de otra empresa del grupo (rutina comun
      * EMPRESA) no se atiende desde la de trabajo: se trata
      * como si no existiera
      * ************************************************
       COMPROBAR-EMPRESA.
           IF EXISTE NOT = 'N' THEN
              MOVE CLICOD TO EMA-CLI
              MOVE 'C' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG
              IF EMA-OK = 'N' THEN
                 MOVE 'N' TO EXISTE.
