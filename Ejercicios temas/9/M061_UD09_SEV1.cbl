      *
      * Este programa realiza el mantenimiento del fichero de productos,
      * mediante altas, bajas, consultas y modificaciones.
      * PRODIR (S/N) marca los articulos de entrega directa, que el
      * proveedor sirve al cliente sin pasar por el almacen.
      * PROSER (S/N) marca los articulos con control de numero de
      * serie, una serie por unidad desde la recepcion a la venta.
      * PROUCO/PROFCO dan la unidad de compra (la caja) y cuantas
      * unidades de stock trae; en blanco se compra por unidades.
      * La opcion <I> abre la ficha alimentaria del producto
      * (alergenos, conservacion, origen e ingredientes, UD09E11).
      * PROEST da el estado del articulo (A activo, D descatalogado,
      * B bloqueado); cada cambio de estado queda en AUDITPRO.DAT.
      * El cambio de precio (PROPRE) pasa por la rutina comun
      * CAMBSEN: si esta protegido en PARAMS.DAT, el resto de la
      * ficha se graba y el precio nuevo queda pendiente de que otro
      * supervisor lo apruebe en UD16E11.
      * Mientras la cadena nocturna UD13E18 esta en marcha no se
      * abre (rutina comun ESTCAD), y cada sesion que puede
      * actualizar deja su apertura en SESIONES.DAT para que la
      * cadena sepa que sigue abierta.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY REGSUB.
      *
       FD FBAK LABEL RECORD IS STANDARD.
       01 REGBAK      PIC X(110).
      *
       FD FSEC LABEL RECORD IS STANDARD.
       01 REGSEC      PIC 9(4).
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <A>lt <B>aj <C>on <M>od <D>esc <E>/S <I>ngred <F>in'.
       77 MSGALTA    PIC X(60) VALUE 'ALTAS'.
       77 MSGBAJA    PIC X(60) VALUE 'BAJAS'.
       77 MSGCONS    PIC X(60) VALUE 'CONSULTAS'.
       77 NUMMOD    PIC 999 VALUE 0.
       77 HORA-ENTRADA PIC 9(6).
       77 FS-FSES   PIC XX.
      *
      * Marca de cadena nocturna en marcha (rutina comun ESTCAD).
           COPY ESTCAD.
      *
       77 FS-FPROD   PIC XX.
       77 FS-FMOV    PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FBAK    PIC XX.
       77 FS-FSEC    PIC XX.
       77 FS-FPRV    PIC XX.
      * cambio y grabarlo en el historial.
       77 PROPRE-ANT PIC 9(6)V99.
       77 PROIVA-ANT PIC 99V99.
      *
      * Estado antes de la modificacion, para auditar su cambio.
       77 PROEST-ANT PIC X.
      *
      * Cambio de precio pendiente de aprobacion (rutina CAMBSEN).
           COPY CAMBSEN.
       77 MSGPEND    PIC X(55) VALUE
           'MODIFICADO. El precio nuevo queda pendiente de aprobar.'.
       77 MSGCSNE    PIC X(55) VALUE
           'MODIFICADO. El precio NO se ha cambiado (CAMBPEND).'.
      *
       77 ERROR-PRV  PIC X(50) VALUE
           'ERROR! El proveedor NO existe.'.
           'ERROR! Ningun articulo con ese EAN.'.
       77 SUS-E      PIC X(4).
       77 SUS-OK     PIC X.
       01 REG-GUARDA PIC X(110).
       77 FINLEC-BAK PIC X.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM COMPROBAR-CADENA.
           IF ECA-EN-MARCHA THEN
              PERFORM AVISAR-CADENA
              GOBACK.
           PERFORM COMPROBAR-PERIODO.
           IF PRA-CERRADO THEN
              PERFORM AVISAR-MES-CERRADO
              GOBACK.
      *
           PERFORM INICIO.
           IF ACCESO = 'S' THEN
              PERFORM PROCESO.
           MOVE SPACES TO OPCION.
      *
           PERFORM LOGIN-OPERADOR.
           IF ACCESO = 'S' AND ROL NOT = 'C' THEN
              PERFORM ABRIR-SESION.
      *
      * ************************************************
      * Proceso del programa
           DISPLAY 'Peso (kg)...:' LINE 17 POSITION 45 HIGH.
           DISPLAY 'Volumen (l).:' LINE 19 POSITION 45 HIGH.
           DISPLAY 'Envase......:' LINE 21 POSITION 45 HIGH.
           DISPLAY 'Directo:'      LINE 21 POSITION 65 HIGH.
           DISPLAY 'Serie..:'      LINE 19 POSITION 65 HIGH.
           DISPLAY 'Estado.:'      LINE 17 POSITION 65 HIGH.
           DISPLAY 'Ud.comp:'      LINE  9 POSITION 65 HIGH.
           DISPLAY 'Uds/caj:'      LINE 11 POSITION 65 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
                         PERFORM BUSCAR-DESC
                       ELSE
                        IF OPCION = 'E' OR OPCION = 'e' THEN
                           PERFORM MOVIMIENTO
                         ELSE
                          IF OPCION = 'I' OR OPCION = 'i' THEN
                             PERFORM FICHA-ALIMENTARIA.
      *
      * ************************************************
      * Altas de producto
              ACCEPT PROVOL   LINE 19 POSITION 59 NO BEEP
              MOVE SPACES TO PROENVC
              ACCEPT PROENVC  LINE 21 POSITION 59 NO BEEP
              MOVE 'N' TO PRODIR
              PERFORM CAPTURAR-DIRECTO
              MOVE 'N' TO PROSER
              PERFORM CAPTURAR-SERIE
              MOVE 'A' TO PROEST
              MOVE 'A' TO PROEST-ANT
              PERFORM CAPTURAR-ESTADO
              MOVE SPACES TO PROUCO
              MOVE 1 TO PROFCO
              PERFORM CAPTURAR-UNIDAD-COMPRA
              WRITE REGPRO
              IF FS-FPROD = '00' THEN
                 DISPLAY 'REGISTRO CREADO!   '
              DISPLAY PROPES       LINE 17 POSITION 59
              DISPLAY PROVOL       LINE 19 POSITION 59
              DISPLAY PROENVC      LINE 21 POSITION 59
              DISPLAY PRODIR       LINE 21 POSITION 74
              DISPLAY PROSER       LINE 19 POSITION 74
              DISPLAY PROEST       LINE 17 POSITION 74
              DISPLAY PROUCO       LINE  9 POSITION 74
              DISPLAY PROFCO       LINE 11 POSITION 74
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
      * sobreescribir, para grabar el cambio en el historial.
              MOVE PROPRE TO PROPRE-ANT
              MOVE PROIVA TO PROIVA-ANT
              MOVE PROEST TO PROEST-ANT
      *
      * PROQTY ya no se edita aqui directamente: solo cambia a traves
      * de MOVIMIENTO, para que quede siempre un movimiento que lo
              ACCEPT PROVOL   LINE 19 POSITION 59 NO BEEP UPDATE
              DISPLAY PROENVC LINE 21 POSITION 59
              ACCEPT PROENVC  LINE 21 POSITION 59 NO BEEP UPDATE
              DISPLAY PRODIR  LINE 21 POSITION 74
              PERFORM CAPTURAR-DIRECTO
              DISPLAY PROSER  LINE 19 POSITION 74
              PERFORM CAPTURAR-SERIE
              DISPLAY PROEST  LINE 17 POSITION 74
              PERFORM CAPTURAR-ESTADO
              DISPLAY PROUCO  LINE  9 POSITION 74
              DISPLAY PROFCO  LINE 11 POSITION 74
              PERFORM CAPTURAR-UNIDAD-COMPRA
              PERFORM CONTROLAR-PRECIO
      *
              PERFORM CALCULAR-PVP
              DISPLAY PVP     LINE 21 POSITION 24
              IF FS-FPROD = '00' THEN
                 DISPLAY 'REGISTRO MODIFICADO!'
                                    LINE 23 POSITION 14 REVERSE
                 PERFORM AVISAR-CAMBSEN
                 MOVE 'PRODUCTO' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGPRO TO JRN-IMAGEN
                 PERFORM GRABAR-AUDITORIA
                 ADD 1 TO NUMMOD
                 PERFORM GRABAR-CAMBIO-PRECIO
                 PERFORM GRABAR-CAMBIO-ESTADO
               ELSE
                 PERFORM ERROR-FICHERO
            ELSE
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE.
      *
           PERFORM CONTINUAR.
      *
       AVISAR-CAMBSEN.
           IF CSN-PENDIENTE THEN
              DISPLAY MSGPEND LINE 23 POSITION 14 REVERSE.
           IF CSN-ERROR THEN
              DISPLAY MSGCSNE LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * El precio es un campo sensible: si ha cambiado, CAMBSEN
      * decide si puede grabarse ya; si queda pendiente (o no se
      * pudo dejar la solicitud) la ficha conserva el precio
      * anterior, y el historial solo recoge el cambio de IVA
      * ************************************************
       CONTROLAR-PRECIO.
           MOVE 'L' TO CSN-RES.
           IF PROPRE NOT = PROPRE-ANT THEN
              MOVE 'PROPRE'   TO CSN-TIPO
              MOVE PROCOD     TO CSN-CLAVE
              MOVE SPACES     TO CSN-ANT
              MOVE SPACES     TO CSN-NUE
              MOVE PROPRE-ANT TO CSN-ANT-VAL
              MOVE PROPRE     TO CSN-NUE-VAL
              MOVE SPACE      TO CSN-DOM
              MOVE USUARIO    TO CSN-USU
              CALL 'CAMBSEN' USING CAMBIO-SEN
              IF NOT CSN-LIBRE THEN
                 MOVE PROPRE-ANT TO PROPRE
                 DISPLAY PROPRE  LINE 15 POSITION 24.
      *
      * ************************************************
      * Graba en AUDITPRO.DAT quien ha tocado PROCOD, con que
              PERFORM ERROR-FICHERO-FAUD.
      *
      * ************************************************
      * Un cambio de estado del articulo deja su propia linea en
      * AUDITPRO.DAT, con el estado nuevo como operacion
      * ************************************************
       GRABAR-CAMBIO-ESTADO.
           IF PROEST NOT = PROEST-ANT THEN
              MOVE 'ACTIVO' TO AUDOPC
              IF PRO-DESCATALOGADO THEN
                 MOVE 'DESCAT' TO AUDOPC
               ELSE
                 IF PRO-BLOQUEADO THEN
                    MOVE 'BLOQUE' TO AUDOPC.
           IF PROEST NOT = PROEST-ANT THEN
              PERFORM GRABAR-AUDITORIA.
      *
      * ************************************************
      * Pantalla amigable de error de fichero (AUDITPRO.DAT)
      * ************************************************
       ERROR-FICHERO-FAUD.
                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Ficha alimentaria del producto: pide el codigo y delega en
      * UD09E11 la consulta y el mantenimiento de la ficha,
      * pasandole el producto y el perfil del operador.
      * ************************************************
       FICHA-ALIMENTARIA.
           ACCEPT PROCOD      LINE  7 POSITION 24 NO BEEP.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-B LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              CALL 'UD09E11' USING PROCOD, PRODES, ROL
              PERFORM PANTALLA.
      *
      * ************************************************
      * Entrada/salida de almacen: da de alta un movimiento de
      * stock sobre un producto existente y ajusta PROQTY con el
      * mismo importe (positivo = entrada, negativo = salida).
           MOVE UBICOD-E  TO MOVUBI.
      * Los movimientos manuales no llevan lote.
           MOVE SPACES    TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
           DISPLAY SPACES LINE 19 POSITION 59 ERASE EOL.
           MOVE SPACES TO PROENVC.
           DISPLAY SPACES LINE 21 POSITION 59 ERASE EOL.
           MOVE SPACES TO PRODIR.
           DISPLAY 'Directo:'      LINE 21 POSITION 65 HIGH.
           MOVE SPACES TO PROSER.
           DISPLAY 'Serie..:'      LINE 19 POSITION 65 HIGH.
           MOVE SPACES TO PROEST.
           DISPLAY 'Estado.:'      LINE 17 POSITION 65 HIGH.
           MOVE SPACES TO PROUCO.
           MOVE ZEROS TO PROFCO.
           DISPLAY 'Ud.comp:'      LINE  9 POSITION 65 HIGH.
           DISPLAY 'Uds/caj:'      LINE 11 POSITION 65 HIGH.
      *
      * ************************************************
      * Marca de articulo de entrega directa: S lo sirve el
      * proveedor al cliente sin pasar por el almacen; cualquier
      * otra cosa queda como N
      * ************************************************
       CAPTURAR-DIRECTO.
           ACCEPT PRODIR LINE 21 POSITION 74 NO BEEP UPDATE.
           IF PRODIR = 's' THEN
              MOVE 'S' TO PRODIR.
           IF PRODIR NOT = 'S' THEN
              MOVE 'N' TO PRODIR.
           DISPLAY PRODIR LINE 21 POSITION 74.
      *
      * ************************************************
      * Marca de articulo con control de numero de serie: S pide
      * una serie por unidad al recibir, servir y devolver;
      * cualquier otra cosa queda como N
      * ************************************************
       CAPTURAR-SERIE.
           ACCEPT PROSER LINE 19 POSITION 74 NO BEEP UPDATE.
           IF PROSER = 's' THEN
              MOVE 'S' TO PROSER.
           IF PROSER NOT = 'S' THEN
              MOVE 'N' TO PROSER.
           DISPLAY PROSER LINE 19 POSITION 74.
      *
      * ************************************************
      * Estado del articulo: A activo, D descatalogado, B
      * bloqueado; cualquier otra cosa deja el estado que tenia
      * ************************************************
       CAPTURAR-ESTADO.
           ACCEPT PROEST LINE 17 POSITION 74 NO BEEP UPDATE.
           IF PROEST = 'a' THEN
              MOVE 'A' TO PROEST.
           IF PROEST = 'd' THEN
              MOVE 'D' TO PROEST.
           IF PROEST = 'b' THEN
              MOVE 'B' TO PROEST.
           IF PROEST NOT = 'A' AND PROEST NOT = 'D'
                               AND PROEST NOT = 'B' THEN
              MOVE PROEST-ANT TO PROEST.
           DISPLAY PROEST LINE 17 POSITION 74.
      *
      * ************************************************
      * Unidad de compra y unidades de stock que trae: sin unidad
      * se compra por unidades y el factor queda en 1; un factor a
      * cero tambien vale 1
      * ************************************************
       CAPTURAR-UNIDAD-COMPRA.
           ACCEPT PROUCO LINE  9 POSITION 74 NO BEEP UPDATE.
           IF PROUCO = SPACES THEN
              MOVE 1 TO PROFCO
            ELSE
              ACCEPT PROFCO LINE 11 POSITION 74 NO BEEP UPDATE.
           IF PROFCO = 0 THEN
              MOVE 1 TO PROFCO.
           DISPLAY PROFCO LINE 11 POSITION 74.
      *
      * ************************************************
      * Pulsar tecla para continuar
       ERROR-FICHERO-FSES.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSES   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con la cadena nocturna en marcha (marca de ESTADO.DAT,
      * rutina comun ESTCAD) el programa no se abre para
      * actualizar: la copia y la rotacion de la noche no deben
      * cruzarse con un operador que se ha quedado hasta tarde
      * ************************************************
       COMPROBAR-CADENA.
           MOVE 'C'          TO ECA-OPER.
           MOVE 'UD09E1  ' TO ECA-PRG.
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
              MOVE 'UD09E1  ' TO SESPRG
              MOVE AA1 TO SESAA
              MOVE MM1 TO SESMM
              MOVE DD1 TO SESDD
              MOVE HORA-ENTRADA TO SESHIN
              SET SES-ABIERTA TO TRUE
              MOVE 0 TO SESALT
              MOVE 0 TO SESBAJ
              MOVE 0 TO SESCON
              MOVE 0 TO SESMOD
              WRITE REGSES
              IF FS-FSES NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FSES
               ELSE
                 CLOSE FSES.
           IF FS-FSES NOT = '00' AND FS-FSES NOT = '35' THEN
              CLOSE FSES.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD09E1' TO PRA-PRG.
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
           MOVE 'UD09E1' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
