123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD20E8.
       REMARKS. UNIDAD 20 EJERCICIO 8.
      *
      * Carga de las confirmaciones de pedido de los proveedores
      * que reciben los pedidos de compra como fichero electronico
      * (PRVEDI, envio con la rutina comun ENVCOMP). Lee
      * CONFPRV.TXT, el fichero plano que deja el traductor con sus
      * respuestas, texto delimitado por punto y coma, con
      * registros de cabecera y de linea:
      *
      *    C;proveedor;compra
      *    L;linea;cantidad;AAAAMMDD-entrega
      *
      * La compra va con sus seis cifras, la linea con cuatro y la
      * cantidad con cinco, como salieron en PEDPRV.TXT; la fecha
      * en blanco o a ceros quiere decir que el proveedor mantiene
      * la prometida. Cada linea confirmada guarda en LINCOM.DAT la
      * cantidad y la fecha a las que se compromete el proveedor
      * (LCO-CONFIRMADA, LCOCCF, LCOFCF), y son esas las que siguen
      * las entradas previstas UD20E3 y la reclamacion UD20E4. Una
      * confirmacion posterior de la misma linea sustituye a la
      * anterior.
      * La cantidad confirmada llega en unidades de compra, como
      * salio el pedido, y se guarda en unidades de stock con las
      * unidades por caja de la linea (LCOFCO).
      *
      * Las lineas que el proveedor recorta (confirma menos de lo
      * pedido) o retrasa (confirma despues de la fecha prometida)
      * salen en la lista de excepciones CONFPRV.PRN, junto con los
      * registros rechazados y su motivo. Leido entero, el fichero
      * se vacia. Se lanza desde el menu y cada noche desde la
      * cadena UD13E18, anota el resultado en BATCHLOG.DAT y deja
      * sus totales de control (confirmaciones leidas, aplicadas y
      * rechazadas, y unidades confirmadas) en CTLTOT.DAT con la
      * rutina comun CTLTOT.
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
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPRV.
      *
            SELECT FCOM ASSIGN TO DISK 'COMPRAS.DAT'
            RECORD KEY IS COMNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCOM.
      *
            SELECT FLCO ASSIGN TO DISK 'LINCOM.DAT'
            RECORD KEY IS LCOCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FLCO.
      *
            SELECT FCNF ASSIGN TO DISK 'CONFPRV.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FCNF.
      *
            SELECT FLISTA ASSIGN TO DISK 'CONFPRV.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
      *
      * Diario de ejecuciones de los procesos nocturnos.
            SELECT FLOG ASSIGN TO DISK 'BATCHLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FLOG.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPRV LABEL RECORD IS STANDARD.
           COPY REGPRV.
      *
       FD FCOM LABEL RECORD IS STANDARD.
           COPY REGCOM.
      *
       FD FLCO LABEL RECORD IS STANDARD.
           COPY REGLCO.
      *
       FD FCNF LABEL RECORD IS STANDARD.
           01 LIN-CNF PIC X(80).
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 EXISTE     PIC X.
      *
      * Campos de trabajo para descomponer un registro de
      * CONFPRV.TXT. Cada campo numerico tiene el ancho exacto del
      * campo de LINCOM.DAT al que va, para que el MOVE no arrastre
      * espacios.
       77 CNF-TIPO   PIC X(01).
       01 CAMPOS-CAB.
           02 CNF-PRV    PIC X(04).
           02 CNF-COM    PIC X(06).
       01 CAMPOS-LIN.
           02 CNF-LIN    PIC X(04).
           02 CNF-CAN    PIC X(05).
           02 CNF-FEC    PIC X(08).
      *
      * Compra en curso: si la cabecera fue valida, sus lineas se
      * confirman; si no, se rechazan.
       77 COMPRA-OK  PIC X VALUE 'N'.
       77 COM-ACT    PIC 9(6).
       77 PRV-ACT    PIC X(4).
      *
      * Cantidad confirmada en cajas, unidades por caja de la
      * linea y la cantidad pasada a unidades de stock.
       77 CAN-CNF    PIC 9(5).
       77 FACTOR-L   PIC 999.
       77 UNID-CNF   PIC 9(8).
      *
      * Fecha confirmada (AAAAMMDD) y la prometida para comparar.
       77 FCF-N      PIC 9(8).
       77 FPR-N      PIC 9(8).
       01 FCF-R.
           02 FCF-AA  PIC 9999.
           02 FCF-MM  PIC 99.
           02 FCF-DD  PIC 99.
      *
      * Argumentos de la rutina comun DATEVAL (DDMMAAAA).
       01 FECHA-VAL.
           02 FVA-DD  PIC 99.
           02 FVA-MM  PIC 99.
           02 FVA-AA  PIC 9999.
       77 FECHA-OK   PIC X.
       77 FECHA-MSG  PIC X(40).
      *
      * Motivo del rechazo o de la excepcion del registro en curso.
       77 MOTIVO     PIC X(30).
       77 RECORTA    PIC X.
       77 RETRASA    PIC X.
      *
      * Recuentos del resumen y del diario.
       77 NUMLEI     PIC 9(5).
       77 NUMCNF     PIC 9(5).
       77 NUMEXC     PIC 9(5).
       77 NUMRECH    PIC 9(5).
       77 ZNUM       PIC ZZZZ9.
      *
      * Totales de control para la rutina comun CTLTOT: unidades
      * confirmadas.
       77 SUMCNF      PIC S9(11)V99.
           COPY CTLTOT.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FPRV    PIC XX.
       77 FS-FCOM    PIC XX.
       77 FS-FLCO    PIC XX.
       77 FS-FCNF    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 FS-FLOG    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
      * Linea que deja la carga en el diario de procesos.
       01 LINEA-LOG.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-FEC  PIC 99/99/9999.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-HOR.
               03 LOG-HH  PIC 99.
               03 FILLER  PIC X   VALUE ':'.
               03 LOG-NN  PIC 99.
               03 FILLER  PIC X   VALUE ':'.
               03 LOG-SS  PIC 99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(15) VALUE 'Conf. compras: '.
           02 LOG-CNF  PIC ZZZZ9.
           02 FILLER   PIC X(7)  VALUE ' excep.'.
           02 LOG-EXC  PIC ZZZZ9.
           02 FILLER   PIC X(6)  VALUE ' rech.'.
           02 LOG-REC  PIC ZZZZ9.
           02 FILLER   PIC X(15) VALUE SPACES.
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
           02 FILLER  PIC X(18) VALUE SPACES.
           02 FILLER  PIC X(44) VALUE
              'EXCEPCIONES DE CONFIRMACIONES DE PROVEEDOR'.
           02 FILLER  PIC X(18) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Prov.'.
           02 FILLER  PIC X(8)  VALUE 'Compra'.
           02 FILLER  PIC X(6)  VALUE 'Lin.'.
           02 FILLER  PIC X(6)  VALUE 'Prod.'.
           02 FILLER  PIC X(8)  VALUE ' Pedida'.
           02 FILLER  PIC X(8)  VALUE ' Confir.'.
           02 FILLER  PIC X(12) VALUE '  Prometida'.
           02 FILLER  PIC X(12) VALUE ' Confirmada'.
           02 FILLER  PIC X(12) VALUE 'Motivo'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Linea recortada o retrasada por el proveedor.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PRV  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-COM  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-LIN  PIC 9999.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PRO  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CAN  PIC ZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CCF  PIC ZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FPR  PIC 99/99/9999.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FCF  PIC 99/99/9999.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-MOT  PIC X(12).
      *
      * Registro de CONFPRV.TXT rechazado, con su motivo.
       01 LINEA-RECHAZO.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(5)  VALUE 'Reg. '.
           02 RCH-LEI  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 RCH-TIP  PIC X.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 RCH-COD  PIC X(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 RCH-REF  PIC X(8).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE 'RECHAZO: '.
           02 RCH-MOT  PIC X(30).
           02 FILLER   PIC X(6)  VALUE SPACES.
      *
       01 LINEA-CIERRE-1.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(25) VALUE
              'Registros leidos.......: '.
           02 CIE-LEI  PIC ZZZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(14) VALUE 'Rechazados..: '.
           02 CIE-REC  PIC ZZZZ9.
           02 FILLER   PIC X(24) VALUE SPACES.
      *
       01 LINEA-CIERRE-2.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(25) VALUE
              'Lineas confirmadas.....: '.
           02 CIE-CNF  PIC ZZZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(14) VALUE 'Excepciones.: '.
           02 CIE-EXC  PIC ZZZZ9.
           02 FILLER   PIC X(24) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: este programa se lanza
      * desde el menu general UD05E1 y desde la cadena UD13E18.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL desde el menu general.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO NUMCNF.
           MOVE 0 TO NUMEXC.
           MOVE 0 TO NUMRECH.
           MOVE 0 TO SUMCNF.
           MOVE 0 TO NUMPAG.
           MOVE 0 TO RETURN-CODE.
      *
           OPEN INPUT FPRV.
           IF FS-FPRV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPRV
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN INPUT FCOM.
           IF FS-FCOM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOM
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN I-O FLCO.
           IF FS-FLCO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLCO
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * Sin CONFPRV.TXT (estado '35') no ha contestado ningun
      * proveedor: la lista sale vacia.
           OPEN INPUT FCNF.
           IF FS-FCNF NOT = '00' AND FS-FCNF NOT = '35' THEN
              PERFORM ERROR-FICHERO-FCNF
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE 99 TO LINPAG.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           IF FS-FCNF = '00' THEN
              PERFORM CARGAR-CONFIRMACIONES.
      *
           PERFORM CIERRE-INFORME.
           PERFORM ANOTAR-DIARIO.
           PERFORM RESUMEN-CARGA.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FPRV FCOM FLCO FLISTA.
      *
      * ************************************************
      * Carga el fichero de confirmaciones y, leido entero, lo deja
      * vacio para la siguiente remesa
      * ************************************************
       CARGAR-CONFIRMACIONES.
           MOVE SPACE TO FINLEC.
           READ FCNF AT END MOVE 'S' TO FINLEC.
           PERFORM CARGAR-LINEA UNTIL FINLEC = 'S'.
           CLOSE FCNF.
           OPEN OUTPUT FCNF.
           IF FS-FCNF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCNF
              MOVE 8 TO RETURN-CODE
            ELSE
              CLOSE FCNF.
      *
      * ************************************************
      * Descompone un registro y lo trata segun sea cabecera (C)
      * o linea (L)
      * ************************************************
       CARGAR-LINEA.
           ADD 1 TO NUMLEI.
           MOVE SPACES TO CNF-TIPO.
           MOVE SPACES TO CAMPOS-CAB.
           MOVE SPACES TO CAMPOS-LIN.
           MOVE SPACES TO MOTIVO.
           UNSTRING LIN-CNF DELIMITED BY ';' INTO CNF-TIPO.
      *
           IF CNF-TIPO = 'C' OR CNF-TIPO = 'c' THEN
              UNSTRING LIN-CNF DELIMITED BY ';'
                 INTO CNF-TIPO, CNF-PRV, CNF-COM
              PERFORM CARGAR-CABECERA
            ELSE
              IF CNF-TIPO = 'L' OR CNF-TIPO = 'l' THEN
                 UNSTRING LIN-CNF DELIMITED BY ';'
                    INTO CNF-TIPO, CNF-LIN, CNF-CAN, CNF-FEC
                 PERFORM CARGAR-DETALLE
               ELSE
                 MOVE 'Tipo de registro no valido' TO MOTIVO.
      *
           IF MOTIVO NOT = SPACES THEN
              ADD 1 TO NUMRECH
              PERFORM LISTAR-RECHAZO.
      *
           READ FCNF AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * La cabecera dice la compra; tiene que existir y ser del
      * proveedor que contesta
      * ************************************************
       CARGAR-CABECERA.
           MOVE 'N' TO COMPRA-OK.
           MOVE CNF-PRV TO PRVCOD.
           MOVE SPACES TO EXISTE.
           READ FPRV RECORD KEY IS PRVCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'El proveedor no existe' TO MOTIVO
            ELSE
              IF CNF-COM NOT NUMERIC THEN
                 MOVE 'Numero de compra no valido' TO MOTIVO
               ELSE
                 PERFORM VALIDAR-COMPRA.
      *
       VALIDAR-COMPRA.
           MOVE CNF-COM TO COMNUM.
           MOVE SPACES TO EXISTE.
           READ FCOM RECORD KEY IS COMNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'La compra no existe' TO MOTIVO
            ELSE
              IF COMPRV NOT = PRVCOD THEN
                 MOVE 'Compra de otro proveedor' TO MOTIVO
               ELSE
                 MOVE 'S' TO COMPRA-OK
                 MOVE COMNUM TO COM-ACT
                 MOVE PRVCOD TO PRV-ACT.
      *
      * ************************************************
      * Valida una linea confirmada de la compra en curso
      * ************************************************
       CARGAR-DETALLE.
           IF COMPRA-OK NOT = 'S' THEN
              MOVE 'Cabecera de la compra rechaz.' TO MOTIVO
            ELSE
              IF CNF-LIN NOT NUMERIC THEN
                 MOVE 'Numero de linea no valido' TO MOTIVO
               ELSE
                 PERFORM VALIDAR-LINEA.
      *
       VALIDAR-LINEA.
           MOVE COM-ACT TO LCOCOM.
           MOVE CNF-LIN TO LCONUM.
           MOVE SPACES TO EXISTE.
           READ FLCO RECORD KEY IS LCOCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'La linea no existe' TO MOTIVO
            ELSE
              IF LCO-RECIBIDA THEN
                 MOVE 'Linea ya recibida' TO MOTIVO
               ELSE
                 IF CNF-CAN NOT NUMERIC THEN
                    MOVE 'Cantidad no valida' TO MOTIVO
                  ELSE
                    PERFORM VALIDAR-FECHA.
      *
      * En blanco o a ceros, el proveedor mantiene la prometida;
      * si no, se valida con DATEVAL como en UD15E2.
       VALIDAR-FECHA.
           MOVE LCOFPR TO FCF-N.
           IF CNF-FEC NOT = SPACES AND CNF-FEC NOT = '00000000' THEN
              IF CNF-FEC NOT NUMERIC THEN
                 MOVE 'Fecha de entrega no valida' TO MOTIVO
               ELSE
                 PERFORM COMPROBAR-FECHA.
           IF MOTIVO = SPACES THEN
              PERFORM CONFIRMAR-LINEA.
      *
       COMPROBAR-FECHA.
           MOVE CNF-FEC TO FCF-R.
           MOVE FCF-DD TO FVA-DD.
           MOVE FCF-MM TO FVA-MM.
           MOVE FCF-AA TO FVA-AA.
           CALL 'DATEVAL' USING FECHA-VAL, FECHA-OK, FECHA-MSG.
           IF FECHA-OK NOT = 'S' THEN
              MOVE 'Fecha de entrega no valida' TO MOTIVO
            ELSE
              MOVE CNF-FEC TO FCF-N.
      *
      * ************************************************
      * Guarda en la linea lo confirmado y la pasa a la lista si
      * el proveedor la recorta o la retrasa
      * ************************************************
       CONFIRMAR-LINEA.
           SET LCO-CONFIRMADA TO TRUE.
           MOVE LCOFCO TO FACTOR-L.
           IF FACTOR-L = 0 THEN
              MOVE 1 TO FACTOR-L.
           MOVE CNF-CAN TO CAN-CNF.
           COMPUTE UNID-CNF = CAN-CNF * FACTOR-L.
           IF UNID-CNF > 99999 THEN
              MOVE 99999 TO UNID-CNF.
           MOVE UNID-CNF TO LCOCCF.
           MOVE FCF-N   TO LCOFCF.
           REWRITE REGLCO.
           IF FS-FLCO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLCO
              MOVE 'Error de fichero' TO MOTIVO
            ELSE
              ADD 1 TO NUMCNF
              ADD UNID-CNF TO SUMCNF
              PERFORM COMPROBAR-EXCEPCION.
      *
       COMPROBAR-EXCEPCION.
           MOVE 'N' TO RECORTA.
           MOVE 'N' TO RETRASA.
           IF LCOCCF < LCOCAN THEN
              MOVE 'S' TO RECORTA.
           MOVE LCOFPR TO FPR-N.
           IF FPR-N > 0 AND FCF-N > FPR-N THEN
              MOVE 'S' TO RETRASA.
           IF RECORTA = 'S' OR RETRASA = 'S' THEN
              ADD 1 TO NUMEXC
              PERFORM LISTAR-EXCEPCION.
      *
      * ************************************************
      * Listado de excepciones y rechazos
      * ************************************************
       LISTAR-EXCEPCION.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE PRV-ACT TO DET-PRV.
           MOVE LCOCOM  TO DET-COM.
           MOVE LCONUM  TO DET-LIN.
           MOVE LCOPRO  TO DET-PRO.
           MOVE LCOCAN  TO DET-CAN.
           MOVE LCOCCF  TO DET-CCF.
      *
           MOVE FPR-N TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
           MOVE FF2   TO DET-FPR.
           MOVE FCF-N TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
           MOVE FF2   TO DET-FCF.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           IF RECORTA = 'S' AND RETRASA = 'S' THEN
              MOVE 'Recorta+retr' TO DET-MOT
            ELSE
              IF RECORTA = 'S' THEN
                 MOVE 'Recorta' TO DET-MOT
               ELSE
                 MOVE 'Retrasa' TO DET-MOT.
      *
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       LISTAR-RECHAZO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE NUMLEI   TO RCH-LEI.
           MOVE CNF-TIPO TO RCH-TIP.
           MOVE MOTIVO   TO RCH-MOT.
           IF CNF-TIPO = 'L' OR CNF-TIPO = 'l' THEN
              MOVE CNF-LIN TO RCH-COD
              MOVE CNF-CAN TO RCH-REF
            ELSE
              MOVE CNF-PRV TO RCH-COD
              MOVE CNF-COM TO RCH-REF.
           WRITE LIN-IMPR FROM LINEA-RECHAZO AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       CIERRE-INFORME.
           IF LINPAG > MAXLIN OR NUMPAG = 0 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE NUMLEI  TO CIE-LEI.
           MOVE NUMRECH TO CIE-REC.
           WRITE LIN-IMPR FROM LINEA-CIERRE-1 AFTER ADVANCING 1 LINE.
           MOVE NUMCNF  TO CIE-CNF.
           MOVE NUMEXC  TO CIE-EXC.
           WRITE LIN-IMPR FROM LINEA-CIERRE-2 AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
      * ************************************************
       CABECERA.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG TO CAB-PAG.
           MOVE FF2    TO CAB-FEC.
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
      * Deja la ejecucion anotada en BATCHLOG.DAT
      * ************************************************
       ANOTAR-DIARIO.
           OPEN EXTEND FLOG.
           IF FS-FLOG = '35' THEN
              OPEN OUTPUT FLOG.
           IF FS-FLOG = '00' THEN
              ACCEPT HR1 FROM TIME
              MOVE FF2 TO LOG-FEC
              MOVE HH1 TO LOG-HH
              MOVE NN1 TO LOG-NN
              MOVE SS1 TO LOG-SS
              MOVE NUMCNF  TO LOG-CNF
              MOVE NUMEXC  TO LOG-EXC
              MOVE NUMRECH TO LOG-REC
              MOVE LINEA-LOG TO LIN-LOG
              WRITE LIN-LOG
              CLOSE FLOG.
      *
      * ************************************************
      * Muestra el resumen por pantalla
      * ************************************************
       RESUMEN-CARGA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'CONFIRMACIONES DE PROVEEDORES'
                                  LINE  3 POSITION 25 REVERSE HIGH.
      *
           DISPLAY 'Leidos......:'    LINE  7 POSITION 20 HIGH.
           MOVE NUMLEI TO ZNUM.
           DISPLAY ZNUM               LINE  7 POSITION 35.
      *
           DISPLAY 'Confirmadas.:'    LINE  9 POSITION 20 HIGH.
           MOVE NUMCNF TO ZNUM.
           DISPLAY ZNUM               LINE  9 POSITION 35.
      *
           DISPLAY 'Excepciones.:'    LINE 11 POSITION 20 HIGH.
           MOVE NUMEXC TO ZNUM.
           DISPLAY ZNUM               LINE 11 POSITION 35.
      *
           DISPLAY 'Rechazados..:'    LINE 13 POSITION 20 HIGH.
           MOVE NUMRECH TO ZNUM.
           DISPLAY ZNUM               LINE 13 POSITION 35.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD20E8  ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMCNF     TO CTA-ESC.
           MOVE NUMRECH    TO CTA-REC.
           MOVE SUMCNF     TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPRV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPRV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLCO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLCO   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCNF.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCNF   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
