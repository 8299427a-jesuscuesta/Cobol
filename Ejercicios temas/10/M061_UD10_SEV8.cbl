123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD10E8.
       REMARKS. UNIDAD 10 EJERCICIO 8.
      *
      * Fusion de clientes duplicados: cuando un mismo cliente tiene
      * dos codigos (la tienda web o la carga masiva le abrieron una
      * segunda cuenta) su historia queda partida entre los dos. El
      * supervisor teclea el codigo duplicado y el que se conserva,
      * ve las dos fichas lado a lado (con aviso si los NIF no
      * coinciden) y confirma. Los dos tienen que ser clientes de
      * la empresa del grupo con la que se trabaja (rutina comun
      * EMPRESA). Entonces se pasa al que se conserva
      * todo lo que lleva el codigo duplicado:
      *
      *  - se cambia el cliente en su sitio en pedidos, facturas,
      *    partidas pendientes, disputas, reclamaciones,
      *    remesas, efectos, expediciones, presupuestos, pedidos
      *    fijos, compras de entrega directa, almacenes en consigna,
      *    numeros de serie vendidos, pedidos EDI y cuentas de la
      *    tienda web;
      *  - se trasladan bajo la clave del que se conserva las
      *    direcciones de entrega (con numero nuevo, y los pedidos,
      *    expediciones y tiendas EDI que las usaban se renumeran),
      *    las notas del diario de contactos (a continuacion de las
      *    suyas), los cobros (con el primer numero de orden libre
      *    de la factura), las tarifas, las reglas de vida util, las
      *    referencias EDI, las lineas de intereses de demora y los
      *    creditos incobrables; si el que se conserva ya tiene la
      *    misma condicion, manda la suya y la del duplicado se
      *    descarta;
      *  - los datos bancarios, la forma de envio de documentos y el
      *    acuerdo de rappel pasan solo si el que se conserva no los
      *    tiene; los saldos de envases, el dinero a cuenta y los
      *    acumulados de ventas del cliente se suman; el ritmo de
      *    compra del duplicado se borra (lo recalcula UD18E16).
      *
      * Los ficheros de rastro (auditorias, autorizaciones, ventas
      * bajo margen, cola y envios de documentos, registro de
      * facturacion VERIFAC, historia de series) no se tocan: dicen
      * lo que paso con el codigo que habia entonces. Al final el
      * saldo CLISAL del duplicado se suma al que se conserva, el
      * duplicado queda de baja con saldo cero (CLI-BAJA, como la
      * baja de UD10E1) y AUDITCLI.DAT recibe dos anotaciones
      * seguidas con la misma hora: FUSION en el duplicado y ABSORB
      * en el que se conserva. Los cambios en clientes, pedidos y
      * presupuestos dejan su imagen en DIARIO.DAT. La pantalla
      * final da, fichero a fichero, los registros pasados y los
      * descartados. Los candidatos a fusionar los lista UD10E9.
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
            SELECT FAUD ASSIGN TO DISK 'AUDITCLI.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FAUD.
      *
            SELECT FDIR ASSIGN TO DISK 'DIRECCLI.DAT'
            RECORD KEY IS DIRCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDIR.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
      *
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
            SELECT FPEN ASSIGN TO DISK 'PENDIENT.DAT'
            RECORD KEY IS PENFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPEN.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
      *
            SELECT FDSP ASSIGN TO DISK 'DISPUTAS.DAT'
            RECORD KEY IS DSPNUM
            ALTERNATE RECORD KEY IS DSPFAC WITH DUPLICATES
            ALTERNATE RECORD KEY IS DSPORD WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDSP.
      *
            SELECT FREC ASSIGN TO DISK 'RECLAMA.DAT'
            RECORD KEY IS RECFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FREC.
      *
            SELECT FREM ASSIGN TO DISK 'REMESAS.DAT'
            RECORD KEY IS REMCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FREM.
      *
            SELECT FEFE ASSIGN TO DISK 'EFECTOS.DAT'
            RECORD KEY IS EFENUM
            ALTERNATE RECORD KEY IS EFEAGE WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEFE.
      *
            SELECT FEXP ASSIGN TO DISK 'EXPEDIC.DAT'
            RECORD KEY IS EXPPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEXP.
      *
            SELECT FCOT ASSIGN TO DISK 'COTIZA.DAT'
            RECORD KEY IS COTNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOT.
      *
            SELECT FPFJ ASSIGN TO DISK 'PEDFIJO.DAT'
            RECORD KEY IS PFJNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPFJ.
      *
            SELECT FCOM ASSIGN TO DISK 'COMPRAS.DAT'
            RECORD KEY IS COMNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOM.
      *
            SELECT FUBI ASSIGN TO DISK 'UBICA.DAT'
            RECORD KEY IS UBICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FUBI.
      *
            SELECT FNSR ASSIGN TO DISK 'NSERIE.DAT'
            RECORD KEY IS NSRCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FNSR.
      *
            SELECT FEPD ASSIGN TO DISK 'EDIPED.DAT'
            RECORD KEY IS EPDPED
            ALTERNATE RECORD KEY IS EPDREF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEPD.
      *
            SELECT FCTC ASSIGN TO DISK 'CONTACLI.DAT'
            RECORD KEY IS CTCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCTC.
      *
            SELECT FTAR ASSIGN TO DISK 'TARIFCLI.DAT'
            RECORD KEY IS TARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTAR.
      *
            SELECT FENV ASSIGN TO DISK 'ENVASCLI.DAT'
            RECORD KEY IS ENVCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FENV.
      *
            SELECT FVMC ASSIGN TO DISK 'VIDACLI.DAT'
            RECORD KEY IS VMCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FVMC.
      *
            SELECT FXRF ASSIGN TO DISK 'EDIREF.DAT'
            RECORD KEY IS XRFCLAVE
            ALTERNATE RECORD KEY IS XRFALT WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FXRF.
      *
            SELECT FDEM ASSIGN TO DISK 'DEMORA.DAT'
            RECORD KEY IS DEMCLA
            ALTERNATE RECORD KEY IS DEMFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDEM.
      *
            SELECT FFAL ASSIGN TO DISK 'FALLIDOS.DAT'
            RECORD KEY IS FALCLA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAL.
      *
            SELECT FBAN ASSIGN TO DISK 'BANCOCLI.DAT'
            RECORD KEY IS BANCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FBAN.
      *
            SELECT FDCL ASSIGN TO DISK 'DOCUCLI.DAT'
            RECORD KEY IS DCLCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FDCL.
      *
            SELECT FRAP ASSIGN TO DISK 'RAPPEL.DAT'
            RECORD KEY IS RAPCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FRAP.
      *
            SELECT FACU ASSIGN TO DISK 'ACUENTA.DAT'
            RECORD KEY IS ACUCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FACU.
      *
            SELECT FRIT ASSIGN TO DISK 'RITMOCLI.DAT'
            RECORD KEY IS RITCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FRIT.
      *
            SELECT FAVN ASSIGN TO DISK 'ACUMVEN.DAT'
            RECORD KEY IS AVNCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FAVN.
      *
            SELECT FCWB ASSIGN TO DISK 'CLIWEB.DAT'
            RECORD KEY IS CWBCTA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCWB.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FAUD LABEL RECORD IS STANDARD.
           COPY REGAUD.
      *
       FD FDIR LABEL RECORD IS STANDARD.
           COPY REGDIR.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FPEN LABEL RECORD IS STANDARD.
           COPY REGPEN.
      *
       FD FCOB LABEL RECORD IS STANDARD.
           COPY REGCOB.
      *
       FD FDSP LABEL RECORD IS STANDARD.
           COPY REGDSP.
      *
       FD FREC LABEL RECORD IS STANDARD.
           COPY REGREC.
      *
       FD FREM LABEL RECORD IS STANDARD.
           COPY REGREM.
      *
       FD FEFE LABEL RECORD IS STANDARD.
           COPY REGEFE.
      *
       FD FEXP LABEL RECORD IS STANDARD.
           COPY REGEXP.
      *
       FD FCOT LABEL RECORD IS STANDARD.
           COPY REGCOT.
      *
       FD FPFJ LABEL RECORD IS STANDARD.
           COPY REGPFJ.
      *
       FD FCOM LABEL RECORD IS STANDARD.
           COPY REGCOM.
      *
       FD FUBI LABEL RECORD IS STANDARD.
           COPY REGUBI.
      *
       FD FNSR LABEL RECORD IS STANDARD.
           COPY REGNSR.
      *
       FD FEPD LABEL RECORD IS STANDARD.
           COPY REGEPD.
      *
       FD FCTC LABEL RECORD IS STANDARD.
           COPY REGCTC.
      *
       FD FTAR LABEL RECORD IS STANDARD.
           COPY REGTAR.
      *
       FD FENV LABEL RECORD IS STANDARD.
           COPY REGENV.
      *
       FD FVMC LABEL RECORD IS STANDARD.
           COPY REGVMC.
      *
       FD FXRF LABEL RECORD IS STANDARD.
           COPY REGXRF.
      *
       FD FDEM LABEL RECORD IS STANDARD.
           COPY REGDEM.
      *
       FD FFAL LABEL RECORD IS STANDARD.
           COPY REGFAL.
      *
       FD FBAN LABEL RECORD IS STANDARD.
           COPY REGBAN.
      *
       FD FDCL LABEL RECORD IS STANDARD.
           COPY REGDCL.
      *
       FD FRAP LABEL RECORD IS STANDARD.
           COPY REGRAP.
      *
       FD FACU LABEL RECORD IS STANDARD.
           COPY REGACU.
      *
       FD FRIT LABEL RECORD IS STANDARD.
           COPY REGRIT.
      *
       FD FAVN LABEL RECORD IS STANDARD.
           COPY REGAVN.
      *
       FD FCWB LABEL RECORD IS STANDARD.
           COPY REGCWB.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(78) VALUE ' MENSAJES:'.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
       77 EXISTE     PIC X.
       77 VALIDO     PIC X.
       77 FINLEC     PIC X.
       77 IDX        PIC 999.
      *
      * Codigo duplicado (se da de baja) y codigo que se conserva.
       77 CLI-DUP    PIC X(4).
       77 CLI-SUR    PIC X(4).
       77 SALDO-DUP  PIC S9(7)V99.
      *
       77 MSGDUP     PIC X(60) VALUE
           'Cliente duplicado (en blanco para salir)'.
       77 MSGSUR     PIC X(60) VALUE
           'Cliente que se conserva'.
       77 MSGCONF    PIC X(60) VALUE
           'Todo lo del duplicado pasara al que se conserva'.
       77 ERROR-C    PIC X(50) VALUE
           'ERROR! El cliente NO existe.'.
       77 ERROR-BJ   PIC X(50) VALUE
           'ERROR! El cliente esta de baja.'.
       77 ERROR-IG   PIC X(50) VALUE
           'ERROR! Los dos codigos son el mismo.'.
       77 ERROR-EMP  PIC X(50) VALUE
           'ERROR! El cliente es de otra empresa del grupo.'.
      *
      * Empresa de trabajo y la de cada cliente.
           COPY EMPRESA.
       77 AVISO-NIF  PIC X(50) VALUE
           'ATENCION! Los NIF de las dos fichas NO coinciden.'.
       77 MSGFIN     PIC X(50) VALUE
           'FUSION TERMINADA. Pulse una tecla.'.
       77 MSGCAN     PIC X(50) VALUE
           'FUSION CANCELADA.'.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FAUD    PIC XX.
       77 FS-FDIR    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FPEN    PIC XX.
       77 FS-FCOB    PIC XX.
       77 FS-FDSP    PIC XX.
       77 FS-FREC    PIC XX.
       77 FS-FREM    PIC XX.
       77 FS-FEFE    PIC XX.
       77 FS-FEXP    PIC XX.
       77 FS-FCOT    PIC XX.
       77 FS-FPFJ    PIC XX.
       77 FS-FCOM    PIC XX.
       77 FS-FUBI    PIC XX.
       77 FS-FNSR    PIC XX.
       77 FS-FEPD    PIC XX.
       77 FS-FCTC    PIC XX.
       77 FS-FTAR    PIC XX.
       77 FS-FENV    PIC XX.
       77 FS-FVMC    PIC XX.
       77 FS-FXRF    PIC XX.
       77 FS-FDEM    PIC XX.
       77 FS-FFAL    PIC XX.
       77 FS-FBAN    PIC XX.
       77 FS-FDCL    PIC XX.
       77 FS-FRAP    PIC XX.
       77 FS-FACU    PIC XX.
       77 FS-FRIT    PIC XX.
       77 FS-FAVN    PIC XX.
       77 FS-FCWB    PIC XX.
       77 FS-ERR     PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO, que anota la imagen
      * de cada operacion sobre los maestros en DIARIO.DAT.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
      *
      * Copia del registro del duplicado mientras se mira si el que
      * se conserva ya tiene uno con la misma clave.
       01 REG-AUX    PIC X(200).
      *
      * Direcciones de entrega: el numero que se da en el que se
      * conserva a cada direccion del duplicado (cero = la de la
      * ficha, para las que no cupieron).
       77 SIG-DIR    PIC 999.
       77 DIR-ANT    PIC 99.
       01 TABLA-MAPA-DIR.
           02 MAP-DIR   PIC 99 OCCURS 99 TIMES.
      *
      * Notas del diario de contactos: siguiente numero libre en el
      * que se conserva.
       77 SIG-CTC    PIC 9(5).
      *
      * Envase del duplicado que se suma al del que se conserva.
       77 ENV-SAL    PIC S9(5).
       77 ENV-FEC    PIC 9(8).
      *
      * Dinero a cuenta del duplicado.
       77 ACU-IMP    PIC 9(7)V99.
      *
      * Meses con acumulado de ventas del duplicado.
       77 NUMMES-T   PIC 999.
       01 TABLA-MESES.
           02 MES-AVN   PIC 9(6) OCCURS 300 TIMES.
       77 AVN-UNI    PIC S9(7).
       77 AVN-IMP    PIC S9(9)V99.
      *
      * Resultado de la fusion, fichero a fichero: registros que
      * han pasado al que se conserva y registros del duplicado que
      * se han descartado (el que se conserva ya los tenia, o no
      * caben).
       77 FIC-NOMBRE PIC X(12).
       77 CNT-MOV    PIC 9(5).
       77 CNT-OMI    PIC 9(5).
      *
      * Clave del cobro del duplicado que se traslada y la que
      * recibe bajo el cliente que se conserva.
       77 COB-ANT    PIC X(13).
       77 COB-NUE    PIC X(13).
       77 NUMRES-T   PIC 99.
       01 TABLA-RESULTADO.
           02 RES-MEM OCCURS 33 TIMES.
              03 RS-FIC  PIC X(12).
              03 RS-MOV  PIC 9(5).
              03 RS-OMI  PIC 9(5).
      *
       01 LINEA-RES.
           02 LR-FIC  PIC X(12).
           02 LR-MOV  PIC ZZZZ9.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 LR-OMI  PIC ZZZZ9.
      *
      * Ficha de cada cliente en la pantalla de confirmacion.
       77 ZSAL       PIC -.---.--9,99.
       77 COL-FICHA  PIC 99.
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
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
       LINKAGE SECTION.
      * Operador de la sesion, que pasa el menu general UD05E1 y
      * queda en AUDITCLI.DAT.
       01 FUS-OPERADOR PIC X(8).
123456*
       PROCEDURE DIVISION USING FUS-OPERADOR.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * CLI-DUP se deja con un valor no en blanco para que entre en
      * el bucle de FUSION al menos una vez.
           MOVE 'X' TO CLI-DUP.
      *
      * ************************************************
      * Proceso del programa: una fusion por vuelta, hasta que se
      * deje el codigo duplicado en blanco.
      * ************************************************
        PROCESO.
           PERFORM FUSION UNTIL CLI-DUP = SPACES.
      *
      * ************************************************
      * Pide los dos codigos, ensena las dos fichas y, si se
      * confirma, fusiona
      * ************************************************
       FUSION.
           PERFORM PANTALLA.
           DISPLAY MSGDUP LINE 23 POSITION 14 REVERSE.
           MOVE SPACES TO CLI-DUP.
           ACCEPT CLI-DUP LINE  5 POSITION 38 NO BEEP.
           IF CLI-DUP NOT = SPACES THEN
              DISPLAY MSGSUR LINE 23 POSITION 14 REVERSE
              MOVE SPACES TO CLI-SUR
              ACCEPT CLI-SUR LINE  6 POSITION 38 NO BEEP
              PERFORM COMPROBAR-CLIENTES
              IF VALIDO = 'S' THEN
                 PERFORM CONFIRMAR-FUSION.
      *
      * ************************************************
      * Los dos clientes deben existir, ser distintos, no estar de
      * baja y ser de la empresa de trabajo. Se ensenan las dos
      * fichas lado a lado.
      * ************************************************
       COMPROBAR-CLIENTES.
           MOVE 'N' TO VALIDO.
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              MOVE FS-FCLI TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM LEER-DOS-FICHAS
              CLOSE FCLI.
      *
       LEER-DOS-FICHAS.
           IF CLI-SUR = CLI-DUP THEN
              DISPLAY ERROR-IG LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79
            ELSE
              MOVE CLI-DUP TO CLICOD
              MOVE 47 TO COL-FICHA
              PERFORM LEER-FICHA
              IF VALIDO = 'S' THEN
                 MOVE CLINIF TO REG-AUX
                 MOVE CLI-SUR TO CLICOD
                 MOVE 62 TO COL-FICHA
                 PERFORM LEER-FICHA
                 IF VALIDO = 'S' AND CLINIF NOT = REG-AUX(1:9) THEN
                    DISPLAY AVISO-NIF LINE 16 POSITION 14 REVERSE.
      *
       LEER-FICHA.
           MOVE 'S' TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           MOVE CLICOD TO EMA-CLI.
           PERFORM EMPRESA-DEL-CLIENTE.
           IF EXISTE = 'N' THEN
              MOVE 'N' TO VALIDO
              DISPLAY ERROR-C  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79
            ELSE
              IF CLI-BAJA THEN
                 MOVE 'N' TO VALIDO
                 DISPLAY ERROR-BJ LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA  LINE 23 POSITION 79
               ELSE
                 IF EMA-OK NOT = 'S' THEN
                    MOVE 'N' TO VALIDO
                    DISPLAY ERROR-EMP LINE 23 POSITION 14 REVERSE
                    ACCEPT CONTINUA   LINE 23 POSITION 79
                  ELSE
                    MOVE 'S' TO VALIDO
                    PERFORM PINTAR-FICHA.
      *
      *
      * ************************************************
      * Empresa del grupo del cliente EMA-CLI (rutina comun
      * EMPRESA): EMA-OK 'S' si es la de trabajo
      * ************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
      *
       PINTAR-FICHA.
           DISPLAY CLICOD  LINE  8 POSITION COL-FICHA REVERSE.
           DISPLAY CLINOM  LINE  9 POSITION COL-FICHA.
           DISPLAY CLIDIR  LINE 10 POSITION COL-FICHA.
           DISPLAY CLIPOB  LINE 11 POSITION COL-FICHA.
           DISPLAY CLINIF  LINE 12 POSITION COL-FICHA.
           IF CLI-INSOLVENTE THEN
              DISPLAY 'Insolvente' LINE 13 POSITION COL-FICHA
            ELSE
              DISPLAY 'Activo'     LINE 13 POSITION COL-FICHA.
           MOVE CLISAL TO ZSAL.
           DISPLAY ZSAL    LINE 14 POSITION COL-FICHA.
      *
       CONFIRMAR-FUSION.
           DISPLAY MSGCONF LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Confirma la fusion (S/N)?'
                                  LINE 18 POSITION 14 HIGH.
           MOVE SPACE TO CONFIRMA.
           ACCEPT CONFIRMA LINE 18 POSITION 41 NO BEEP.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              DISPLAY 'Fusionando...' LINE 20 POSITION 14 HIGH
              PERFORM FUSIONAR
              PERFORM MOSTRAR-RESULTADO
              DISPLAY MSGFIN  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79
            ELSE
              DISPLAY MSGCAN  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
      * ************************************************
       PANTALLA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'Fecha:'       NO ADVANCING LINE  1 POSITION 63 HIGH.
           DISPLAY FF2.
           DISPLAY ' FUSION DE CLIENTES DUPLICADOS '
                                  LINE  3 POSITION 24 REVERSE HIGH.
           DISPLAY 'Cliente duplicado (se da de baja):'
                                  LINE  5 POSITION  2 HIGH.
           DISPLAY 'Cliente que se conserva..........:'
                                  LINE  6 POSITION  2 HIGH.
           DISPLAY 'Duplicado'    LINE  7 POSITION 47 HIGH.
           DISPLAY 'Se conserva'  LINE  7 POSITION 62 HIGH.
           DISPLAY 'Codigo....:'  LINE  8 POSITION  2 HIGH.
           DISPLAY 'Nombre....:'  LINE  9 POSITION  2 HIGH.
           DISPLAY 'Direccion.:'  LINE 10 POSITION  2 HIGH.
           DISPLAY 'Poblacion.:'  LINE 11 POSITION  2 HIGH.
           DISPLAY 'NIF.......:'  LINE 12 POSITION  2 HIGH.
           DISPLAY 'Estado....:'  LINE 13 POSITION  2 HIGH.
           DISPLAY 'Saldo.....:'  LINE 14 POSITION  2 HIGH.
      *
           DISPLAY GUION          LINE 22 POSITION 2 HIGH.
           DISPLAY MENSAJE        LINE 23 POSITION 2 REVERSE.
      *
      * ************************************************
      * Pasa todo lo del duplicado al que se conserva, fichero a
      * fichero. Las direcciones van primero: su renumeracion la
      * usan los pedidos, las expediciones y las tiendas EDI.
      * ************************************************
       FUSIONAR.
           MOVE 0 TO NUMRES-T.
           PERFORM MOVER-DIRECCIONES.
           PERFORM REAPUNTAR-PEDIDOS.
           PERFORM REAPUNTAR-FACTURAS.
           PERFORM REAPUNTAR-PENDIENTES.
           PERFORM REAPUNTAR-COBROS.
           PERFORM REAPUNTAR-DISPUTAS.
           PERFORM REAPUNTAR-RECLAMACIONES.
           PERFORM REAPUNTAR-REMESAS.
           PERFORM REAPUNTAR-EFECTOS.
           PERFORM REAPUNTAR-EXPEDICIONES.
           PERFORM REAPUNTAR-PRESUPUESTOS.
           PERFORM REAPUNTAR-PEDIDOS-FIJOS.
           PERFORM REAPUNTAR-COMPRAS.
           PERFORM REAPUNTAR-ALMACENES.
           PERFORM REAPUNTAR-SERIES.
           PERFORM REAPUNTAR-PEDIDOS-EDI.
           PERFORM REAPUNTAR-CUENTAS-WEB.
           PERFORM MOVER-CONTACTOS.
           PERFORM MOVER-TARIFAS.
           PERFORM SUMAR-ENVASES.
           PERFORM MOVER-VIDA-UTIL.
           PERFORM MOVER-REFERENCIAS-EDI.
           PERFORM MOVER-DEMORAS.
           PERFORM MOVER-FALLIDOS.
           PERFORM UNIR-BANCO.
           PERFORM UNIR-DOCUMENTOS.
           PERFORM UNIR-RAPPEL.
           PERFORM SUMAR-A-CUENTA.
           PERFORM SUMAR-ACUMULADOS.
           PERFORM BORRAR-RITMO.
           PERFORM CERRAR-FICHAS.
      *
      * Anota en la tabla de resultados lo que ha dejado el ultimo
      * fichero tratado (FIC-NOMBRE, CNT-MOV, CNT-OMI).
       ANOTAR-RESULTADO.
           IF NUMRES-T < 33 THEN
              ADD 1 TO NUMRES-T
              MOVE FIC-NOMBRE TO RS-FIC(NUMRES-T)
              MOVE CNT-MOV    TO RS-MOV(NUMRES-T)
              MOVE CNT-OMI    TO RS-OMI(NUMRES-T).
      *
      * ************************************************
      * Direcciones de entrega: cada una del duplicado pasa al que
      * se conserva con el siguiente numero libre. Se vuelve a
      * buscar desde el principio del duplicado tras cada traslado,
      * porque el registro leido se borra.
      * ************************************************
       MOVER-DIRECCIONES.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           PERFORM LIMPIAR-MAPA VARYING IDX FROM 1 BY 1
              UNTIL IDX > 99.
           OPEN I-O FDIR.
           IF FS-FDIR = '00' THEN
              PERFORM ULTIMA-DIRECCION
              MOVE SPACE TO FINLEC
              PERFORM MOVER-UNA-DIRECCION UNTIL FINLEC = 'S'
              CLOSE FDIR
            ELSE
              IF FS-FDIR NOT = '35' THEN
                 MOVE FS-FDIR TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'DIRECCLI.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       LIMPIAR-MAPA.
           MOVE 0 TO MAP-DIR(IDX).
      *
      * Numero mas alto que ya usa el que se conserva.
       ULTIMA-DIRECCION.
           MOVE 0 TO SIG-DIR.
           MOVE SPACE TO FINLEC.
           MOVE CLI-SUR TO DIRCLI.
           MOVE ZEROS   TO DIRNUM.
           START FDIR KEY IS NOT LESS DIRCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-DIRECCION-SUR.
           PERFORM CONTAR-DIRECCION-SUR UNTIL FINLEC = 'S'.
      *
       CONTAR-DIRECCION-SUR.
           MOVE DIRNUM TO SIG-DIR.
           PERFORM LEER-DIRECCION-SUR.
      *
       LEER-DIRECCION-SUR.
           IF FINLEC NOT = 'S' THEN
              READ FDIR NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND DIRCLI NOT = CLI-SUR THEN
              MOVE 'S' TO FINLEC.
      *
       MOVER-UNA-DIRECCION.
           MOVE CLI-DUP TO DIRCLI.
           MOVE ZEROS   TO DIRNUM.
           START FDIR KEY IS NOT LESS DIRCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FDIR NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND DIRCLI NOT = CLI-DUP THEN
              MOVE 'S' TO FINLEC.
      * Sin numero libre (99 direcciones) las que quedan se dejan en
      * el duplicado.
           IF FINLEC NOT = 'S' AND SIG-DIR NOT < 99 THEN
              PERFORM CONTAR-DIRECCION-OMITIDA
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM TRASLADAR-DIRECCION.
      *
       CONTAR-DIRECCION-OMITIDA.
           ADD 1 TO CNT-OMI.
           READ FDIR NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND DIRCLI = CLI-DUP THEN
              PERFORM CONTAR-DIRECCION-OMITIDA.
      *
       TRASLADAR-DIRECCION.
           MOVE REGDIR TO REG-AUX.
           MOVE DIRNUM TO DIR-ANT.
           DELETE FDIR RECORD.
           IF FS-FDIR NOT = '00' THEN
              MOVE FS-FDIR TO FS-ERR
              PERFORM ERROR-FICHERO
              MOVE 'S' TO FINLEC
            ELSE
              ADD 1 TO SIG-DIR
              MOVE REG-AUX TO REGDIR
              MOVE CLI-SUR TO DIRCLI
              MOVE SIG-DIR TO DIRNUM
              WRITE REGDIR
              MOVE SIG-DIR TO MAP-DIR(DIR-ANT)
              ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Pedidos: cliente y direccion de entrega renumerada
      * ************************************************
       REAPUNTAR-PEDIDOS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FPED.
           IF FS-FPED = '00' THEN
              PERFORM POSICIONAR-PEDIDO
              PERFORM CAMBIAR-PEDIDO UNTIL FINLEC = 'S'
              CLOSE FPED
            ELSE
              IF FS-FPED NOT = '35' THEN
                 MOVE FS-FPED TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'PEDIDOS.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-PEDIDO.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO PEDNUM.
           START FPED KEY IS NOT LESS PEDNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-PEDIDO.
      *
       CAMBIAR-PEDIDO.
           IF PEDCLI = CLI-DUP AND PEDDIR > 0 THEN
              MOVE MAP-DIR(PEDDIR) TO PEDDIR.
           IF PEDCLI = CLI-DUP THEN
              MOVE CLI-SUR TO PEDCLI
              REWRITE REGPED
              IF FS-FPED = '00' THEN
                 ADD 1 TO CNT-MOV
                 MOVE 'PEDIDOS ' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGPED TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-PEDIDO.
      *
       LEER-PEDIDO.
           IF FINLEC NOT = 'S' THEN
              READ FPED NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Facturas
      * ************************************************
       REAPUNTAR-FACTURAS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FFAC.
           IF FS-FFAC = '00' THEN
              PERFORM POSICIONAR-FACTURA
              PERFORM CAMBIAR-FACTURA UNTIL FINLEC = 'S'
              CLOSE FFAC
            ELSE
              IF FS-FFAC NOT = '35' THEN
                 MOVE FS-FFAC TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'FACTURAS.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-FACTURA.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO FACNUM.
           START FFAC KEY IS NOT LESS FACNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-FACTURA.
      *
       CAMBIAR-FACTURA.
           IF FACCLI = CLI-DUP THEN
              MOVE CLI-SUR TO FACCLI
              REWRITE REGFAC
              IF FS-FFAC = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-FACTURA.
      *
       LEER-FACTURA.
           IF FINLEC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Partidas pendientes de cobro
      * ************************************************
       REAPUNTAR-PENDIENTES.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FPEN.
           IF FS-FPEN = '00' THEN
              PERFORM POSICIONAR-PENDIENTE
              PERFORM CAMBIAR-PENDIENTE UNTIL FINLEC = 'S'
              CLOSE FPEN
            ELSE
              IF FS-FPEN NOT = '35' THEN
                 MOVE FS-FPEN TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'PENDIENT.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-PENDIENTE.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO PENFAC.
           START FPEN KEY IS NOT LESS PENFAC INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-PENDIENTE.
      *
       CAMBIAR-PENDIENTE.
           IF PENCLI = CLI-DUP THEN
              MOVE CLI-SUR TO PENCLI
              REWRITE REGPEN
              IF FS-FPEN = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-PENDIENTE.
      *
       LEER-PENDIENTE.
           IF FINLEC NOT = 'S' THEN
              READ FPEN NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Cobros: el cliente es parte de la clave, asi que cada
      * cobro del duplicado se graba de nuevo bajo el que se
      * conserva y se borra el original
      * ************************************************
       REAPUNTAR-COBROS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FCOB.
           IF FS-FCOB = '00' THEN
              PERFORM POSICIONAR-COBRO
              PERFORM CAMBIAR-COBRO UNTIL FINLEC = 'S'
              CLOSE FCOB
            ELSE
              IF FS-FCOB NOT = '35' THEN
                 MOVE FS-FCOB TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'COBROS.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-COBRO.
           MOVE SPACE TO FINLEC.
           MOVE CLI-DUP TO COBCLI.
           MOVE ZEROS TO COBFAC.
           MOVE ZEROS TO COBLIN.
           START FCOB KEY IS NOT LESS COBCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-COBRO.
      *
      * Si no se puede borrar el original se borra la copia, para
      * no dejar el cobro dos veces; en cualquier caso se sigue
      * leyendo detras de la clave del original.
       CAMBIAR-COBRO.
           MOVE COBCLAVE TO COB-ANT.
           MOVE CLI-SUR TO COBCLI.
           MOVE ZEROS TO COBLIN.
           MOVE '22' TO FS-FCOB.
           PERFORM NUMERAR-COBRO UNTIL FS-FCOB NOT = '22'
                                    OR COBLIN = 999.
           IF FS-FCOB = '00' THEN
              MOVE COBCLAVE TO COB-NUE
              MOVE COB-ANT TO COBCLAVE
              DELETE FCOB RECORD
              IF FS-FCOB NOT = '00' THEN
                 MOVE COB-NUE TO COBCLAVE
                 DELETE FCOB RECORD
                 MOVE '99' TO FS-FCOB.
           IF FS-FCOB = '00' THEN
              ADD 1 TO CNT-MOV
            ELSE
              ADD 1 TO CNT-OMI.
      *
           MOVE COB-ANT TO COBCLAVE.
           START FCOB KEY IS GREATER COBCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-COBRO.
      *
      * Primer numero de orden libre en la factura del cobro.
       NUMERAR-COBRO.
           ADD 1 TO COBLIN.
           WRITE REGCOB.
      *
       LEER-COBRO.
           IF FINLEC NOT = 'S' THEN
              READ FCOB NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND COBCLI NOT = CLI-DUP THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Disputas
      * ************************************************
       REAPUNTAR-DISPUTAS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FDSP.
           IF FS-FDSP = '00' THEN
              PERFORM POSICIONAR-DISPUTA
              PERFORM CAMBIAR-DISPUTA UNTIL FINLEC = 'S'
              CLOSE FDSP
            ELSE
              IF FS-FDSP NOT = '35' THEN
                 MOVE FS-FDSP TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'DISPUTAS.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-DISPUTA.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO DSPNUM.
           START FDSP KEY IS NOT LESS DSPNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-DISPUTA.
      *
       CAMBIAR-DISPUTA.
           IF DSPCLI = CLI-DUP THEN
              MOVE CLI-SUR TO DSPCLI
              REWRITE REGDSP
              IF FS-FDSP = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-DISPUTA.
      *
       LEER-DISPUTA.
           IF FINLEC NOT = 'S' THEN
              READ FDSP NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Niveles de reclamacion por factura
      * ************************************************
       REAPUNTAR-RECLAMACIONES.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FREC.
           IF FS-FREC = '00' THEN
              PERFORM POSICIONAR-RECLAMACION
              PERFORM CAMBIAR-RECLAMACION UNTIL FINLEC = 'S'
              CLOSE FREC
            ELSE
              IF FS-FREC NOT = '35' THEN
                 MOVE FS-FREC TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'RECLAMA.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-RECLAMACION.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO RECFAC.
           START FREC KEY IS NOT LESS RECFAC INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-RECLAMACION.
      *
       CAMBIAR-RECLAMACION.
           IF RECCLI = CLI-DUP THEN
              MOVE CLI-SUR TO RECCLI
              REWRITE REGREC
              IF FS-FREC = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-RECLAMACION.
      *
       LEER-RECLAMACION.
           IF FINLEC NOT = 'S' THEN
              READ FREC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Recibos de las remesas de domiciliaciones
      * ************************************************
       REAPUNTAR-REMESAS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FREM.
           IF FS-FREM = '00' THEN
              PERFORM POSICIONAR-REMESA
              PERFORM CAMBIAR-REMESA UNTIL FINLEC = 'S'
              CLOSE FREM
            ELSE
              IF FS-FREM NOT = '35' THEN
                 MOVE FS-FREM TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'REMESAS.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-REMESA.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO REMNUM.
           MOVE ZEROS TO REMFAC.
           START FREM KEY IS NOT LESS REMCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-REMESA.
      *
       CAMBIAR-REMESA.
           IF REMCLI = CLI-DUP THEN
              MOVE CLI-SUR TO REMCLI
              REWRITE REGREM
              IF FS-FREM = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-REMESA.
      *
       LEER-REMESA.
           IF FINLEC NOT = 'S' THEN
              READ FREM NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Efectos en cartera
      * ************************************************
       REAPUNTAR-EFECTOS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FEFE.
           IF FS-FEFE = '00' THEN
              PERFORM POSICIONAR-EFECTO
              PERFORM CAMBIAR-EFECTO UNTIL FINLEC = 'S'
              CLOSE FEFE
            ELSE
              IF FS-FEFE NOT = '35' THEN
                 MOVE FS-FEFE TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'EFECTOS.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-EFECTO.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO EFENUM.
           START FEFE KEY IS NOT LESS EFENUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-EFECTO.
      *
       CAMBIAR-EFECTO.
           IF EFECLI = CLI-DUP THEN
              MOVE CLI-SUR TO EFECLI
              REWRITE REGEFE
              IF FS-FEFE = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-EFECTO.
      *
       LEER-EFECTO.
           IF FINLEC NOT = 'S' THEN
              READ FEFE NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Expediciones: cliente y direccion de entrega renumerada
      * ************************************************
       REAPUNTAR-EXPEDICIONES.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FEXP.
           IF FS-FEXP = '00' THEN
              PERFORM POSICIONAR-EXPEDICION
              PERFORM CAMBIAR-EXPEDICION UNTIL FINLEC = 'S'
              CLOSE FEXP
            ELSE
              IF FS-FEXP NOT = '35' THEN
                 MOVE FS-FEXP TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'EXPEDIC.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-EXPEDICION.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO EXPPED.
           START FEXP KEY IS NOT LESS EXPPED INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-EXPEDICION.
      *
       CAMBIAR-EXPEDICION.
           IF EXPCLI = CLI-DUP AND EXPDIR > 0 THEN
              MOVE MAP-DIR(EXPDIR) TO EXPDIR.
           IF EXPCLI = CLI-DUP THEN
              MOVE CLI-SUR TO EXPCLI
              REWRITE REGEXP
              IF FS-FEXP = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-EXPEDICION.
      *
       LEER-EXPEDICION.
           IF FINLEC NOT = 'S' THEN
              READ FEXP NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Presupuestos de venta
      * ************************************************
       REAPUNTAR-PRESUPUESTOS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FCOT.
           IF FS-FCOT = '00' THEN
              PERFORM POSICIONAR-PRESUPUESTO
              PERFORM CAMBIAR-PRESUPUESTO UNTIL FINLEC = 'S'
              CLOSE FCOT
            ELSE
              IF FS-FCOT NOT = '35' THEN
                 MOVE FS-FCOT TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'COTIZA.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-PRESUPUESTO.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO COTNUM.
           START FCOT KEY IS NOT LESS COTNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-PRESUPUESTO.
      *
       CAMBIAR-PRESUPUESTO.
           IF COTCLI = CLI-DUP THEN
              MOVE CLI-SUR TO COTCLI
              REWRITE REGCOT
              IF FS-FCOT = '00' THEN
                 ADD 1 TO CNT-MOV
                 MOVE 'COTIZA  ' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGCOT TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-PRESUPUESTO.
      *
       LEER-PRESUPUESTO.
           IF FINLEC NOT = 'S' THEN
              READ FCOT NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Plantillas de pedido fijo
      * ************************************************
       REAPUNTAR-PEDIDOS-FIJOS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FPFJ.
           IF FS-FPFJ = '00' THEN
              PERFORM POSICIONAR-PEDIDO-FIJO
              PERFORM CAMBIAR-PEDIDO-FIJO UNTIL FINLEC = 'S'
              CLOSE FPFJ
            ELSE
              IF FS-FPFJ NOT = '35' THEN
                 MOVE FS-FPFJ TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'PEDFIJO.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-PEDIDO-FIJO.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO PFJNUM.
           START FPFJ KEY IS NOT LESS PFJNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-PEDIDO-FIJO.
      *
       CAMBIAR-PEDIDO-FIJO.
           IF PFJCLI = CLI-DUP THEN
              MOVE CLI-SUR TO PFJCLI
              REWRITE REGPFJ
              IF FS-FPFJ = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-PEDIDO-FIJO.
      *
       LEER-PEDIDO-FIJO.
           IF FINLEC NOT = 'S' THEN
              READ FPFJ NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Compras de entrega directa al cliente
      * ************************************************
       REAPUNTAR-COMPRAS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FCOM.
           IF FS-FCOM = '00' THEN
              PERFORM POSICIONAR-COMPRA
              PERFORM CAMBIAR-COMPRA UNTIL FINLEC = 'S'
              CLOSE FCOM
            ELSE
              IF FS-FCOM NOT = '35' THEN
                 MOVE FS-FCOM TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'COMPRAS.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-COMPRA.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO COMNUM.
           START FCOM KEY IS NOT LESS COMNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-COMPRA.
      *
       CAMBIAR-COMPRA.
           IF COMCLI = CLI-DUP THEN
              MOVE CLI-SUR TO COMCLI
              REWRITE REGCOM
              IF FS-FCOM = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-COMPRA.
      *
       LEER-COMPRA.
           IF FINLEC NOT = 'S' THEN
              READ FCOM NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Almacenes en consigna en las instalaciones del cliente
      * ************************************************
       REAPUNTAR-ALMACENES.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FUBI.
           IF FS-FUBI = '00' THEN
              PERFORM POSICIONAR-ALMACEN
              PERFORM CAMBIAR-ALMACEN UNTIL FINLEC = 'S'
              CLOSE FUBI
            ELSE
              IF FS-FUBI NOT = '35' THEN
                 MOVE FS-FUBI TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'UBICA.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-ALMACEN.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO UBICOD.
           START FUBI KEY IS NOT LESS UBICOD INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-ALMACEN.
      *
       CAMBIAR-ALMACEN.
           IF UBICLI = CLI-DUP THEN
              MOVE CLI-SUR TO UBICLI
              REWRITE REGUBI
              IF FS-FUBI = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-ALMACEN.
      *
       LEER-ALMACEN.
           IF FINLEC NOT = 'S' THEN
              READ FUBI NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Numeros de serie vendidos al cliente (en los que estan en
      * el almacen NSRTER es el proveedor, y no se tocan)
      * ************************************************
       REAPUNTAR-SERIES.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FNSR.
           IF FS-FNSR = '00' THEN
              PERFORM POSICIONAR-SERIE
              PERFORM CAMBIAR-SERIE UNTIL FINLEC = 'S'
              CLOSE FNSR
            ELSE
              IF FS-FNSR NOT = '35' THEN
                 MOVE FS-FNSR TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'NSERIE.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-SERIE.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO NSRCLAVE.
           START FNSR KEY IS NOT LESS NSRCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-SERIE.
      *
       CAMBIAR-SERIE.
           IF NSR-VENDIDO AND NSRTER = CLI-DUP THEN
              MOVE CLI-SUR TO NSRTER
              REWRITE REGNSR
              IF FS-FNSR = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-SERIE.
      *
       LEER-SERIE.
           IF FINLEC NOT = 'S' THEN
              READ FNSR NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Pedidos EDI. El cliente forma parte de la clave alternativa
      * unica EPDREF: si la cadena mando el mismo numero de pedido
      * a los dos codigos, el del duplicado se queda como esta.
      * ************************************************
       REAPUNTAR-PEDIDOS-EDI.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FEPD.
           IF FS-FEPD = '00' THEN
              PERFORM POSICIONAR-PEDIDO-EDI
              PERFORM CAMBIAR-PEDIDO-EDI UNTIL FINLEC = 'S'
              CLOSE FEPD
            ELSE
              IF FS-FEPD NOT = '35' THEN
                 MOVE FS-FEPD TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'EDIPED.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-PEDIDO-EDI.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO EPDPED.
           START FEPD KEY IS NOT LESS EPDPED INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-PEDIDO-EDI.
      *
       CAMBIAR-PEDIDO-EDI.
           IF EPDCLI = CLI-DUP THEN
              MOVE CLI-SUR TO EPDCLI
              REWRITE REGEPD
              IF FS-FEPD = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-PEDIDO-EDI.
      *
       LEER-PEDIDO-EDI.
           IF FINLEC NOT = 'S' THEN
              READ FEPD NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      *
      * ************************************************
      * Cuentas de la tienda web: la cuenta del duplicado pasa a
      * traducirse al que se conserva en la carga de pedidos web
      * ************************************************
       REAPUNTAR-CUENTAS-WEB.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FCWB.
           IF FS-FCWB = '00' THEN
              PERFORM POSICIONAR-CUENTA-WEB
              PERFORM CAMBIAR-CUENTA-WEB UNTIL FINLEC = 'S'
              CLOSE FCWB
            ELSE
              IF FS-FCWB NOT = '35' THEN
                 MOVE FS-FCWB TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'CLIWEB.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-CUENTA-WEB.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO CWBCTA.
           START FCWB KEY IS NOT LESS CWBCTA INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-CUENTA-WEB.
      *
       CAMBIAR-CUENTA-WEB.
           IF CWBCLI = CLI-DUP THEN
              MOVE CLI-SUR TO CWBCLI
              REWRITE REGCWB
              IF FS-FCWB = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-CUENTA-WEB.
      *
       LEER-CUENTA-WEB.
           IF FINLEC NOT = 'S' THEN
              READ FCWB NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Diario de contactos: las notas del duplicado siguen a las
      * del que se conserva, en el mismo orden.
      * ************************************************
       MOVER-CONTACTOS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FCTC.
           IF FS-FCTC = '00' THEN
              PERFORM ULTIMO-CONTACTO
              MOVE SPACE TO FINLEC
              PERFORM MOVER-UN-CONTACTO UNTIL FINLEC = 'S'
              CLOSE FCTC
            ELSE
              IF FS-FCTC NOT = '35' THEN
                 MOVE FS-FCTC TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'CONTACLI.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       ULTIMO-CONTACTO.
           MOVE 0 TO SIG-CTC.
           MOVE SPACE TO FINLEC.
           MOVE CLI-SUR TO CTCCLI.
           MOVE ZEROS   TO CTCSEQ.
           START FCTC KEY IS NOT LESS CTCCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-CONTACTO-SUR.
           PERFORM CONTAR-CONTACTO-SUR UNTIL FINLEC = 'S'.
      *
       CONTAR-CONTACTO-SUR.
           MOVE CTCSEQ TO SIG-CTC.
           PERFORM LEER-CONTACTO-SUR.
      *
       LEER-CONTACTO-SUR.
           IF FINLEC NOT = 'S' THEN
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND CTCCLI NOT = CLI-SUR THEN
              MOVE 'S' TO FINLEC.
      *
       MOVER-UN-CONTACTO.
           MOVE CLI-DUP TO CTCCLI.
           MOVE ZEROS   TO CTCSEQ.
           START FCTC KEY IS NOT LESS CTCCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND CTCCLI NOT = CLI-DUP THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND SIG-CTC NOT < 9999 THEN
              ADD 1 TO CNT-OMI
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              MOVE REGCTC TO REG-AUX
              DELETE FCTC RECORD
              ADD 1 TO SIG-CTC
              MOVE REG-AUX TO REGCTC
              MOVE CLI-SUR TO CTCCLI
              MOVE SIG-CTC TO CTCSEQ
              WRITE REGCTC
              ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Tarifas pactadas: si el que se conserva ya tiene condicion
      * para el mismo producto o familia, manda la suya.
      * ************************************************
       MOVER-TARIFAS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FTAR.
           IF FS-FTAR = '00' THEN
              MOVE SPACE TO FINLEC
              PERFORM MOVER-UNA-TARIFA UNTIL FINLEC = 'S'
              CLOSE FTAR
            ELSE
              IF FS-FTAR NOT = '35' THEN
                 MOVE FS-FTAR TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'TARIFCLI.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       MOVER-UNA-TARIFA.
           MOVE CLI-DUP TO TARCLI.
           MOVE LOW-VALUES TO TARTIP.
           MOVE LOW-VALUES TO TARCOD.
           START FTAR KEY IS NOT LESS TARCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FTAR NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND TARCLI NOT = CLI-DUP THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM TRASPASAR-TARIFA.
      *
       TRASPASAR-TARIFA.
           MOVE REGTAR TO REG-AUX.
           DELETE FTAR RECORD.
           MOVE CLI-SUR TO TARCLI.
           MOVE 'S' TO EXISTE.
           READ FTAR RECORD KEY IS TARCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              ADD 1 TO CNT-OMI
            ELSE
              MOVE REG-AUX TO REGTAR
              MOVE CLI-SUR TO TARCLI
              WRITE REGTAR
              ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Saldos de envases: se suman por envase, con la fecha del
      * ultimo movimiento mas reciente de los dos.
      * ************************************************
       SUMAR-ENVASES.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FENV.
           IF FS-FENV = '00' THEN
              MOVE SPACE TO FINLEC
              PERFORM SUMAR-UN-ENVASE UNTIL FINLEC = 'S'
              CLOSE FENV
            ELSE
              IF FS-FENV NOT = '35' THEN
                 MOVE FS-FENV TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'ENVASCLI.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       SUMAR-UN-ENVASE.
           MOVE CLI-DUP TO ENVCLI.
           MOVE LOW-VALUES TO ENVENV.
           START FENV KEY IS NOT LESS ENVCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FENV NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND ENVCLI NOT = CLI-DUP THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM TRASPASAR-ENVASE.
      *
       TRASPASAR-ENVASE.
           MOVE REGENV TO REG-AUX.
           MOVE ENVSAL TO ENV-SAL.
           MOVE ENVFEC TO ENV-FEC.
           DELETE FENV RECORD.
           MOVE CLI-SUR TO ENVCLI.
           MOVE 'S' TO EXISTE.
           READ FENV RECORD KEY IS ENVCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' AND ENV-FEC > ENVFEC THEN
              MOVE ENV-FEC TO ENVFEC.
           IF EXISTE = 'S' THEN
              ADD ENV-SAL TO ENVSAL
              REWRITE REGENV
              ADD 1 TO CNT-MOV
            ELSE
              MOVE REG-AUX TO REGENV
              MOVE CLI-SUR TO ENVCLI
              WRITE REGENV
              ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Reglas de vida util minima: si el que se conserva ya tiene
      * regla para la misma familia, manda la suya.
      * ************************************************
       MOVER-VIDA-UTIL.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FVMC.
           IF FS-FVMC = '00' THEN
              MOVE SPACE TO FINLEC
              PERFORM MOVER-UNA-VIDA UNTIL FINLEC = 'S'
              CLOSE FVMC
            ELSE
              IF FS-FVMC NOT = '35' THEN
                 MOVE FS-FVMC TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'VIDACLI.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       MOVER-UNA-VIDA.
           MOVE CLI-DUP TO VMCCLI.
           MOVE LOW-VALUES TO VMCFAM.
           START FVMC KEY IS NOT LESS VMCCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FVMC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND VMCCLI NOT = CLI-DUP THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM TRASPASAR-VIDA.
      *
       TRASPASAR-VIDA.
           MOVE REGVMC TO REG-AUX.
           DELETE FVMC RECORD.
           MOVE CLI-SUR TO VMCCLI.
           MOVE 'S' TO EXISTE.
           READ FVMC RECORD KEY IS VMCCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              ADD 1 TO CNT-OMI
            ELSE
              MOVE REG-AUX TO REGVMC
              MOVE CLI-SUR TO VMCCLI
              WRITE REGVMC
              ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Referencias EDI: comprador, articulos y tiendas (con la
      * direccion de entrega renumerada). Si el que se conserva ya
      * tiene la misma referencia, manda la suya.
      * ************************************************
       MOVER-REFERENCIAS-EDI.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FXRF.
           IF FS-FXRF = '00' THEN
              MOVE SPACE TO FINLEC
              PERFORM MOVER-UNA-REFERENCIA UNTIL FINLEC = 'S'
              CLOSE FXRF
            ELSE
              IF FS-FXRF NOT = '35' THEN
                 MOVE FS-FXRF TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'EDIREF.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       MOVER-UNA-REFERENCIA.
           MOVE CLI-DUP TO XRFCLI.
           MOVE LOW-VALUES TO XRFALT.
           START FXRF KEY IS NOT LESS XRFCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FXRF NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND XRFCLI NOT = CLI-DUP THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM TRASPASAR-REFERENCIA.
      *
       TRASPASAR-REFERENCIA.
           MOVE REGXRF TO REG-AUX.
           DELETE FXRF RECORD.
           MOVE CLI-SUR TO XRFCLI.
           MOVE 'S' TO EXISTE.
           READ FXRF RECORD KEY IS XRFCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              ADD 1 TO CNT-OMI
            ELSE
              PERFORM GRABAR-REFERENCIA.
      *
       GRABAR-REFERENCIA.
           MOVE REG-AUX TO REGXRF.
           MOVE CLI-SUR TO XRFCLI.
           IF XRFDIR > 0 THEN
              MOVE MAP-DIR(XRFDIR) TO XRFDIR.
           WRITE REGXRF.
           ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Lineas de la propuesta de intereses de demora
      * ************************************************
       MOVER-DEMORAS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FDEM.
           IF FS-FDEM = '00' THEN
              MOVE SPACE TO FINLEC
              PERFORM MOVER-UNA-DEMORA UNTIL FINLEC = 'S'
              CLOSE FDEM
            ELSE
              IF FS-FDEM NOT = '35' THEN
                 MOVE FS-FDEM TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'DEMORA.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       MOVER-UNA-DEMORA.
           MOVE CLI-DUP TO DEMCLI.
           MOVE ZEROS   TO DEMFAC.
           START FDEM KEY IS NOT LESS DEMCLA INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FDEM NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND DEMCLI NOT = CLI-DUP THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              MOVE REGDEM TO REG-AUX
              DELETE FDEM RECORD
              MOVE REG-AUX TO REGDEM
              MOVE CLI-SUR TO DEMCLI
              WRITE REGDEM
              IF FS-FDEM = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
      *
      * ************************************************
      * Creditos incobrables (relacion anual por cliente)
      * ************************************************
       MOVER-FALLIDOS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FFAL.
           IF FS-FFAL = '00' THEN
              MOVE SPACE TO FINLEC
              PERFORM MOVER-UN-FALLIDO UNTIL FINLEC = 'S'
              CLOSE FFAL
            ELSE
              IF FS-FFAL NOT = '35' THEN
                 MOVE FS-FFAL TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'FALLIDOS.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       MOVER-UN-FALLIDO.
           MOVE CLI-DUP TO FALCLI.
           MOVE ZEROS   TO FALABO.
           START FFAL KEY IS NOT LESS FALCLA INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFAL NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND FALCLI NOT = CLI-DUP THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              MOVE REGFAL TO REG-AUX
              DELETE FFAL RECORD
              MOVE REG-AUX TO REGFAL
              MOVE CLI-SUR TO FALCLI
              WRITE REGFAL
              IF FS-FFAL = '00' THEN
                 ADD 1 TO CNT-MOV
               ELSE
                 ADD 1 TO CNT-OMI.
      *
      * ************************************************
      * Datos bancarios: pasan solo si el que se conserva no
      * tiene; si no, se descartan los del duplicado.
      * ************************************************
       UNIR-BANCO.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FBAN.
           IF FS-FBAN = '00' THEN
              PERFORM PASAR-BANCO
              CLOSE FBAN
            ELSE
              IF FS-FBAN NOT = '35' THEN
                 MOVE FS-FBAN TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'BANCOCLI.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       PASAR-BANCO.
           MOVE CLI-DUP TO BANCLI.
           MOVE 'S' TO EXISTE.
           READ FBAN RECORD KEY IS BANCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              PERFORM TRASPASAR-BANCO.
      *
       TRASPASAR-BANCO.
           MOVE REGBAN TO REG-AUX.
           DELETE FBAN RECORD.
           MOVE CLI-SUR TO BANCLI.
           READ FBAN RECORD KEY IS BANCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              ADD 1 TO CNT-OMI
            ELSE
              MOVE REG-AUX TO REGBAN
              MOVE CLI-SUR TO BANCLI
              WRITE REGBAN
              ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Forma de envio de documentos: como los datos bancarios
      * ************************************************
       UNIR-DOCUMENTOS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FDCL.
           IF FS-FDCL = '00' THEN
              PERFORM PASAR-DOCUMENTOS
              CLOSE FDCL
            ELSE
              IF FS-FDCL NOT = '35' THEN
                 MOVE FS-FDCL TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'DOCUCLI.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       PASAR-DOCUMENTOS.
           MOVE CLI-DUP TO DCLCLI.
           MOVE 'S' TO EXISTE.
           READ FDCL RECORD KEY IS DCLCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              PERFORM TRASPASAR-DOCUMENTOS.
      *
       TRASPASAR-DOCUMENTOS.
           MOVE REGDCL TO REG-AUX.
           DELETE FDCL RECORD.
           MOVE CLI-SUR TO DCLCLI.
           READ FDCL RECORD KEY IS DCLCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              ADD 1 TO CNT-OMI
            ELSE
              MOVE REG-AUX TO REGDCL
              MOVE CLI-SUR TO DCLCLI
              WRITE REGDCL
              ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Acuerdo de rappel: como los datos bancarios
      * ************************************************
       UNIR-RAPPEL.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FRAP.
           IF FS-FRAP = '00' THEN
              PERFORM PASAR-RAPPEL
              CLOSE FRAP
            ELSE
              IF FS-FRAP NOT = '35' THEN
                 MOVE FS-FRAP TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'RAPPEL.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       PASAR-RAPPEL.
           MOVE CLI-DUP TO RAPCLI.
           MOVE 'S' TO EXISTE.
           READ FRAP RECORD KEY IS RAPCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              PERFORM TRASPASAR-RAPPEL.
      *
       TRASPASAR-RAPPEL.
           MOVE REGRAP TO REG-AUX.
           DELETE FRAP RECORD.
           MOVE CLI-SUR TO RAPCLI.
           READ FRAP RECORD KEY IS RAPCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              ADD 1 TO CNT-OMI
            ELSE
              MOVE REG-AUX TO REGRAP
              MOVE CLI-SUR TO RAPCLI
              WRITE REGRAP
              ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Dinero a cuenta: se suma al del que se conserva
      * ************************************************
       SUMAR-A-CUENTA.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FACU.
           IF FS-FACU = '00' THEN
              PERFORM PASAR-A-CUENTA
              CLOSE FACU
            ELSE
              IF FS-FACU NOT = '35' THEN
                 MOVE FS-FACU TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'ACUENTA.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       PASAR-A-CUENTA.
           MOVE CLI-DUP TO ACUCLI.
           MOVE 'S' TO EXISTE.
           READ FACU RECORD KEY IS ACUCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              PERFORM TRASPASAR-A-CUENTA.
      *
       TRASPASAR-A-CUENTA.
           MOVE ACUSAL TO ACU-IMP.
           DELETE FACU RECORD.
           MOVE CLI-SUR TO ACUCLI.
           READ FACU RECORD KEY IS ACUCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              ADD ACU-IMP TO ACUSAL
              REWRITE REGACU
            ELSE
              MOVE CLI-SUR TO ACUCLI
              MOVE ACU-IMP TO ACUSAL
              WRITE REGACU.
           ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Acumulados de ventas del cliente (AVNTIP 'C'): mes a mes,
      * se suman a los del que se conserva. Primero se apuntan los
      * meses del duplicado, porque van repartidos entre los del
      * resto de clientes.
      * ************************************************
       SUMAR-ACUMULADOS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           MOVE 0 TO NUMMES-T.
           OPEN I-O FAVN.
           IF FS-FAVN = '00' THEN
              PERFORM POSICIONAR-ACUMULADO
              PERFORM APUNTAR-MES UNTIL FINLEC = 'S'
              PERFORM SUMAR-UN-MES VARYING IDX FROM 1 BY 1
                 UNTIL IDX > NUMMES-T
              CLOSE FAVN
            ELSE
              IF FS-FAVN NOT = '35' THEN
                 MOVE FS-FAVN TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'ACUMVEN.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       POSICIONAR-ACUMULADO.
           MOVE SPACE TO FINLEC.
           MOVE 'C'        TO AVNTIP.
           MOVE ZEROS      TO AVNMES.
           MOVE LOW-VALUES TO AVNCOD.
           START FAVN KEY IS NOT LESS AVNCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-ACUMULADO.
      *
       APUNTAR-MES.
           IF AVNCOD = CLI-DUP THEN
              IF NUMMES-T < 300 THEN
                 ADD 1 TO NUMMES-T
                 MOVE AVNMES TO MES-AVN(NUMMES-T)
               ELSE
                 ADD 1 TO CNT-OMI.
           PERFORM LEER-ACUMULADO.
      *
       LEER-ACUMULADO.
           IF FINLEC NOT = 'S' THEN
              READ FAVN NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND AVNTIP NOT = 'C' THEN
              MOVE 'S' TO FINLEC.
      *
       SUMAR-UN-MES.
           MOVE 'C'          TO AVNTIP.
           MOVE MES-AVN(IDX) TO AVNMES.
           MOVE CLI-DUP      TO AVNCOD.
           MOVE 'S' TO EXISTE.
           READ FAVN RECORD KEY IS AVNCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              PERFORM TRASPASAR-MES.
      *
       TRASPASAR-MES.
           MOVE AVNUNI TO AVN-UNI.
           MOVE AVNIMP TO AVN-IMP.
           DELETE FAVN RECORD.
           MOVE CLI-SUR TO AVNCOD.
           READ FAVN RECORD KEY IS AVNCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              ADD AVN-UNI TO AVNUNI
              ADD AVN-IMP TO AVNIMP
              REWRITE REGAVN
            ELSE
              MOVE 'C'          TO AVNTIP
              MOVE MES-AVN(IDX) TO AVNMES
              MOVE CLI-SUR      TO AVNCOD
              MOVE AVN-UNI      TO AVNUNI
              MOVE AVN-IMP      TO AVNIMP
              WRITE REGAVN.
           ADD 1 TO CNT-MOV.
      *
      * ************************************************
      * Ritmo de compra: el del duplicado se borra; la pasada
      * nocturna UD18E16 recalcula el del que se conserva con todos
      * sus pedidos.
      * ************************************************
       BORRAR-RITMO.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           OPEN I-O FRIT.
           IF FS-FRIT = '00' THEN
              PERFORM QUITAR-RITMO
              CLOSE FRIT
            ELSE
              IF FS-FRIT NOT = '35' THEN
                 MOVE FS-FRIT TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'RITMOCLI.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       QUITAR-RITMO.
           MOVE CLI-DUP TO RITCLI.
           MOVE 'S' TO EXISTE.
           READ FRIT RECORD KEY IS RITCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              DELETE FRIT RECORD
              ADD 1 TO CNT-OMI.
      *
      * ************************************************
      * Fichas: el saldo del duplicado pasa al que se conserva, el
      * duplicado queda de baja y se anota la fusion en el diario
      * de imagenes y en AUDITCLI.DAT.
      * ************************************************
       CERRAR-FICHAS.
           MOVE 0 TO CNT-MOV.
           MOVE 0 TO CNT-OMI.
           MOVE 0 TO SALDO-DUP.
           OPEN I-O FCLI.
           IF FS-FCLI NOT = '00' THEN
              MOVE FS-FCLI TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM DAR-BAJA-DUPLICADO
              PERFORM SUMAR-SALDO
              CLOSE FCLI
              PERFORM ANOTAR-AUDITORIA.
           MOVE 'CLIENTES.DAT' TO FIC-NOMBRE.
           PERFORM ANOTAR-RESULTADO.
      *
       DAR-BAJA-DUPLICADO.
           MOVE CLI-DUP TO CLICOD.
           MOVE 'S' TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              MOVE CLISAL TO SALDO-DUP
              MOVE 0 TO CLISAL
              SET CLI-BAJA TO TRUE
              REWRITE REGCLI
              IF FS-FCLI = '00' THEN
                 ADD 1 TO CNT-MOV
                 MOVE 'CLIENTES' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGCLI TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
               ELSE
                 MOVE 0 TO SALDO-DUP
                 MOVE FS-FCLI TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       SUMAR-SALDO.
           MOVE CLI-SUR TO CLICOD.
           MOVE 'S' TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              ADD SALDO-DUP TO CLISAL
              REWRITE REGCLI
              IF FS-FCLI = '00' THEN
                 MOVE 'CLIENTES' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGCLI TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
               ELSE
                 MOVE FS-FCLI TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
      * Dos anotaciones seguidas con la misma hora: FUSION en el
      * duplicado y ABSORB en el que se conserva. El archivado de
      * bajas UD13E20 toma la FUSION como fecha de la baja.
       ANOTAR-AUDITORIA.
      * Si AUDITCLI.DAT no existe todavia, EXTEND falla (estado '35')
      * y se crea.
           OPEN EXTEND FAUD.
           IF FS-FAUD = '35' THEN
              OPEN OUTPUT FAUD.
           IF FS-FAUD NOT = '00' THEN
              MOVE FS-FAUD TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              ACCEPT HR1 FROM TIME
              MOVE CLI-DUP  TO AUDCOD
              MOVE 'FUSION' TO AUDOPC
              PERFORM GRABAR-AUDITORIA
              MOVE CLI-SUR  TO AUDCOD
              MOVE 'ABSORB' TO AUDOPC
              PERFORM GRABAR-AUDITORIA
              CLOSE FAUD.
      *
       GRABAR-AUDITORIA.
           MOVE FUS-OPERADOR TO AUDUSU.
           MOVE AA1    TO AUDAA.
           MOVE MM1    TO AUDMM.
           MOVE DD1    TO AUDDD.
           MOVE HH1    TO AUDHH.
           MOVE NN1    TO AUDNN.
           MOVE SS1    TO AUDSS.
           WRITE REGAUD.
           IF FS-FAUD NOT = '00' THEN
              MOVE FS-FAUD TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Pantalla final: registros pasados y descartados por
      * fichero, en dos columnas
      * ************************************************
       MOSTRAR-RESULTADO.
           PERFORM PANTALLA.
           DISPLAY CLI-DUP LINE  5 POSITION 38.
           DISPLAY CLI-SUR LINE  6 POSITION 38.
           DISPLAY SPACES  LINE  7 POSITION  2 ERASE EOL.
           DISPLAY SPACES  LINE  8 POSITION  2 ERASE EOS.
           DISPLAY GUION   LINE 22 POSITION 2 HIGH.
           DISPLAY MENSAJE LINE 23 POSITION 2 REVERSE.
           DISPLAY 'Fichero      Pasad. Desc.'
                                  LINE  7 POSITION  2 HIGH.
           DISPLAY 'Fichero      Pasad. Desc.'
                                  LINE  7 POSITION 28 HIGH.
           DISPLAY 'Fichero      Pasad. Desc.'
                                  LINE  7 POSITION 54 HIGH.
           PERFORM PINTAR-RESULTADO VARYING IDX FROM 1 BY 1
              UNTIL IDX > NUMRES-T.
           MOVE SALDO-DUP TO ZSAL.
           DISPLAY 'Saldo pasado al que se conserva:'
                                  LINE 21 POSITION  2 HIGH.
           DISPLAY ZSAL           LINE 21 POSITION 35.
      *
       PINTAR-RESULTADO.
           MOVE RS-FIC(IDX) TO LR-FIC.
           MOVE RS-MOV(IDX) TO LR-MOV.
           MOVE RS-OMI(IDX) TO LR-OMI.
           IF IDX < 12 THEN
              COMPUTE COL-FICHA = IDX + 7
              DISPLAY LINEA-RES LINE COL-FICHA POSITION 2
            ELSE
              IF IDX < 23 THEN
                 COMPUTE COL-FICHA = IDX - 4
                 DISPLAY LINEA-RES LINE COL-FICHA POSITION 28
               ELSE
                 COMPUTE COL-FICHA = IDX - 15
                 DISPLAY LINEA-RES LINE COL-FICHA POSITION 54.
      *
      * ************************************************
      * Pantalla amigable de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-ERR    LINE 23 POSITION 40 REVERSE.
           ACCEPT CONTINUA   LINE 23 POSITION 79.
