123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD10E7.
       REMARKS. UNIDAD 10 EJERCICIO 7.
      *
      * Consulta integral del cliente: pide un codigo y reune en una
      * sola pantalla, en cinco paginas, lo que hasta ahora habia
      * que ir a buscar a cinco programas distintos:
      *
      *    1 - ficha: datos del maestro, forma de cobro (BANCOCLI),
      *        limite de credito frente al saldo, resumen de lo
      *        abierto y direcciones de entrega (DIRECCLI)
      *    2 - pedidos abiertos (captados, servidos, entregados y
      *        presupuestos) con su valor, como en UD11E6
      *    3 - facturas con importe pendiente (PENDIENT.DAT) y los
      *        dias que llevan vencidas, y los ultimos cobros
      *    4 - incidencias de entrega abiertas (INCIDEN.DAT) y
      *        disputas abiertas (DISPUTAS.DAT)
      *    5 - saldos de envases (ENVASCLI.DAT) y ultimas notas del
      *        diario de contactos (CONTACLI.DAT)
      *
      * Es solo de consulta: no graba nada. Los ficheros se abren
      * mientras se cargan los datos del cliente y se cierran en
      * seguida, como hacen las rutinas PENACT y FACDISP, para que
      * desde aqui se pueda saltar al detalle de cada apartado
      * (historial de pedidos UD11E6, extracto UD12E4, envases
      * UD21E8 y diario de contactos UD18E9), que abren los suyos.
      * Anotar en el diario de contactos es trabajo de operador:
      * con el perfil de consulta ese salto no se ofrece.
      * Pedidos, facturas y cobros del cliente se leen por su clave
      * de cliente (PEDCLF, FACCLF y COBCLAVE), sin recorrer los
      * ficheros enteros.
      * Solo se consultan los clientes de la empresa del grupo con
      * la que se trabaja (rutina comun EMPRESA).
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
            SELECT FBAN ASSIGN TO DISK 'BANCOCLI.DAT'
            RECORD KEY IS BANCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FBAN.
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
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
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
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPEN.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
      *
            SELECT FINC ASSIGN TO DISK 'INCIDEN.DAT'
            RECORD KEY IS INCNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FINC.
      *
            SELECT FDSP ASSIGN TO DISK 'DISPUTAS.DAT'
            RECORD KEY IS DSPNUM
            ALTERNATE RECORD KEY IS DSPFAC WITH DUPLICATES
            ALTERNATE RECORD KEY IS DSPORD WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDSP.
      *
            SELECT FENV ASSIGN TO DISK 'ENVASCLI.DAT'
            RECORD KEY IS ENVCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FENV.
      *
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FCTC ASSIGN TO DISK 'CONTACLI.DAT'
            RECORD KEY IS CTCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCTC.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FBAN LABEL RECORD IS STANDARD.
           COPY REGBAN.
      *
       FD FDIR LABEL RECORD IS STANDARD.
           COPY REGDIR.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
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
       FD FINC LABEL RECORD IS STANDARD.
           COPY REGINC.
      *
       FD FDSP LABEL RECORD IS STANDARD.
           COPY REGDSP.
      *
       FD FENV LABEL RECORD IS STANDARD.
           COPY REGENV.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FCTC LABEL RECORD IS STANDARD.
           COPY REGCTC.

       WORKING-STORAGE SECTION.
      * Empresa del grupo del cliente (rutina comun EMPRESA).
           COPY EMPRESA.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(78) VALUE ' MENSAJES:'.
       77 CONTINUA   PIC X.
       77 EXISTE     PIC X.
       77 FINLEC     PIC X.
       77 FINLIN     PIC X.
       77 LIN        PIC 99.
       77 IDX        PIC 99.
      *
       77 CLICOD-E   PIC X(4).
       77 OPCION     PIC X.
       77 PAGINA     PIC 9.
       77 PAGINA-X   REDEFINES PAGINA PIC X.
      *
       77 MSGPIDE    PIC X(60) VALUE
           'Codigo de cliente (en blanco para salir)'.
       77 MSGOPC     PIC X(60) VALUE
           'Pag.1-5 <P>edidos e<X>tracto <E>nvases <C>ontactos <F>in'.
       77 ERROR-C    PIC X(50) VALUE
           'ERROR! El cliente NO existe.'.
       77 ERROR-NIV  PIC X(50) VALUE
           'Anotar contactos requiere perfil de operador.'.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FBAN    PIC XX.
       77 FS-FDIR    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FPEN    PIC XX.
       77 FS-FCOB    PIC XX.
       77 FS-FINC    PIC XX.
       77 FS-FDSP    PIC XX.
       77 FS-FENV    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FCTC    PIC XX.
       77 FS-ERR     PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
      * Forma de cobro del cliente (BANCOCLI.DAT).
       77 HAY-BANCO  PIC X.
      *
      * Direcciones de entrega del cliente (las 6 primeras).
       77 TOTDIR     PIC 999.
       77 NUMDIR-T   PIC 9.
       01 TABLA-DIRECCIONES.
           02 DIR-MEM OCCURS 6 TIMES.
              03 TD-NUM  PIC 99.
              03 TD-DIR  PIC X(20).
              03 TD-POB  PIC X(20).
      *
      * Pedidos abiertos: recuento por estado y los 14 primeros.
       77 TOTPED     PIC 9(5).
       77 NUMPED-T   PIC 99.
       77 CNT-CAP    PIC 9(5).
       77 CNT-SER    PIC 9(5).
       77 CNT-ENT    PIC 9(5).
       77 CNT-PRE    PIC 9(5).
       77 VALORPED   PIC 9(7)V99.
       01 TABLA-PEDIDOS.
           02 PED-MEM OCCURS 14 TIMES.
              03 TP-NUM  PIC 9(6).
              03 TP-FEC  PIC 9(8).
              03 TP-EST  PIC X.
              03 TP-FEN  PIC 9(8).
              03 TP-VAL  PIC 9(7)V99.
      *
      * Facturas con importe pendiente: las 10 primeras, con el
      * total pendiente y lo ya vencido.
       77 TOTFAC     PIC 9(5).
       77 NUMFAC-T   PIC 99.
       77 TOTPEN     PIC S9(9)V99.
       77 TOTVEN     PIC S9(9)V99.
       01 TABLA-FACTURAS.
           02 FAC-MEM OCCURS 10 TIMES.
              03 TF-NUM  PIC X(12).
              03 TF-FEC  PIC 9(8).
              03 TF-VTO  PIC 9(8).
              03 TF-PEN  PIC S9(7)V99.
              03 TF-DIA  PIC S9(5).
              03 TF-DSP  PIC X.
      *
      * Ultimos 3 cobros del cliente, ordenados por fecha (los de
      * COBROS.DAT llegan por factura, no por fecha).
       77 NUMCOB-T   PIC 9.
       77 COB-SITIO  PIC X.
       01 TABLA-COBROS.
           02 COB-MEM OCCURS 3 TIMES.
              03 TC-FEC  PIC 9(8).
              03 TC-FAC  PIC 9(6).
              03 TC-IMP  PIC S9(7)V99.
              03 TC-MET  PIC X.
      *
      * Incidencias abiertas de pedidos del cliente (6 primeras).
       77 TOTINC     PIC 9(5).
       77 NUMINC-T   PIC 9.
       01 TABLA-INCIDENCIAS.
           02 INC-MEM OCCURS 6 TIMES.
              03 TI-NUM  PIC 9(6).
              03 TI-PED  PIC 9(6).
              03 TI-TIP  PIC X.
              03 TI-FEC  PIC 9(8).
              03 TI-DES  PIC X(40).
      *
      * Disputas abiertas del cliente: las 6 primeras para la
      * pantalla, y las facturas de todas (hasta 50) para marcar
      * las facturas pendientes que estan en disputa.
       77 TOTDSP     PIC 9(5).
       77 NUMDSP-T   PIC 9.
       77 NUMDFA-T   PIC 99.
       77 DIDX       PIC 99.
       77 EN-DISPUTA PIC X.
       01 TABLA-DISPUTAS.
           02 DSP-MEM OCCURS 6 TIMES.
              03 TS-NUM  PIC 9(6).
              03 TS-FAC  PIC X(12).
              03 TS-MOT  PIC X.
              03 TS-IMP  PIC 9(7)V99.
              03 TS-RES  PIC X(8).
              03 TS-SEG  PIC 9(8).
              03 TS-TXT  PIC X(14).
       01 TABLA-FAC-DISPUTA.
           02 TDF-FAC   PIC 9(6) OCCURS 50 TIMES.
      *
      * Envases con saldo en poder del cliente (6 primeros).
       77 TOTENV     PIC 9(5).
       77 NUMENV-T   PIC 9.
       01 TABLA-ENVASES.
           02 ENV-MEM OCCURS 6 TIMES.
              03 TE-ENV  PIC X(4).
              03 TE-DES  PIC X(20).
              03 TE-SAL  PIC S9(5).
              03 TE-FEC  PIC 9(8).
      *
      * Ultimas 6 notas del diario de contactos (CONTACLI.DAT va
      * por cliente y numero de anotacion, de la mas antigua a la
      * mas reciente).
       77 NUMCTC-T   PIC 9.
       01 TABLA-CONTACTOS.
           02 CTC-MEM OCCURS 6 TIMES.
              03 TK-FEC  PIC 9(8).
              03 TK-HH   PIC 99.
              03 TK-NN   PIC 99.
              03 TK-TIP  PIC X.
              03 TK-USU  PIC X(8).
              03 TK-TXT  PIC X(50).
      *
      * Descripciones de los estados de pedido abiertos.
       01 ESTADOS-PED.
           02 FILLER  PIC X(11) VALUE 'CCaptado   '.
           02 FILLER  PIC X(11) VALUE 'SServido   '.
           02 FILLER  PIC X(11) VALUE 'EEntregado '.
           02 FILLER  PIC X(11) VALUE 'PPresupues.'.
       01 TABLA-ESTADOS REDEFINES ESTADOS-PED.
           02 EST-PED OCCURS 4 TIMES.
              03 EP-COD  PIC X.
              03 EP-DES  PIC X(10).
      *
      * Descripciones de los tipos de incidencia.
       01 TIPOS-INC.
           02 FILLER  PIC X(11) VALUE 'EEquivocado'.
           02 FILLER  PIC X(11) VALUE 'CCorto     '.
           02 FILLER  PIC X(11) VALUE 'DDanado    '.
           02 FILLER  PIC X(11) VALUE 'RRetraso   '.
           02 FILLER  PIC X(11) VALUE 'NNo entreg.'.
       01 TABLA-TIPOS-INC REDEFINES TIPOS-INC.
           02 TIP-INC OCCURS 5 TIMES.
              03 TPI-COD PIC X.
              03 TPI-DES PIC X(10).
      *
      * Descripciones de los motivos de disputa.
       01 MOTIVOS-DSP.
           02 FILLER  PIC X(11) VALUE 'PPrecio    '.
           02 FILLER  PIC X(11) VALUE 'MNo recib. '.
           02 FILLER  PIC X(11) VALUE 'DDefectuosa'.
           02 FILLER  PIC X(11) VALUE 'OOtro      '.
       01 TABLA-MOTIVOS REDEFINES MOTIVOS-DSP.
           02 MOT-DSP OCCURS 4 TIMES.
              03 MTD-COD PIC X.
              03 MTD-DES PIC X(10).
       77 TIDX       PIC 9.
       77 DESC-10    PIC X(10).
      *
      * Numero de factura tal como se imprime.
           COPY NUMSER.
       01 FAC-NUM-X  PIC X(12).
       01 FAC-NUM-I  REDEFINES FAC-NUM-X.
           02 FAC-NUM-N PIC 9(6).
           02 FILLER    PIC X(6).
      *
      * Campos editados de la ficha.
       77 ZLIM       PIC Z.ZZZ.ZZ9,99.
       77 ZSAL       PIC -.---.--9,99.
       77 ZDIS       PIC --.---.--9,99.
       77 DISPONIBLE PIC S9(8)V99.
       77 ZPLA       PIC Z9.
       77 ZCNT       PIC ZZZZ9.
       77 ZPEN       PIC ---.---.--9,99.
       77 ZMAS       PIC ZZZZ9.
      *
       01 LINEA-DIR.
           02 LD-NUM  PIC Z9.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LD-DIR  PIC X(20).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LD-POB  PIC X(20).
      *
       01 LINEA-PED.
           02 LP-NUM  PIC 9(6).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LP-FEC  PIC X(10).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LP-EST  PIC X(10).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LP-FEN  PIC X(10).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LP-VAL  PIC Z.ZZZ.ZZ9,99.
      *
       01 LINEA-FAC.
           02 LF-NUM  PIC X(12).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LF-FEC  PIC X(10).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LF-VTO  PIC X(10).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LF-PEN  PIC -.---.--9,99.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LF-DIA  PIC ZZZZ9.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LF-DSP  PIC X(7).
      *
       01 LINEA-COB.
           02 LC-FEC  PIC X(10).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LC-FAC  PIC X(12).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LC-IMP  PIC -.---.--9,99.
           02 FILLER  PIC X(4)  VALUE SPACES.
           02 LC-MET  PIC X.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LC-OBS  PIC X(10).
      *
       01 LINEA-INC.
           02 LI-NUM  PIC 9(6).
           02 FILLER  PIC X     VALUE SPACE.
           02 LI-PED  PIC 9(6).
           02 FILLER  PIC X     VALUE SPACE.
           02 LI-TIP  PIC X(10).
           02 FILLER  PIC X     VALUE SPACE.
           02 LI-FEC  PIC X(10).
           02 FILLER  PIC X     VALUE SPACE.
           02 LI-DES  PIC X(40).
      *
       01 LINEA-DSP.
           02 LS-NUM  PIC 9(6).
           02 FILLER  PIC X     VALUE SPACE.
           02 LS-FAC  PIC X(12).
           02 FILLER  PIC X     VALUE SPACE.
           02 LS-MOT  PIC X(10).
           02 FILLER  PIC X     VALUE SPACE.
           02 LS-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER  PIC X     VALUE SPACE.
           02 LS-RES  PIC X(8).
           02 FILLER  PIC X     VALUE SPACE.
           02 LS-SEG  PIC X(10).
           02 FILLER  PIC X     VALUE SPACE.
           02 LS-TXT  PIC X(14).
      *
       01 LINEA-ENV.
           02 LE-ENV  PIC X(4).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LE-DES  PIC X(20).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LE-SAL  PIC --.--9.
           02 FILLER  PIC X(4)  VALUE SPACES.
           02 LE-FEC  PIC X(10).
      *
       01 LINEA-CTC.
           02 LT-FEC  PIC X(10).
           02 FILLER  PIC X     VALUE SPACE.
           02 LT-HH   PIC 99.
           02 FILLER  PIC X     VALUE ':'.
           02 LT-NN   PIC 99.
           02 FILLER  PIC X     VALUE SPACE.
           02 LT-TIP  PIC X.
           02 FILLER  PIC X     VALUE SPACE.
           02 LT-USU  PIC X(8).
           02 FILLER  PIC X     VALUE SPACE.
           02 LT-TXT  PIC X(50).
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
      * Fecha cualquiera en AAAAMMDD, pintada como DD/MM/AAAA (en
      * blanco si va a ceros).
       01 FFX.
           02 FXA     PIC 9999.
           02 FXM     PIC 99.
           02 FXD     PIC 99.
       01 FFX-NUM REDEFINES FFX PIC 9(8).
       01 FFP.
           02 FPD     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPM     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPA     PIC 9999.
       77 FECHA-TXT  PIC X(10).
      *
       LINKAGE SECTION.
      * Operador de la sesion y su rango (1 consulta, 2 operador,
      * 3 supervisor), que pasa el menu general UD05E1.
       01 CON-OPERADOR PIC X(8).
       01 CON-NIVEL    PIC 9.
123456*
       PROCEDURE DIVISION USING CON-OPERADOR, CON-NIVEL.
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
      * CLICOD-E se deja con un valor no en blanco para que entre en
      * el bucle de CONSULTA al menos una vez.
           MOVE 'X' TO CLICOD-E.
      *
      * ************************************************
      * Proceso del programa: un cliente por vuelta, hasta que se
      * deje el codigo en blanco.
      * ************************************************
        PROCESO.
           PERFORM CONSULTA UNTIL CLICOD-E = SPACES.
      *
      * ************************************************
      * Pide un cliente y, si existe, carga su situacion y la
      * muestra pagina a pagina
      * ************************************************
       CONSULTA.
           PERFORM PANTALLA.
           DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
           MOVE SPACES TO CLICOD-E.
           ACCEPT CLICOD-E LINE  4 POSITION 14 NO BEEP.
      *
           IF CLICOD-E NOT = SPACES THEN
              PERFORM CARGAR-CLIENTE
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA LINE 23 POSITION 79
               ELSE
                 MOVE 1 TO PAGINA
                 MOVE SPACE TO OPCION
                 PERFORM NAVEGAR UNTIL OPCION = 'F' OR OPCION = 'f'.
      *
      * ************************************************
      * Muestra la pagina en curso y atiende la opcion: cambio de
      * pagina, salto al detalle o fin del cliente
      * ************************************************
       NAVEGAR.
           PERFORM PANTALLA.
           DISPLAY CLICOD-E LINE  4 POSITION 14.
           DISPLAY CLINOM   LINE  4 POSITION 20.
           DISPLAY 'Pag.'   LINE  4 POSITION 72 HIGH.
           DISPLAY PAGINA   LINE  4 POSITION 77 HIGH.
           IF PAGINA = 1 THEN
              PERFORM MOSTRAR-FICHA.
           IF PAGINA = 2 THEN
              PERFORM MOSTRAR-PEDIDOS.
           IF PAGINA = 3 THEN
              PERFORM MOSTRAR-FACTURAS.
           IF PAGINA = 4 THEN
              PERFORM MOSTRAR-INCIDENCIAS.
           IF PAGINA = 5 THEN
              PERFORM MOSTRAR-ENVASES.
      *
           DISPLAY MSGOPC LINE 23 POSITION 14 REVERSE.
           MOVE SPACE TO OPCION.
           ACCEPT OPCION LINE 23 POSITION 79 NO BEEP.
      *
           IF OPCION NOT < '1' AND OPCION NOT > '5' THEN
              MOVE OPCION TO PAGINA-X.
           IF OPCION = 'P' OR OPCION = 'p' THEN
              CALL 'UD11E6' USING CLICOD-E.
           IF OPCION = 'X' OR OPCION = 'x' THEN
              CALL 'UD12E4' USING CLICOD-E.
           IF OPCION = 'E' OR OPCION = 'e' THEN
              CALL 'UD21E8' USING CLICOD-E.
           IF OPCION = 'C' OR OPCION = 'c' THEN
              PERFORM SALTAR-CONTACTOS.
      *
      * ************************************************
      * Diario de contactos: solo para operadores. Al volver se
      * recarga el cliente para ver la nota recien anotada.
      * ************************************************
       SALTAR-CONTACTOS.
           IF CON-NIVEL < 2 THEN
              DISPLAY ERROR-NIV LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79
            ELSE
              CALL 'UD18E9' USING CLICOD-E, CON-OPERADOR
              PERFORM CARGAR-CLIENTE
              MOVE 5 TO PAGINA.
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
           DISPLAY ' CONSULTA INTEGRAL DEL CLIENTE '
                                  LINE  3 POSITION 24 REVERSE HIGH.
           DISPLAY 'Cliente...:'  LINE  4 POSITION  2 HIGH.
      *
           DISPLAY GUION          LINE 22 POSITION 2 HIGH.
           DISPLAY MENSAJE        LINE 23 POSITION 2 REVERSE.
      *
      * ************************************************
      * Carga la situacion completa del cliente. Cada fichero se
      * abre, se lee y se cierra; los que aun no existen (estado
      * '35') dejan su apartado vacio.
      * ************************************************
       CARGAR-CLIENTE.
           MOVE 'N' TO EXISTE.
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              MOVE FS-FCLI TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM LEER-CLIENTE
              CLOSE FCLI.
           PERFORM COMPROBAR-EMPRESA.
      *
           IF EXISTE = 'S' THEN
              PERFORM CARGAR-BANCO
              PERFORM CARGAR-DIRECCIONES
              PERFORM CARGAR-PEDIDOS
              PERFORM CARGAR-DISPUTAS
              PERFORM CARGAR-FACTURAS
              PERFORM CARGAR-COBROS
              PERFORM CARGAR-INCIDENCIAS
              PERFORM CARGAR-ENVASES
              PERFORM CARGAR-CONTACTOS.
      *
       LEER-CLIENTE.
           MOVE CLICOD-E TO CLICOD.
           MOVE 'S' TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Forma de cobro: domiciliacion y cuenta de BANCOCLI.DAT
      * ************************************************
       CARGAR-BANCO.
           MOVE 'N' TO HAY-BANCO.
           OPEN INPUT FBAN.
           IF FS-FBAN = '00' THEN
              PERFORM LEER-BANCO
              CLOSE FBAN
            ELSE
              IF FS-FBAN NOT = '35' THEN
                 MOVE FS-FBAN TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       LEER-BANCO.
           MOVE CLICOD-E TO BANCLI.
           MOVE 'S' TO HAY-BANCO.
           READ FBAN RECORD KEY IS BANCLI INVALID KEY
                                 MOVE 'N' TO HAY-BANCO.
      *
      * ************************************************
      * Direcciones de entrega de DIRECCLI.DAT
      * ************************************************
       CARGAR-DIRECCIONES.
           MOVE 0 TO TOTDIR.
           MOVE 0 TO NUMDIR-T.
           OPEN INPUT FDIR.
           IF FS-FDIR = '00' THEN
              PERFORM POSICIONAR-DIRECCION
              PERFORM CARGAR-UNA-DIRECCION UNTIL FINLEC = 'S'
              CLOSE FDIR
            ELSE
              IF FS-FDIR NOT = '35' THEN
                 MOVE FS-FDIR TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       POSICIONAR-DIRECCION.
           MOVE SPACE TO FINLEC.
           MOVE CLICOD-E TO DIRCLI.
           MOVE ZEROS    TO DIRNUM.
           START FDIR KEY IS NOT LESS DIRCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-DIRECCION.
      *
       CARGAR-UNA-DIRECCION.
           ADD 1 TO TOTDIR.
           IF NUMDIR-T < 6 THEN
              ADD 1 TO NUMDIR-T
              MOVE DIRNUM TO TD-NUM(NUMDIR-T)
              MOVE DIRDIR TO TD-DIR(NUMDIR-T)
              MOVE DIRPOB TO TD-POB(NUMDIR-T).
           PERFORM LEER-DIRECCION.
      *
       LEER-DIRECCION.
           IF FINLEC NOT = 'S' THEN
              READ FDIR NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND DIRCLI NOT = CLICOD-E THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Pedidos abiertos del cliente, valorados al precio
      * congelado de sus lineas, como en UD11E6
      * ************************************************
       CARGAR-PEDIDOS.
           MOVE 0 TO TOTPED.
           MOVE 0 TO NUMPED-T.
           MOVE 0 TO CNT-CAP.
           MOVE 0 TO CNT-SER.
           MOVE 0 TO CNT-ENT.
           MOVE 0 TO CNT-PRE.
           OPEN INPUT FPED.
           IF FS-FPED = '00' THEN
              PERFORM RECORRER-PEDIDOS
            ELSE
              IF FS-FPED NOT = '35' THEN
                 MOVE FS-FPED TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       RECORRER-PEDIDOS.
           OPEN INPUT FLIN.
           MOVE SPACE TO FINLEC.
           MOVE CLICOD-E TO PEDCLI.
           MOVE ZEROS TO PEDFEC.
           START FPED KEY IS NOT LESS PEDCLF INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM SIGUIENTE-PEDIDO.
           PERFORM REVISAR-PEDIDO UNTIL FINLEC = 'S'.
           IF FS-FLIN = '00' OR FS-FLIN = '10'
                 OR FS-FLIN = '23' THEN
              CLOSE FLIN.
           CLOSE FPED.
      *
       REVISAR-PEDIDO.
           IF PEDCLI = CLICOD-E AND (PED-CAPTADO OR PED-SERVIDO
                 OR PED-ENTREGADO OR PED-PRESUP) THEN
              PERFORM CARGAR-UN-PEDIDO.
           PERFORM SIGUIENTE-PEDIDO.
      *
       SIGUIENTE-PEDIDO.
           READ FPED NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND PEDCLI NOT = CLICOD-E THEN
              MOVE 'S' TO FINLEC.
      *
       CARGAR-UN-PEDIDO.
           ADD 1 TO TOTPED.
           IF PED-CAPTADO THEN
              ADD 1 TO CNT-CAP.
           IF PED-SERVIDO THEN
              ADD 1 TO CNT-SER.
           IF PED-ENTREGADO THEN
              ADD 1 TO CNT-ENT.
           IF PED-PRESUP THEN
              ADD 1 TO CNT-PRE.
           IF NUMPED-T < 14 THEN
              PERFORM VALORAR-PEDIDO
              ADD 1 TO NUMPED-T
              MOVE PEDNUM   TO TP-NUM(NUMPED-T)
              MOVE PEDFEC   TO TP-FEC(NUMPED-T)
              MOVE PEDEST   TO TP-EST(NUMPED-T)
              MOVE PEDFEN   TO TP-FEN(NUMPED-T)
              MOVE VALORPED TO TP-VAL(NUMPED-T).
      *
       VALORAR-PEDIDO.
           MOVE 0 TO VALORPED.
           MOVE SPACE TO FINLIN.
           IF FS-FLIN NOT = '00' AND FS-FLIN NOT = '10'
                 AND FS-FLIN NOT = '23' THEN
              MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              MOVE PEDNUM TO LINPED
              MOVE ZEROS  TO LINNUM
              START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PEDNUM THEN
              MOVE 'S' TO FINLIN.
           PERFORM SUMAR-LINEA UNTIL FINLIN = 'S'.
      *
       SUMAR-LINEA.
           COMPUTE VALORPED = VALORPED + (LINCAN * LINPRE).
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PEDNUM THEN
              MOVE 'S' TO FINLIN.
      *
      * ************************************************
      * Disputas abiertas del cliente. Se cargan antes que las
      * facturas para poder marcar las que estan en disputa.
      * ************************************************
       CARGAR-DISPUTAS.
           MOVE 0 TO TOTDSP.
           MOVE 0 TO NUMDSP-T.
           MOVE 0 TO NUMDFA-T.
           OPEN INPUT FDSP.
           IF FS-FDSP = '00' THEN
              PERFORM RECORRER-DISPUTAS
            ELSE
              IF FS-FDSP NOT = '35' THEN
                 MOVE FS-FDSP TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       RECORRER-DISPUTAS.
           OPEN INPUT FFAC.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO DSPNUM.
           START FDSP KEY IS NOT LESS DSPNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FDSP NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-DISPUTA UNTIL FINLEC = 'S'.
           IF FS-FFAC = '00' OR FS-FFAC = '23' THEN
              CLOSE FFAC.
           CLOSE FDSP.
      *
       REVISAR-DISPUTA.
           IF DSPCLI = CLICOD-E AND DSP-ABIERTA THEN
              PERFORM CARGAR-UNA-DISPUTA.
           READ FDSP NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       CARGAR-UNA-DISPUTA.
           ADD 1 TO TOTDSP.
           IF NUMDFA-T < 50 THEN
              ADD 1 TO NUMDFA-T
              MOVE DSPFAC TO TDF-FAC(NUMDFA-T).
           IF NUMDSP-T < 6 THEN
              PERFORM GUARDAR-DISPUTA.
      *
       GUARDAR-DISPUTA.
           ADD 1 TO NUMDSP-T.
           MOVE DSPNUM TO TS-NUM(NUMDSP-T).
           MOVE DSPMOT TO TS-MOT(NUMDSP-T).
           MOVE DSPIMP TO TS-IMP(NUMDSP-T).
           MOVE DSPRES TO TS-RES(NUMDSP-T).
           MOVE DSPSEG TO TS-SEG(NUMDSP-T).
           MOVE DSPTXT TO TS-TXT(NUMDSP-T).
           MOVE SPACES TO FAC-NUM-X.
           MOVE DSPFAC TO FAC-NUM-N.
           IF FS-FFAC = '00' OR FS-FFAC = '23' THEN
              PERFORM NUMERO-DISPUTA.
           MOVE FAC-NUM-X TO TS-FAC(NUMDSP-T).
      *
       NUMERO-DISPUTA.
           MOVE DSPFAC TO FACNUM.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                                 CONTINUE.
           IF FS-FFAC = '00' THEN
              PERFORM MONTAR-NUMERO.
      *
      * ************************************************
      * Facturas del cliente con importe pendiente en PENDIENT.DAT,
      * con los dias vencidos a hoy. Los abonos no tienen partida
      * propia (rebajan la de su factura) y los tickets sustituidos
      * pasan su pendiente a la factura que los sustituye.
      * ************************************************
       CARGAR-FACTURAS.
           MOVE 0 TO TOTFAC.
           MOVE 0 TO NUMFAC-T.
           MOVE 0 TO TOTPEN.
           MOVE 0 TO TOTVEN.
           OPEN INPUT FFAC.
           OPEN INPUT FPEN.
           IF FS-FFAC = '00' AND FS-FPEN = '00' THEN
              PERFORM POSICIONAR-FACTURAS
              PERFORM REVISAR-FACTURA UNTIL FINLEC = 'S'.
           IF FS-FFAC = '00' OR FS-FFAC = '10' OR FS-FFAC = '23' THEN
              CLOSE FFAC
            ELSE
              IF FS-FFAC NOT = '35' THEN
                 MOVE FS-FFAC TO FS-ERR
                 PERFORM ERROR-FICHERO.
           IF FS-FPEN = '00' OR FS-FPEN = '23' THEN
              CLOSE FPEN
            ELSE
              IF FS-FPEN NOT = '35' THEN
                 MOVE FS-FPEN TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       POSICIONAR-FACTURAS.
           MOVE SPACE TO FINLEC.
           MOVE CLICOD-E TO FACCLI.
           MOVE ZEROS TO FACFEC.
           START FFAC KEY IS NOT LESS FACCLF INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM SIGUIENTE-FACTURA.
      *
       REVISAR-FACTURA.
           IF FACCLI = CLICOD-E AND NOT FAC-ABONO
                 AND NOT FAC-SUSTITUIDA THEN
              PERFORM MIRAR-PENDIENTE.
           PERFORM SIGUIENTE-FACTURA.
      *
       MIRAR-PENDIENTE.
           MOVE FACNUM TO PENFAC.
           READ FPEN RECORD KEY IS PENFAC INVALID KEY
                                 CONTINUE.
           IF FS-FPEN = '00' AND PENIMP > 0 THEN
              PERFORM CARGAR-UNA-FACTURA.
      *
       SIGUIENTE-FACTURA.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND FACCLI NOT = CLICOD-E THEN
              MOVE 'S' TO FINLEC.
      *
       CARGAR-UNA-FACTURA.
           ADD 1 TO TOTFAC.
           ADD PENIMP TO TOTPEN.
      * Dias vencidos: de la fecha de vencimiento a hoy. Una
      * factura con el vencimiento a ceros se da por vencida desde
      * su fecha de emision.
           MOVE 'DIF' TO CAL-OPER.
           IF FACVTO = ZEROS THEN
              MOVE FACFEC TO CAL-FECHA1
            ELSE
              MOVE FACVTO TO CAL-FECHA1.
           MOVE FECHA TO CAL-FECHA2.
           MOVE 0 TO CAL-DIAS.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           IF CAL-DIAS > 0 THEN
              ADD PENIMP TO TOTVEN
            ELSE
              MOVE 0 TO CAL-DIAS.
      *
           MOVE 'N' TO EN-DISPUTA.
           PERFORM BUSCAR-DISPUTA VARYING DIDX FROM 1 BY 1
              UNTIL DIDX > NUMDFA-T.
      *
           IF NUMFAC-T < 10 THEN
              ADD 1 TO NUMFAC-T
              MOVE SPACES TO FAC-NUM-X
              MOVE FACNUM TO FAC-NUM-N
              PERFORM MONTAR-NUMERO
              MOVE FAC-NUM-X  TO TF-NUM(NUMFAC-T)
              MOVE FACFEC     TO TF-FEC(NUMFAC-T)
              MOVE FACVTO     TO TF-VTO(NUMFAC-T)
              MOVE PENIMP     TO TF-PEN(NUMFAC-T)
              MOVE CAL-DIAS   TO TF-DIA(NUMFAC-T)
              MOVE EN-DISPUTA TO TF-DSP(NUMFAC-T).
      *
       BUSCAR-DISPUTA.
           IF TDF-FAC(DIDX) = FACNUM THEN
              MOVE 'S' TO EN-DISPUTA.
      *
      * ************************************************
      * Numero de la factura leida tal como se imprime: el de su
      * serie, o el interno en las anteriores a las series
      * ************************************************
       MONTAR-NUMERO.
           IF FACSCD = SPACE THEN
              MOVE SPACES TO FAC-NUM-X
              MOVE FACNUM TO FAC-NUM-N
            ELSE
              MOVE FACSCD TO NSE-COD
              MOVE FACSAA TO NSE-AA
              MOVE FACSNU TO NSE-NUM
              MOVE NUM-SERIE TO FAC-NUM-X.
      *
      * ************************************************
      * Ultimos cobros del cliente en COBROS.DAT
      * ************************************************
       CARGAR-COBROS.
           MOVE 0 TO NUMCOB-T.
           OPEN INPUT FCOB.
           IF FS-FCOB = '00' THEN
              PERFORM POSICIONAR-COBROS
              PERFORM REVISAR-COBRO UNTIL FINLEC = 'S'
              CLOSE FCOB
            ELSE
              IF FS-FCOB NOT = '35' THEN
                 MOVE FS-FCOB TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       POSICIONAR-COBROS.
           MOVE SPACE TO FINLEC.
           MOVE CLICOD-E TO COBCLI.
           MOVE ZEROS TO COBFAC.
           MOVE ZEROS TO COBLIN.
           START FCOB KEY IS NOT LESS COBCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM SIGUIENTE-COBRO.
      *
       REVISAR-COBRO.
           IF NUMCOB-T < 3 OR COBFEC NOT < TC-FEC(1) THEN
              PERFORM GUARDAR-COBRO.
           PERFORM SIGUIENTE-COBRO.
      *
       SIGUIENTE-COBRO.
           READ FCOB NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND COBCLI NOT = CLICOD-E THEN
              MOVE 'S' TO FINLEC.
      *
      * La tabla va de mas antiguo a mas reciente: con la tabla
      * llena se corren los cobros una posicion (sale el mas
      * antiguo) y el nuevo entra en su sitio por fecha.
       GUARDAR-COBRO.
           IF NUMCOB-T < 3 THEN
              ADD 1 TO NUMCOB-T
            ELSE
              PERFORM CORRER-COBRO VARYING IDX FROM 1 BY 1
                 UNTIL IDX > 2.
           MOVE NUMCOB-T TO IDX.
           MOVE 'N' TO COB-SITIO.
           PERFORM BAJAR-COBRO UNTIL COB-SITIO = 'S'.
           MOVE COBFEC TO TC-FEC(IDX).
           MOVE COBFAC TO TC-FAC(IDX).
           MOVE COBIMP TO TC-IMP(IDX).
           MOVE COBMET TO TC-MET(IDX).
      *
       CORRER-COBRO.
           MOVE COB-MEM(IDX + 1) TO COB-MEM(IDX).
      *
       BAJAR-COBRO.
           IF IDX = 1 THEN
              MOVE 'S' TO COB-SITIO
            ELSE
              IF TC-FEC(IDX - 1) > COBFEC THEN
                 MOVE COB-MEM(IDX - 1) TO COB-MEM(IDX)
                 SUBTRACT 1 FROM IDX
               ELSE
                 MOVE 'S' TO COB-SITIO.
      *
      * ************************************************
      * Incidencias abiertas de los pedidos del cliente
      * ************************************************
       CARGAR-INCIDENCIAS.
           MOVE 0 TO TOTINC.
           MOVE 0 TO NUMINC-T.
           OPEN INPUT FINC.
           IF FS-FINC = '00' THEN
              PERFORM RECORRER-INCIDENCIAS
            ELSE
              IF FS-FINC NOT = '35' THEN
                 MOVE FS-FINC TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       RECORRER-INCIDENCIAS.
           OPEN INPUT FPED.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO INCNUM.
           START FINC KEY IS NOT LESS INCNUM INVALID KEY
                                   MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FINC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-INCIDENCIA UNTIL FINLEC = 'S'.
           IF FS-FPED = '00' OR FS-FPED = '23' THEN
              CLOSE FPED.
           CLOSE FINC.
      *
       REVISAR-INCIDENCIA.
           IF INC-ABIERTA AND (FS-FPED = '00' OR FS-FPED = '23') THEN
              PERFORM MIRAR-INCIDENCIA.
           READ FINC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       MIRAR-INCIDENCIA.
           MOVE INCPED TO PEDNUM.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 CONTINUE.
           IF FS-FPED = '00' AND PEDCLI = CLICOD-E THEN
              PERFORM CARGAR-UNA-INCIDENCIA.
      *
       CARGAR-UNA-INCIDENCIA.
           ADD 1 TO TOTINC.
           IF NUMINC-T < 6 THEN
              ADD 1 TO NUMINC-T
              MOVE INCNUM TO TI-NUM(NUMINC-T)
              MOVE INCPED TO TI-PED(NUMINC-T)
              MOVE INCTIP TO TI-TIP(NUMINC-T)
              MOVE INCFAP TO TI-FEC(NUMINC-T)
              MOVE INCDES TO TI-DES(NUMINC-T).
      *
      * ************************************************
      * Envases con saldo en poder del cliente
      * ************************************************
       CARGAR-ENVASES.
           MOVE 0 TO TOTENV.
           MOVE 0 TO NUMENV-T.
           OPEN INPUT FENV.
           IF FS-FENV = '00' THEN
              PERFORM RECORRER-ENVASES
            ELSE
              IF FS-FENV NOT = '35' THEN
                 MOVE FS-FENV TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       RECORRER-ENVASES.
           OPEN INPUT FPROD.
           MOVE SPACE TO FINLEC.
           MOVE CLICOD-E TO ENVCLI.
           MOVE LOW-VALUES TO ENVENV.
           START FENV KEY IS NOT LESS ENVCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-ENVASE.
           PERFORM REVISAR-ENVASE UNTIL FINLEC = 'S'.
           IF FS-FPROD = '00' OR FS-FPROD = '23' THEN
              CLOSE FPROD.
           CLOSE FENV.
      *
       REVISAR-ENVASE.
           IF ENVSAL NOT = 0 THEN
              PERFORM CARGAR-UN-ENVASE.
           PERFORM LEER-ENVASE.
      *
       CARGAR-UN-ENVASE.
           ADD 1 TO TOTENV.
           IF NUMENV-T < 6 THEN
              PERFORM GUARDAR-ENVASE.
      *
       GUARDAR-ENVASE.
           ADD 1 TO NUMENV-T.
           MOVE ENVENV TO TE-ENV(NUMENV-T).
           MOVE ENVSAL TO TE-SAL(NUMENV-T).
           MOVE ENVFEC TO TE-FEC(NUMENV-T).
           MOVE '(sin producto)' TO TE-DES(NUMENV-T).
           IF FS-FPROD = '00' OR FS-FPROD = '23' THEN
              PERFORM DESCRIBIR-ENVASE.
      *
       DESCRIBIR-ENVASE.
           MOVE ENVENV TO PROCOD.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 CONTINUE.
           IF FS-FPROD = '00' THEN
              MOVE PRODES TO TE-DES(NUMENV-T).
      *
       LEER-ENVASE.
           IF FINLEC NOT = 'S' THEN
              READ FENV NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND ENVCLI NOT = CLICOD-E THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Ultimas anotaciones del diario de contactos
      * ************************************************
       CARGAR-CONTACTOS.
           MOVE 0 TO NUMCTC-T.
           OPEN INPUT FCTC.
           IF FS-FCTC = '00' THEN
              PERFORM POSICIONAR-CONTACTO
              PERFORM GUARDAR-CONTACTO UNTIL FINLEC = 'S'
              CLOSE FCTC
            ELSE
              IF FS-FCTC NOT = '35' THEN
                 MOVE FS-FCTC TO FS-ERR
                 PERFORM ERROR-FICHERO.
      *
       POSICIONAR-CONTACTO.
           MOVE SPACE TO FINLEC.
           MOVE CLICOD-E TO CTCCLI.
           MOVE ZEROS    TO CTCSEQ.
           START FCTC KEY IS NOT LESS CTCCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-CONTACTO.
      *
      * Con la tabla llena se corren las notas una posicion y la
      * nueva entra la ultima.
       GUARDAR-CONTACTO.
           IF NUMCTC-T < 6 THEN
              ADD 1 TO NUMCTC-T
            ELSE
              PERFORM CORRER-CONTACTO VARYING IDX FROM 1 BY 1
                 UNTIL IDX > 5.
           MOVE CTCFEC TO TK-FEC(NUMCTC-T).
           MOVE CTCHH  TO TK-HH(NUMCTC-T).
           MOVE CTCNN  TO TK-NN(NUMCTC-T).
           MOVE CTCTIP TO TK-TIP(NUMCTC-T).
           MOVE CTCUSU TO TK-USU(NUMCTC-T).
           MOVE CTCTXT TO TK-TXT(NUMCTC-T).
           PERFORM LEER-CONTACTO.
      *
       CORRER-CONTACTO.
           MOVE CTC-MEM(IDX + 1) TO CTC-MEM(IDX).
      *
       LEER-CONTACTO.
           IF FINLEC NOT = 'S' THEN
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND CTCCLI NOT = CLICOD-E THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Pagina 1: ficha, credito, resumen y direcciones
      * ************************************************
       MOSTRAR-FICHA.
           DISPLAY 'Direccion.:'  LINE  6 POSITION  2 HIGH.
           DISPLAY CLIDIR         LINE  6 POSITION 14.
           DISPLAY 'Poblacion:'   LINE  6 POSITION 40 HIGH.
           DISPLAY CLIPOB         LINE  6 POSITION 51.
           DISPLAY 'NIF.......:'  LINE  7 POSITION  2 HIGH.
           IF CLI-INTRACOM THEN
              DISPLAY CLIVIE      LINE  7 POSITION 14
            ELSE
              DISPLAY CLINIF      LINE  7 POSITION 14.
           DISPLAY 'Estado...:'   LINE  7 POSITION 40 HIGH.
           IF CLI-BAJA THEN
              DISPLAY 'BAJA'      LINE  7 POSITION 51 REVERSE
            ELSE
              IF CLI-INSOLVENTE THEN
                 DISPLAY 'INSOLVENTE' LINE 7 POSITION 51 REVERSE
               ELSE
                 DISPLAY 'Activo' LINE  7 POSITION 51.
           DISPLAY 'Clase:'       LINE  7 POSITION 66 HIGH.
           DISPLAY CLIABC         LINE  7 POSITION 73.
      *
           MOVE CLILIM TO ZLIM.
           MOVE CLISAL TO ZSAL.
           COMPUTE DISPONIBLE = CLILIM - CLISAL.
           MOVE DISPONIBLE TO ZDIS.
           DISPLAY 'Limite....:'  LINE  8 POSITION  2 HIGH.
           DISPLAY ZLIM           LINE  8 POSITION 14.
           DISPLAY 'Saldo....:'   LINE  8 POSITION 40 HIGH.
           DISPLAY ZSAL           LINE  8 POSITION 51.
           DISPLAY 'Disponible:'  LINE  9 POSITION  2 HIGH.
           DISPLAY ZDIS           LINE  9 POSITION 13.
           IF DISPONIBLE < 0 THEN
              DISPLAY 'LIMITE DE CREDITO SUPERADO'
                                  LINE  9 POSITION 40 REVERSE.
      *
           MOVE CLIPLA TO ZPLA.
           DISPLAY 'Plazo pago:'  LINE 10 POSITION  2 HIGH.
           DISPLAY ZPLA           LINE 10 POSITION 14.
           DISPLAY 'dias'         LINE 10 POSITION 17.
           DISPLAY 'Cobro....:'   LINE 10 POSITION 40 HIGH.
           IF HAY-BANCO = 'N' THEN
              DISPLAY 'Sin datos bancarios' LINE 10 POSITION 51
            ELSE
              IF BAN-DOMICILIADO THEN
                 DISPLAY 'Recibo domiciliado' LINE 10 POSITION 51
               ELSE
                 DISPLAY 'Pago manual'        LINE 10 POSITION 51.
           IF HAY-BANCO = 'S' THEN
              DISPLAY 'IBAN......:' LINE 11 POSITION  2 HIGH
              DISPLAY BANIBA        LINE 11 POSITION 14.
      *
           DISPLAY 'Regimen..:'   LINE 11 POSITION 40 HIGH.
           IF CLI-INTRACOM THEN
              DISPLAY 'Intracomunitario' LINE 11 POSITION 51
              DISPLAY CLIPAI             LINE 11 POSITION 68
            ELSE
              IF CLI-RECARGO THEN
                 DISPLAY 'Recargo de equivalencia'
                                         LINE 11 POSITION 51
               ELSE
                 DISPLAY 'General'       LINE 11 POSITION 51.
           DISPLAY 'Facturac..:'  LINE 12 POSITION  2 HIGH.
           IF CLI-FAC-MENSUAL THEN
              DISPLAY 'Mensual'   LINE 12 POSITION 14
            ELSE
              DISPLAY 'Por pedido' LINE 12 POSITION 14.
           DISPLAY 'Portes...:'   LINE 12 POSITION 40 HIGH.
           IF CLI-PORTES-DEBIDOS THEN
              DISPLAY 'Debidos'   LINE 12 POSITION 51
            ELSE
              IF CLI-PORTES-FRANCO THEN
                 DISPLAY 'Francos desde' LINE 12 POSITION 51
                 DISPLAY CLIPUM          LINE 12 POSITION 65
               ELSE
                 DISPLAY 'Pagados' LINE 12 POSITION 51.
      *
           DISPLAY 'Abierto..:'   LINE 14 POSITION  2 HIGH.
           MOVE TOTPED TO ZCNT.
           DISPLAY 'Pedidos'      LINE 14 POSITION 14.
           DISPLAY ZCNT           LINE 14 POSITION 22.
           MOVE TOTFAC TO ZCNT.
           DISPLAY 'Facturas'     LINE 14 POSITION 29.
           DISPLAY ZCNT           LINE 14 POSITION 38.
           MOVE TOTINC TO ZCNT.
           DISPLAY 'Incidencias'  LINE 14 POSITION 45.
           DISPLAY ZCNT           LINE 14 POSITION 57.
           MOVE TOTDSP TO ZCNT.
           DISPLAY 'Disputas'     LINE 14 POSITION 64.
           DISPLAY ZCNT           LINE 14 POSITION 73.
      *
           MOVE TOTDIR TO ZCNT.
           DISPLAY 'DIRECCIONES DE ENTREGA:' LINE 16 POSITION 2 HIGH.
           DISPLAY ZCNT           LINE 16 POSITION 26.
           MOVE 17 TO LIN.
           PERFORM PINTAR-DIRECCION VARYING IDX FROM 1 BY 1
              UNTIL IDX > NUMDIR-T.
      *
       PINTAR-DIRECCION.
           MOVE TD-NUM(IDX) TO LD-NUM.
           MOVE TD-DIR(IDX) TO LD-DIR.
           MOVE TD-POB(IDX) TO LD-POB.
           DISPLAY LINEA-DIR LINE LIN POSITION 4.
           ADD 1 TO LIN.
      *
      * ************************************************
      * Pagina 2: pedidos abiertos por estado
      * ************************************************
       MOSTRAR-PEDIDOS.
           DISPLAY 'PEDIDOS ABIERTOS  Captados' LINE 5 POSITION 2 HIGH.
           MOVE CNT-CAP TO ZCNT.
           DISPLAY ZCNT            LINE  5 POSITION 29.
           DISPLAY 'Servidos'      LINE  5 POSITION 36 HIGH.
           MOVE CNT-SER TO ZCNT.
           DISPLAY ZCNT            LINE  5 POSITION 45.
           DISPLAY 'Entregados'    LINE  5 POSITION 52 HIGH.
           MOVE CNT-ENT TO ZCNT.
           DISPLAY ZCNT            LINE  5 POSITION 63.
           DISPLAY 'Presup.'       LINE  5 POSITION 69 HIGH.
           MOVE CNT-PRE TO ZCNT.
           DISPLAY ZCNT            LINE  5 POSITION 76.
           DISPLAY 'Pedido  Fecha       Estado      Entrega'
                                   LINE  6 POSITION  2 HIGH.
           DISPLAY 'Valor'         LINE  6 POSITION 58 HIGH.
           MOVE 7 TO LIN.
           PERFORM PINTAR-PEDIDO VARYING IDX FROM 1 BY 1
              UNTIL IDX > NUMPED-T.
           IF TOTPED > NUMPED-T THEN
              COMPUTE ZMAS = TOTPED - NUMPED-T
              DISPLAY 'Hay mas pedidos abiertos:' LINE 21 POSITION 2
              DISPLAY ZMAS         LINE 21 POSITION 28
              DISPLAY '(vea el historial con <P>)'
                                   LINE 21 POSITION 35.
      *
       PINTAR-PEDIDO.
           MOVE TP-NUM(IDX) TO LP-NUM.
           MOVE TP-FEC(IDX) TO FFX-NUM.
           PERFORM PINTAR-FECHA.
           MOVE FECHA-TXT TO LP-FEC.
           MOVE TP-FEN(IDX) TO FFX-NUM.
           PERFORM PINTAR-FECHA.
           MOVE FECHA-TXT TO LP-FEN.
           MOVE SPACES TO LP-EST.
           PERFORM BUSCAR-ESTADO VARYING TIDX FROM 1 BY 1
              UNTIL TIDX > 4.
           MOVE TP-VAL(IDX) TO LP-VAL.
           DISPLAY LINEA-PED LINE LIN POSITION 2.
           ADD 1 TO LIN.
      *
       BUSCAR-ESTADO.
           IF EP-COD(TIDX) = TP-EST(IDX) THEN
              MOVE EP-DES(TIDX) TO LP-EST.
      *
      * ************************************************
      * Pagina 3: facturas pendientes y ultimos cobros
      * ************************************************
       MOSTRAR-FACTURAS.
           DISPLAY 'FACTURAS PENDIENTES DE COBRO'
                                   LINE  5 POSITION  2 HIGH.
           DISPLAY 'Factura       Fecha       Vencimiento'
                                   LINE  6 POSITION  2 HIGH.
           DISPLAY 'Pendiente  Dias'
                                   LINE  6 POSITION 45 HIGH.
           MOVE 7 TO LIN.
           PERFORM PINTAR-FACTURA VARYING IDX FROM 1 BY 1
              UNTIL IDX > NUMFAC-T.
      *
           DISPLAY 'Total pendiente:' LINE 17 POSITION  2 HIGH.
           MOVE TOTPEN TO ZPEN.
           DISPLAY ZPEN            LINE 17 POSITION 19.
           DISPLAY 'Vencido:'      LINE 17 POSITION 36 HIGH.
           MOVE TOTVEN TO ZPEN.
           DISPLAY ZPEN            LINE 17 POSITION 45.
           IF TOTFAC > NUMFAC-T THEN
              COMPUTE ZMAS = TOTFAC - NUMFAC-T
              DISPLAY 'y mas:'     LINE 17 POSITION 62
              DISPLAY ZMAS         LINE 17 POSITION 69.
      *
           DISPLAY 'ULTIMOS COBROS   Fecha       Factura'
                                   LINE 18 POSITION  2 HIGH.
           DISPLAY 'Importe  Metodo'
                                   LINE 18 POSITION 49 HIGH.
           MOVE 19 TO LIN.
           PERFORM PINTAR-COBRO VARYING IDX FROM NUMCOB-T BY -1
              UNTIL IDX < 1.
      *
       PINTAR-FACTURA.
           MOVE TF-NUM(IDX) TO LF-NUM.
           MOVE TF-FEC(IDX) TO FFX-NUM.
           PERFORM PINTAR-FECHA.
           MOVE FECHA-TXT TO LF-FEC.
           MOVE TF-VTO(IDX) TO FFX-NUM.
           PERFORM PINTAR-FECHA.
           MOVE FECHA-TXT TO LF-VTO.
           MOVE TF-PEN(IDX) TO LF-PEN.
           MOVE TF-DIA(IDX) TO LF-DIA.
           IF TF-DSP(IDX) = 'S' THEN
              MOVE 'DISPUTA' TO LF-DSP
            ELSE
              MOVE SPACES TO LF-DSP.
           DISPLAY LINEA-FAC LINE LIN POSITION 2.
           ADD 1 TO LIN.
      *
      * Los cobros en negativo son recibos devueltos (UD23E2) o
      * efectos impagados (UD23E21).
       PINTAR-COBRO.
           MOVE TC-FEC(IDX) TO FFX-NUM.
           PERFORM PINTAR-FECHA.
           MOVE FECHA-TXT TO LC-FEC.
           MOVE SPACES TO LC-FAC.
           MOVE TC-FAC(IDX) TO LC-FAC.
           MOVE TC-IMP(IDX) TO LC-IMP.
           MOVE TC-MET(IDX) TO LC-MET.
           IF TC-IMP(IDX) < 0 THEN
              MOVE 'Devuelto' TO LC-OBS
            ELSE
              MOVE SPACES TO LC-OBS.
           DISPLAY LINEA-COB LINE LIN POSITION 19.
           ADD 1 TO LIN.
      *
      * ************************************************
      * Pagina 4: incidencias y disputas abiertas
      * ************************************************
       MOSTRAR-INCIDENCIAS.
           MOVE TOTINC TO ZCNT.
           DISPLAY 'INCIDENCIAS DE ENTREGA ABIERTAS:'
                                   LINE  5 POSITION  2 HIGH.
           DISPLAY ZCNT            LINE  5 POSITION 35.
           DISPLAY 'Num.   Pedido Tipo       Fecha      Descripcion'
                                   LINE  6 POSITION  2 HIGH.
           MOVE 7 TO LIN.
           PERFORM PINTAR-INCIDENCIA VARYING IDX FROM 1 BY 1
              UNTIL IDX > NUMINC-T.
      *
           MOVE TOTDSP TO ZCNT.
           DISPLAY 'DISPUTAS ABIERTAS:'
                                   LINE 14 POSITION  2 HIGH.
           DISPLAY ZCNT            LINE 14 POSITION 21.
           DISPLAY 'Num.   Factura      Motivo'
                                   LINE 15 POSITION  2 HIGH.
           DISPLAY 'Importe Respons. Seguim.    Texto'
                                   LINE 15 POSITION 35 HIGH.
           MOVE 16 TO LIN.
           PERFORM PINTAR-DISPUTA VARYING IDX FROM 1 BY 1
              UNTIL IDX > NUMDSP-T.
      *
       PINTAR-INCIDENCIA.
           MOVE TI-NUM(IDX) TO LI-NUM.
           MOVE TI-PED(IDX) TO LI-PED.
           MOVE SPACES TO LI-TIP.
           PERFORM BUSCAR-TIPO-INC VARYING TIDX FROM 1 BY 1
              UNTIL TIDX > 5.
           MOVE TI-FEC(IDX) TO FFX-NUM.
           PERFORM PINTAR-FECHA.
           MOVE FECHA-TXT TO LI-FEC.
           MOVE TI-DES(IDX) TO LI-DES.
           DISPLAY LINEA-INC LINE LIN POSITION 2.
           ADD 1 TO LIN.
      *
       BUSCAR-TIPO-INC.
           IF TPI-COD(TIDX) = TI-TIP(IDX) THEN
              MOVE TPI-DES(TIDX) TO LI-TIP.
      *
      * Las disputas con el seguimiento ya pasado se marcan.
       PINTAR-DISPUTA.
           MOVE TS-NUM(IDX) TO LS-NUM.
           MOVE TS-FAC(IDX) TO LS-FAC.
           MOVE SPACES TO LS-MOT.
           PERFORM BUSCAR-MOTIVO VARYING TIDX FROM 1 BY 1
              UNTIL TIDX > 4.
           MOVE TS-IMP(IDX) TO LS-IMP.
           MOVE TS-RES(IDX) TO LS-RES.
           MOVE TS-SEG(IDX) TO FFX-NUM.
           PERFORM PINTAR-FECHA.
           MOVE FECHA-TXT TO LS-SEG.
           MOVE TS-TXT(IDX) TO LS-TXT.
           DISPLAY LINEA-DSP LINE LIN POSITION 2.
           IF TS-SEG(IDX) < FECHA THEN
              DISPLAY '*' LINE LIN POSITION 1 REVERSE.
           ADD 1 TO LIN.
      *
       BUSCAR-MOTIVO.
           IF MTD-COD(TIDX) = TS-MOT(IDX) THEN
              MOVE MTD-DES(TIDX) TO LS-MOT.
      *
      * ************************************************
      * Pagina 5: envases y ultimos contactos
      * ************************************************
       MOSTRAR-ENVASES.
           MOVE TOTENV TO ZCNT.
           DISPLAY 'ENVASES EN PODER DEL CLIENTE:'
                                   LINE  5 POSITION  2 HIGH.
           DISPLAY ZCNT            LINE  5 POSITION 32.
           DISPLAY 'Env.  Descripcion            Saldo    Ult. envio'
                                   LINE  6 POSITION  2 HIGH.
           MOVE 7 TO LIN.
           PERFORM PINTAR-ENVASE VARYING IDX FROM 1 BY 1
              UNTIL IDX > NUMENV-T.
      *
           DISPLAY 'ULTIMOS CONTACTOS'
                                   LINE 14 POSITION  2 HIGH.
           DISPLAY 'Fecha      Hora  T Operador Texto'
                                   LINE 15 POSITION  2 HIGH.
           MOVE 16 TO LIN.
           PERFORM PINTAR-CONTACTO VARYING IDX FROM NUMCTC-T BY -1
              UNTIL IDX < 1.
      *
       PINTAR-ENVASE.
           MOVE TE-ENV(IDX) TO LE-ENV.
           MOVE TE-DES(IDX) TO LE-DES.
           MOVE TE-SAL(IDX) TO LE-SAL.
           MOVE TE-FEC(IDX) TO FFX-NUM.
           PERFORM PINTAR-FECHA.
           MOVE FECHA-TXT TO LE-FEC.
           DISPLAY LINEA-ENV LINE LIN POSITION 2.
           ADD 1 TO LIN.
      *
       PINTAR-CONTACTO.
           MOVE TK-FEC(IDX) TO FFX-NUM.
           PERFORM PINTAR-FECHA.
           MOVE FECHA-TXT TO LT-FEC.
           MOVE TK-HH(IDX)  TO LT-HH.
           MOVE TK-NN(IDX)  TO LT-NN.
           MOVE TK-TIP(IDX) TO LT-TIP.
           MOVE TK-USU(IDX) TO LT-USU.
           MOVE TK-TXT(IDX) TO LT-TXT.
           DISPLAY LINEA-CTC LINE LIN POSITION 1.
           ADD 1 TO LIN.
      *
      * ************************************************
      * Pasa la fecha de FFX (AAAAMMDD) a texto DD/MM/AAAA, en
      * blanco si va a ceros
      * ************************************************
       PINTAR-FECHA.
           IF FFX-NUM = ZEROS THEN
              MOVE SPACES TO FECHA-TXT
            ELSE
              MOVE FXD TO FPD
              MOVE FXM TO FPM
              MOVE FXA TO FPA
              MOVE FFP TO FECHA-TXT.
      *
      * ************************************************
      * Pantalla amigable de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-ERR    LINE 23 POSITION 40 REVERSE.
           ACCEPT CONTINUA   LINE 23 POSITION 79.
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
