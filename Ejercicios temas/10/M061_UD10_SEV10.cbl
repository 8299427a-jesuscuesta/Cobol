123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD10E10.
       REMARKS. UNIDAD 10 EJERCICIO 10.
      *
      * Solicitudes de proteccion de datos (RGPD) de un interesado,
      * que puede ser un cliente (por su codigo) o una persona del
      * maestro MAESPER.DAT y del historico de IMC IMCHIST.DAT (por
      * su numero de persona; con cero se busca por apellidos con
      * UD05E5):
      *
      *  - Acceso: reune en RGPD.PRN todo lo que se guarda de el:
      *    la ficha (en CLIENTES.DAT o, si ya se archivo, en
      *    CLIHIST.DAT), direcciones de entrega, datos bancarios y
      *    recibos domiciliados, notas del diario de contactos,
      *    pedidos y facturas; o su ficha de MAESPER.DAT y sus
      *    visitas de IMCHIST.DAT. De cada factura dice si sigue en
      *    el plazo de conservacion fiscal (parametro RETFISCAL de
      *    PARAMS.DAT, en anos; 6 por defecto, art. 30 del Codigo
      *    de Comercio) y hasta cuando.
      *
      *  - Supresion (solo supervisor): anonimiza los datos
      *    personales que no hay obligacion de conservar. Al cliente
      *    se le borran los textos de sus notas de contacto, sus
      *    direcciones de entrega, su IBAN (y el de los recibos
      *    domiciliados ya fuera de plazo) y, si ninguna factura
      *    suya sigue en plazo, el nombre, la direccion, el NIF y el
      *    NIF-IVA de la ficha, que queda de baja. Con facturas en
      *    plazo la ficha se conserva tal cual (las facturas se
      *    reimprimen con ella) y el justificante lo dice, con la
      *    fecha en que podra completarse la supresion. Mientras
      *    haya relacion viva (saldo, partidas pendientes o pedidos
      *    en curso) no se suprime nada. A la persona se le
      *    anonimizan nombre, apellidos, sexo y fecha de nacimiento
      *    en MAESPER.DAT, cuya ficha queda de baja, y el nombre en
      *    sus visitas de IMCHIST.DAT, que se quedan solo como dato
      *    estadistico colgando de la ficha anonimizada.
      *
      * Cada solicitud y cada accion, fichero a fichero, queda en
      * RGPDLOG.DAT con el operador que la tramito y la referencia
      * de la solicitud; la anonimizacion de la ficha deja ademas
      * su imagen en DIARIO.DAT y una linea SUPRIM en AUDITCLI.DAT.
      * No se tocan los registros legales (VERIFAC) ni los rastros
      * de auditoria, que no guardan datos personales del cliente
      * mas alla del codigo.
      * Los pedidos y las facturas del cliente se leen por su clave
      * alternativa de cliente y fecha (PEDCLF, FACCLF).
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
      * Clientes de baja ya archivados por UD13E20.
            SELECT FHIS ASSIGN TO DISK 'CLIHIST.DAT'
            RECORD KEY IS HISCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FHIS.
      *
            SELECT FDIR ASSIGN TO DISK 'DIRECCLI.DAT'
            RECORD KEY IS DIRCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDIR.
      *
            SELECT FBAN ASSIGN TO DISK 'BANCOCLI.DAT'
            RECORD KEY IS BANCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FBAN.
      *
            SELECT FCTC ASSIGN TO DISK 'CONTACLI.DAT'
            RECORD KEY IS CTCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCTC.
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
            SELECT FREM ASSIGN TO DISK 'REMESAS.DAT'
            RECORD KEY IS REMCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FREM.
      *
            SELECT FPSN ASSIGN TO DISK 'MAESPER.DAT'
            RECORD KEY IS PSNID
            ALTERNATE RECORD KEY IS PSNBUS WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPSN.
      *
            SELECT FIMC ASSIGN TO DISK 'IMCHIST.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FIMC.
      *
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
      *
            SELECT FAUD ASSIGN TO DISK 'AUDITCLI.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FAUD.
      *
            SELECT FRGP ASSIGN TO DISK 'RGPDLOG.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FRGP.
      *
      * Informe de acceso o justificante de supresion que se
      * entrega al interesado.
            SELECT FLISTA ASSIGN TO DISK 'RGPD.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FHIS LABEL RECORD IS STANDARD.
           COPY REGHIS.
      *
       FD FDIR LABEL RECORD IS STANDARD.
           COPY REGDIR.
      *
       FD FBAN LABEL RECORD IS STANDARD.
           COPY REGBAN.
      *
       FD FCTC LABEL RECORD IS STANDARD.
           COPY REGCTC.
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
       FD FREM LABEL RECORD IS STANDARD.
           COPY REGREM.
      *
       FD FPSN LABEL RECORD IS STANDARD.
           COPY REGPSN.
      *
       FD FIMC LABEL RECORD IS STANDARD.
           COPY REGIMC.
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
      *
       FD FAUD LABEL RECORD IS STANDARD.
           COPY REGAUD.
      *
       FD FRGP LABEL RECORD IS STANDARD.
           COPY REGRGP.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(78) VALUE ' MENSAJES:'.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
       77 EXISTE     PIC X.
       77 FINLEC     PIC X.
      *
      * Solicitud en curso.
       77 TIPO-E     PIC X.
       77 CLI-E      PIC X(4).
       77 PSN-E      PIC 9(6).
       77 REF-E      PIC X(20).
       77 OPE-E      PIC X.
       77 INTERESADO PIC X(45).
      *
      * Ficha del cliente, leida del maestro (ORIGEN 'M') o del
      * archivo de bajas (ORIGEN 'H').
       77 ORIGEN     PIC X.
       01 FICHA.
           02 FCH-NOM   PIC X(20).
           02 FCH-DIR   PIC X(20).
           02 FCH-POB   PIC X(20).
           02 FCH-SEX   PIC X.
           02 FCH-EST   PIC X.
           02 FCH-LIM   PIC 9(7)V99.
           02 FCH-SAL   PIC S9(7)V99.
           02 FCH-NIF   PIC X(9).
           02 FCH-VIE   PIC X(14).
      *
      * Plazo de conservacion de las facturas, en anos, y fecha a
      * partir de la cual una factura ya ha salido de el.
       77 RET-ANOS   PIC 9(5) VALUE 6.
       01 FLIM.
           02 FLA     PIC 9999.
           02 FLM     PIC 99.
           02 FLD     PIC 99.
       01 FLIM-N REDEFINES FLIM PIC 9(8).
      *
      * Facturas del cliente en plazo y fecha en que sale de el la
      * mas reciente.
       77 FAC-TOT    PIC 9(5).
       77 FAC-RET    PIC 9(5).
       77 FEC-ULT    PIC 9(8).
       01 FFIN.
           02 FFA     PIC 9999.
           02 FFM     PIC 99.
           02 FFD     PIC 99.
      *
      * Relacion viva con el cliente.
       77 PEN-ABI    PIC 9(5).
       77 PED-ABI    PIC 9(5).
       77 HAY-VIVA   PIC X.
      *
      * Registros de la persona.
       77 NUM-PER    PIC 9(5).
       77 NUM-IMC    PIC 9(5).
      *
      * Contadores de cada paso y datos para el registro.
       77 CNT-REG    PIC 9(5).
       77 CNT-RET    PIC 9(5).
       77 LOG-OPE    PIC X(6).
       77 LOG-FIC    PIC X(12).
       77 LOG-OBS    PIC X(40).
      *
       77 TXT-SUPR   PIC X(20) VALUE '*** SUPRIMIDO ***'.
       77 TXT-CTC    PIC X(50) VALUE
           '*** Texto suprimido (proteccion de datos) ***'.
      *
       77 MSGTIP     PIC X(60) VALUE
           '<C>liente <P>ersona (en blanco para salir)'.
       77 MSGOPE     PIC X(60) VALUE
           '<A>cceso a sus datos  <S>upresion de sus datos'.
       77 MSGREF     PIC X(60) VALUE
           'Referencia de la solicitud (carta, correo...)'.
       77 ERROR-C    PIC X(50) VALUE
           'ERROR! El cliente NO existe.'.
       77 ERROR-P    PIC X(50) VALUE
           'No hay datos de esa persona.'.
       77 ERROR-NIV  PIC X(50) VALUE
           'La supresion la tramita el supervisor.'.
       77 ERROR-VIVA PIC X(50) VALUE
           'Relacion en curso: NO se puede suprimir.'.
       77 MSGACC     PIC X(50) VALUE
           'Informe de acceso generado en RGPD.PRN'.
       77 MSGSUP     PIC X(50) VALUE
           'Supresion hecha. Justificante en RGPD.PRN'.
       77 MSGCAN     PIC X(50) VALUE
           'SUPRESION CANCELADA.'.
      *
      * Paginacion del informe.
       77 LINPAG     PIC 99.
       77 MAXLIN     PIC 99 VALUE 55.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FHIS    PIC XX.
       77 FS-FDIR    PIC XX.
       77 FS-FBAN    PIC XX.
       77 FS-FCTC    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FPEN    PIC XX.
       77 FS-FREM    PIC XX.
       77 FS-FPSN    PIC XX.
       77 FS-FIMC    PIC XX.
       77 FS-FPAR    PIC XX.
       77 FS-FAUD    PIC XX.
       77 FS-FRGP    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 FS-ERR     PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
      *
       77 ZSAL       PIC -.---.--9,99.
       77 ZCNT       PIC ZZZZ9.
      *
           COPY NUMSER.
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
      * Fecha cualquiera descompuesta para imprimirla.
       01 FFX.
           02 FXA     PIC 9999.
           02 FXM     PIC 99.
           02 FXD     PIC 99.
       01 FFP.
           02 FPD     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPM     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPA     PIC 9999.
      *
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'Empresa distribuidora, S.A.'.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(18) VALUE SPACES.
           02 CAB-TIT PIC X(44).
           02 FILLER  PIC X(18) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(12) VALUE 'Interesado: '.
           02 CAB-INT PIC X(45).
           02 FILLER  PIC X(6)  VALUE ' Ref: '.
           02 CAB-REF PIC X(15).
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Rotulo de cada apartado y linea de dato con su etiqueta.
       01 LINEA-SECCION.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 SEC-TXT  PIC X(60).
           02 FILLER   PIC X(18) VALUE SPACES.
      *
       01 LINEA-DATO.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LD-ETI   PIC X(18).
           02 LD-VAL   PIC X(58).
      *
       01 LINEA-DIR.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LDI-NUM  PIC 99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LDI-DIR  PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LDI-POB  PIC X(20).
           02 FILLER   PIC X(30) VALUE SPACES.
      *
       01 LINEA-CTC.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LC-FEC   PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LC-TIP   PIC X.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LC-USU   PIC X(8).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LC-TXT   PIC X(50).
           02 FILLER   PIC X(4)  VALUE SPACES.
      *
       01 LINEA-PED.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LP-NUM   PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LP-FEC   PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LP-EST   PIC X(12).
           02 FILLER   PIC X(44) VALUE SPACES.
      *
       01 LINEA-FAC.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LF-NUM   PIC X(12).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LF-FEC   PIC X(10).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LF-TOT   PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LF-RET   PIC X(20).
           02 LF-FIN   PIC X(10).
           02 FILLER   PIC X(7)  VALUE SPACES.
      *
       01 LINEA-REM.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LR-NUM   PIC 9(4).
           02 FILLER   PIC X     VALUE '/'.
           02 LR-FAC   PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LR-FEC   PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LR-IBA   PIC X(24).
           02 FILLER   PIC X(27) VALUE SPACES.
      *
       01 LINEA-PER.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LE-NOM   PIC X(15).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LE-APE1  PIC X(15).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LE-APE2  PIC X(15).
           02 FILLER   PIC X(7)  VALUE '  Sexo '.
           02 LE-SEX   PIC X.
           02 FILLER   PIC X(7)  VALUE '  Nac. '.
           02 LE-FNA   PIC X(10).
           02 FILLER   PIC X(4)  VALUE SPACES.
      *
       01 LINEA-IMC.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LI-FEC   PIC X(10).
           02 FILLER   PIC X(7)  VALUE '  Peso '.
           02 LI-PESO  PIC ZZ9.
           02 FILLER   PIC X(9)  VALUE '  Altura '.
           02 LI-ALT   PIC 9,99.
           02 FILLER   PIC X(6)  VALUE '  IMC '.
           02 LI-IMC   PIC Z9,99.
           02 FILLER   PIC X(32) VALUE SPACES.
      *
      * Resultado de cada paso de la supresion en el justificante.
       01 LINEA-ACCION.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LA-FIC   PIC X(12).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LA-REG   PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LA-OBS   PIC X(40).
           02 FILLER   PIC X(16) VALUE SPACES.
      *
       LINKAGE SECTION.
      * Operador de la sesion y su rango (1 consulta, 2 operador,
      * 3 supervisor), que pasa el menu general UD05E1.
       01 PRO-OPERADOR PIC X(8).
       01 PRO-NIVEL    PIC 9.
123456*
       PROCEDURE DIVISION USING PRO-OPERADOR, PRO-NIVEL.
       COMIENZO.
           PERFORM INICIO.
           IF FS-FRGP = '00' THEN
              PERFORM SOLICITUD UNTIL TIPO-E = SPACES
              CLOSE FRGP.
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
           PERFORM LEER-PARAMETROS.
           COMPUTE FLA = AA1 - RET-ANOS.
           MOVE MM1 TO FLM.
           MOVE DD1 TO FLD.
      *
      * El registro de solicitudes es de solo anadir: si todavia no
      * existe, OPEN EXTEND falla (estado '35') y se crea.
           OPEN EXTEND FRGP.
           IF FS-FRGP = '35' THEN
              OPEN OUTPUT FRGP.
           IF FS-FRGP NOT = '00' THEN
              MOVE FS-FRGP TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * TIPO-E se deja con un valor no en blanco para que entre en
      * el bucle de SOLICITUD al menos una vez.
           MOVE 'X' TO TIPO-E.
      *
      * Lee el plazo de conservacion fiscal (parametro RETFISCAL, en
      * anos) de PARAMS.DAT; sin fichero o sin clave, se queda el
      * valor compilado.
       LEER-PARAMETROS.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-RETFISCAL.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
       LEER-RETFISCAL.
           MOVE 'RETFISCAL ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                                    CONTINUE.
           IF FS-FPAR = '00' AND PARVAL > 0 THEN
              MOVE PARVAL TO RET-ANOS.
      *
      * ************************************************
      * Una solicitud: quien es el interesado y que pide
      * ************************************************
       SOLICITUD.
           PERFORM PANTALLA.
           DISPLAY MSGTIP LINE 23 POSITION 14 REVERSE.
           MOVE SPACE TO TIPO-E.
           ACCEPT TIPO-E LINE  5 POSITION 30 NO BEEP.
           INSPECT TIPO-E CONVERTING 'cp' TO 'CP'.
           IF TIPO-E = 'C' THEN
              PERFORM PEDIR-CLIENTE
            ELSE
              IF TIPO-E = 'P' THEN
                 PERFORM PEDIR-PERSONA.
      *
       PEDIR-CLIENTE.
           DISPLAY 'Codigo de cliente.:' LINE  7 POSITION  2 HIGH.
           MOVE SPACES TO CLI-E.
           ACCEPT CLI-E LINE  7 POSITION 22 NO BEEP.
           IF CLI-E NOT = SPACES THEN
              PERFORM BUSCAR-CLIENTE
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-C  LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA  LINE 23 POSITION 79
               ELSE
                 PERFORM MOSTRAR-CLIENTE.
      *
       MOSTRAR-CLIENTE.
           DISPLAY FCH-NOM  LINE  7 POSITION 30.
           IF ORIGEN = 'H' THEN
              DISPLAY '(archivado)' LINE 7 POSITION 52.
           MOVE CLI-E TO INTERESADO.
           PERFORM PEDIR-SOLICITUD.
      *
      * Por su numero del maestro de personas; con cero se busca
      * por apellidos (UD05E5). Una ficha ya anonimizada no tiene
      * nada que atender.
       PEDIR-PERSONA.
           DISPLAY 'Numero de persona.:' LINE  7 POSITION  2 HIGH.
           DISPLAY '(0 = buscar)'        LINE  7 POSITION 30.
           MOVE ZEROS TO PSN-E.
           ACCEPT PSN-E  LINE  7 POSITION 22 NO BEEP.
           IF PSN-E = ZEROS THEN
              CALL 'UD05E5' USING PSN-E
              PERFORM PANTALLA
              DISPLAY 'Numero de persona.:' LINE  7 POSITION  2 HIGH
              DISPLAY PSN-E                 LINE  7 POSITION 22.
           IF PSN-E NOT = ZEROS THEN
              PERFORM CONTAR-PERSONA
              IF NUM-PER = 0 THEN
                 DISPLAY ERROR-P  LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA  LINE 23 POSITION 79
               ELSE
                 DISPLAY PSNNOM               LINE  8 POSITION 22
                 DISPLAY PSNAPE1              LINE  9 POSITION 22
                 DISPLAY PSNAPE2              LINE  9 POSITION 38
                 MOVE NUM-IMC TO ZCNT
                 DISPLAY 'Visitas de IMC...:' LINE 10 POSITION  2
                 DISPLAY ZCNT                 LINE 10 POSITION 22
                 MOVE SPACES TO INTERESADO
                 STRING PSN-E   DELIMITED BY SIZE
                        ' '     DELIMITED BY SIZE
                        PSNNOM  DELIMITED BY SIZE
                        PSNAPE1 DELIMITED BY SIZE
                        PSNAPE2 DELIMITED BY SIZE
                        INTO INTERESADO
                 PERFORM PEDIR-SOLICITUD.
      *
      * Referencia y tipo de solicitud. La supresion solo la
      * tramita el supervisor.
       PEDIR-SOLICITUD.
           DISPLAY MSGREF LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Referencia........:' LINE 12 POSITION  2 HIGH.
           MOVE SPACES TO REF-E.
           ACCEPT REF-E LINE 12 POSITION 22 NO BEEP.
           DISPLAY MSGOPE LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Solicitud (A/S)...:' LINE 13 POSITION  2 HIGH.
           MOVE SPACE TO OPE-E.
           ACCEPT OPE-E LINE 13 POSITION 22 NO BEEP.
           INSPECT OPE-E CONVERTING 'as' TO 'AS'.
           IF OPE-E = 'A' THEN
              MOVE 'SOLACC' TO LOG-OPE
              MOVE SPACES   TO LOG-FIC
              MOVE 0        TO CNT-REG
              MOVE 'Solicitud de acceso recibida' TO LOG-OBS
              PERFORM ANOTAR-LOG
              PERFORM INFORME-ACCESO.
           IF OPE-E = 'S' THEN
              IF PRO-NIVEL < 3 THEN
                 DISPLAY ERROR-NIV LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79
               ELSE
                 MOVE 'SOLSUP' TO LOG-OPE
                 MOVE SPACES   TO LOG-FIC
                 MOVE 0        TO CNT-REG
                 MOVE 'Solicitud de supresion recibida' TO LOG-OBS
                 PERFORM ANOTAR-LOG
                 PERFORM SUPRESION.
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
           DISPLAY ' PROTECCION DE DATOS (RGPD) '
                                  LINE  3 POSITION 26 REVERSE HIGH.
           DISPLAY 'Interesado (C/P).:' LINE  5 POSITION  2 HIGH.
      *
           DISPLAY GUION          LINE 22 POSITION 2 HIGH.
           DISPLAY MENSAJE        LINE 23 POSITION 2 REVERSE.
      *
      * ************************************************
      * Ficha del cliente: del maestro o, si ya no esta, del
      * archivo de bajas
      * ************************************************
       BUSCAR-CLIENTE.
           MOVE 'N' TO EXISTE.
           MOVE SPACE TO ORIGEN.
           OPEN INPUT FCLI.
           IF FS-FCLI = '00' THEN
              PERFORM LEER-FICHA-CLIENTE
              CLOSE FCLI
            ELSE
              MOVE FS-FCLI TO FS-ERR
              PERFORM ERROR-FICHERO.
           IF EXISTE = 'N' THEN
              PERFORM BUSCAR-ARCHIVADO.
      *
       LEER-FICHA-CLIENTE.
           MOVE CLI-E TO CLICOD.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                    CONTINUE.
           IF FS-FCLI = '00' THEN
              MOVE 'S'    TO EXISTE
              MOVE 'M'    TO ORIGEN
              MOVE CLINOM TO FCH-NOM
              MOVE CLIDIR TO FCH-DIR
              MOVE CLIPOB TO FCH-POB
              MOVE CLISEX TO FCH-SEX
              MOVE CLIEST TO FCH-EST
              MOVE CLILIM TO FCH-LIM
              MOVE CLISAL TO FCH-SAL
              MOVE CLINIF TO FCH-NIF
              MOVE CLIVIE TO FCH-VIE.
      *
       BUSCAR-ARCHIVADO.
           OPEN INPUT FHIS.
           IF FS-FHIS = '00' THEN
              PERFORM LEER-FICHA-ARCHIVO
              CLOSE FHIS.
      *
       LEER-FICHA-ARCHIVO.
           MOVE CLI-E TO HISCOD.
           READ FHIS RECORD KEY IS HISCOD INVALID KEY
                                    CONTINUE.
           IF FS-FHIS = '00' THEN
              MOVE 'S'    TO EXISTE
              MOVE 'H'    TO ORIGEN
              MOVE HISNOM TO FCH-NOM
              MOVE HISDIR TO FCH-DIR
              MOVE HISPOB TO FCH-POB
              MOVE HISSEX TO FCH-SEX
              MOVE HISEST TO FCH-EST
              MOVE HISLIM TO FCH-LIM
              MOVE HISSAL TO FCH-SAL
              MOVE HISNIF TO FCH-NIF
              MOVE SPACES TO FCH-VIE.
      *
      * ************************************************
      * Lee la ficha de la persona en MAESPER.DAT (NUM-PER 1 si
      * existe y no esta ya suprimida) y cuenta sus visitas de
      * IMCHIST.DAT por el numero de persona
      * ************************************************
       CONTAR-PERSONA.
           MOVE 0 TO NUM-PER.
           MOVE 0 TO NUM-IMC.
           PERFORM LEER-PERSONA.
           IF NUM-PER = 1 THEN
              OPEN INPUT FIMC
              IF FS-FIMC = '00' THEN
                 MOVE SPACE TO FINLEC
                 PERFORM LEER-VISITA
                 PERFORM CONTAR-UNA-VISITA UNTIL FINLEC = 'S'
                 CLOSE FIMC.
      *
       CONTAR-UNA-VISITA.
           IF HISTID = PSN-E THEN
              ADD 1 TO NUM-IMC.
           PERFORM LEER-VISITA.
      *
       LEER-PERSONA.
           OPEN INPUT FPSN.
           IF FS-FPSN = '00' THEN
              PERFORM LEER-FICHA-PERSONA
              CLOSE FPSN.
      *
       LEER-FICHA-PERSONA.
           MOVE PSN-E TO PSNID.
           READ FPSN RECORD KEY IS PSNID INVALID KEY
                     CONTINUE.
           IF FS-FPSN = '00' AND PSNNOM NOT = TXT-SUPR(1:15) THEN
              MOVE 1 TO NUM-PER.
      *
       LEER-VISITA.
           READ FIMC AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Informe de acceso
      * ************************************************
       INFORME-ACCESO.
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              MOVE FS-FLISTA TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              MOVE 'INFORME DE ACCESO A DATOS PERSONALES'
                                             TO CAB-TIT
              PERFORM CABECERA-HOJA
              PERFORM ACCESO-INTERESADO
              CLOSE FLISTA
              MOVE 'ACCESO'   TO LOG-OPE
              MOVE 'RGPD.PRN' TO LOG-FIC
              MOVE 0          TO CNT-REG
              MOVE 'Informe de acceso entregado' TO LOG-OBS
              PERFORM ANOTAR-LOG
              DISPLAY MSGACC  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
      *
       ACCESO-INTERESADO.
           IF TIPO-E = 'C' THEN
              PERFORM ACCESO-CLIENTE
            ELSE
              PERFORM ACCESO-PERSONA.
      *
       ACCESO-CLIENTE.
           PERFORM IMPRIMIR-FICHA.
           PERFORM IMPRIMIR-DIRECCIONES.
           PERFORM IMPRIMIR-BANCO.
           PERFORM IMPRIMIR-CONTACTOS.
           PERFORM IMPRIMIR-PEDIDOS.
           PERFORM IMPRIMIR-FACTURAS.
           PERFORM IMPRIMIR-RETENCION.
      *
       IMPRIMIR-FICHA.
           IF ORIGEN = 'M' THEN
              MOVE 'FICHA DEL CLIENTE (CLIENTES.DAT)' TO SEC-TXT
            ELSE
              MOVE 'FICHA DEL CLIENTE ARCHIVADO (CLIHIST.DAT)'
                                                       TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE 'Nombre'       TO LD-ETI.
           MOVE FCH-NOM        TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
           MOVE 'Direccion'    TO LD-ETI.
           MOVE FCH-DIR        TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
           MOVE 'Poblacion'    TO LD-ETI.
           MOVE FCH-POB        TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
           MOVE 'NIF'          TO LD-ETI.
           MOVE FCH-NIF        TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
           IF FCH-VIE NOT = SPACES THEN
              MOVE 'NIF-IVA UE'   TO LD-ETI
              MOVE FCH-VIE        TO LD-VAL
              PERFORM ESCRIBIR-DATO.
           MOVE 'Sexo'         TO LD-ETI.
           MOVE FCH-SEX        TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
           MOVE 'Limite credito' TO LD-ETI.
           MOVE FCH-LIM        TO ZSAL.
           MOVE ZSAL           TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
           MOVE 'Saldo'        TO LD-ETI.
           MOVE FCH-SAL        TO ZSAL.
           MOVE ZSAL           TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
      *
       IMPRIMIR-DIRECCIONES.
           MOVE 'DIRECCIONES DE ENTREGA (DIRECCLI.DAT)' TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO CNT-REG.
           OPEN INPUT FDIR.
           IF FS-FDIR = '00' THEN
              PERFORM POSICIONAR-DIRECCION
              PERFORM IMPRIMIR-UNA-DIRECCION UNTIL FINLEC = 'S'
              CLOSE FDIR.
           PERFORM SIN-REGISTROS.
      *
       POSICIONAR-DIRECCION.
           MOVE SPACE TO FINLEC.
           MOVE CLI-E TO DIRCLI.
           MOVE ZEROS TO DIRNUM.
           START FDIR KEY IS NOT LESS DIRCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-DIRECCION.
      *
       IMPRIMIR-UNA-DIRECCION.
           MOVE DIRNUM TO LDI-NUM.
           MOVE DIRDIR TO LDI-DIR.
           MOVE DIRPOB TO LDI-POB.
           MOVE LINEA-DIR TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO CNT-REG.
           PERFORM LEER-DIRECCION.
      *
       LEER-DIRECCION.
           IF FINLEC NOT = 'S' THEN
              READ FDIR NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND DIRCLI NOT = CLI-E THEN
              MOVE 'S' TO FINLEC.
      *
       IMPRIMIR-BANCO.
           MOVE 'DATOS BANCARIOS (BANCOCLI.DAT Y REMESAS.DAT)'
                                                       TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO CNT-REG.
           OPEN INPUT FBAN.
           IF FS-FBAN = '00' THEN
              PERFORM IMPRIMIR-CUENTA
              CLOSE FBAN.
      *
      * Recibos domiciliados presentados al banco con su IBAN.
           OPEN INPUT FREM.
           IF FS-FREM = '00' THEN
              PERFORM POSICIONAR-REMESA
              PERFORM IMPRIMIR-UN-RECIBO UNTIL FINLEC = 'S'
              CLOSE FREM.
           PERFORM SIN-REGISTROS.
      *
       IMPRIMIR-CUENTA.
           MOVE CLI-E TO BANCLI.
           READ FBAN RECORD KEY IS BANCLI INVALID KEY
                              CONTINUE.
           IF FS-FBAN = '00' THEN
              MOVE 'IBAN'       TO LD-ETI
              MOVE BANIBA       TO LD-VAL
              PERFORM ESCRIBIR-DATO
              MOVE 'Domiciliado' TO LD-ETI
              MOVE BANDOM       TO LD-VAL
              PERFORM ESCRIBIR-DATO
              ADD 1 TO CNT-REG.
      *
       POSICIONAR-REMESA.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO REMCLAVE.
           START FREM KEY IS NOT LESS REMCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-REMESA.
      *
       IMPRIMIR-UN-RECIBO.
           IF REMCLI = CLI-E THEN
              MOVE REMNUM TO LR-NUM
              MOVE REMFAC TO LR-FAC
              MOVE REMFEC TO FFX
              PERFORM PINTAR-FECHA
              MOVE FFP    TO LR-FEC
              MOVE REMIBA TO LR-IBA
              MOVE LINEA-REM TO LIN-IMPR
              PERFORM ESCRIBIR-LINEA
              ADD 1 TO CNT-REG.
           PERFORM LEER-REMESA.
      *
       LEER-REMESA.
           IF FINLEC NOT = 'S' THEN
              READ FREM NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       IMPRIMIR-CONTACTOS.
           MOVE 'DIARIO DE CONTACTOS (CONTACLI.DAT)' TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO CNT-REG.
           OPEN INPUT FCTC.
           IF FS-FCTC = '00' THEN
              PERFORM POSICIONAR-CONTACTO
              PERFORM IMPRIMIR-UN-CONTACTO UNTIL FINLEC = 'S'
              CLOSE FCTC.
           PERFORM SIN-REGISTROS.
      *
       POSICIONAR-CONTACTO.
           MOVE SPACE TO FINLEC.
           MOVE CLI-E TO CTCCLI.
           MOVE ZEROS TO CTCSEQ.
           START FCTC KEY IS NOT LESS CTCCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-CONTACTO.
      *
       IMPRIMIR-UN-CONTACTO.
           MOVE CTCFEC TO FFX.
           PERFORM PINTAR-FECHA.
           MOVE FFP    TO LC-FEC.
           MOVE CTCTIP TO LC-TIP.
           MOVE CTCUSU TO LC-USU.
           MOVE CTCTXT TO LC-TXT.
           MOVE LINEA-CTC TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO CNT-REG.
           PERFORM LEER-CONTACTO.
      *
       LEER-CONTACTO.
           IF FINLEC NOT = 'S' THEN
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND CTCCLI NOT = CLI-E THEN
              MOVE 'S' TO FINLEC.
      *
       IMPRIMIR-PEDIDOS.
           MOVE 'PEDIDOS (PEDIDOS.DAT)' TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO CNT-REG.
           OPEN INPUT FPED.
           IF FS-FPED = '00' THEN
              PERFORM POSICIONAR-PEDIDO
              PERFORM IMPRIMIR-UN-PEDIDO UNTIL FINLEC = 'S'
              CLOSE FPED.
           PERFORM SIN-REGISTROS.
      *
       POSICIONAR-PEDIDO.
           MOVE SPACE TO FINLEC.
           MOVE CLI-E TO PEDCLI.
           MOVE ZEROS TO PEDFEC.
           START FPED KEY IS NOT LESS PEDCLF INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-PEDIDO.
      *
       IMPRIMIR-UN-PEDIDO.
           IF PEDCLI = CLI-E THEN
              MOVE PEDNUM TO LP-NUM
              MOVE PEDFEC TO FFX
              PERFORM PINTAR-FECHA
              MOVE FFP    TO LP-FEC
              PERFORM NOMBRE-ESTADO
              MOVE LINEA-PED TO LIN-IMPR
              PERFORM ESCRIBIR-LINEA
              ADD 1 TO CNT-REG.
           PERFORM LEER-PEDIDO.
      *
       NOMBRE-ESTADO.
           MOVE SPACES TO LP-EST.
           IF PED-CAPTADO   THEN MOVE 'Captado'     TO LP-EST.
           IF PED-SERVIDO   THEN MOVE 'Servido'     TO LP-EST.
           IF PED-ENTREGADO THEN MOVE 'Entregado'   TO LP-EST.
           IF PED-FACTURADO THEN MOVE 'Facturado'   TO LP-EST.
           IF PED-ANULADO   THEN MOVE 'Anulado'     TO LP-EST.
           IF PED-PRESUP    THEN MOVE 'Presupuesto' TO LP-EST.
      *
      * Los pedidos se leen por la clave de cliente y fecha: se
      * acaba al llegar a los de otro cliente.
       LEER-PEDIDO.
           IF FINLEC NOT = 'S' THEN
              READ FPED NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND PEDCLI NOT = CLI-E THEN
              MOVE 'S' TO FINLEC.
      *
      * Facturas, marcando las que siguen en plazo de conservacion.
       IMPRIMIR-FACTURAS.
           MOVE 'FACTURAS (FACTURAS.DAT)' TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO CNT-REG.
           MOVE 0 TO FAC-TOT.
           MOVE 0 TO FAC-RET.
           MOVE 0 TO FEC-ULT.
           OPEN INPUT FFAC.
           IF FS-FFAC = '00' THEN
              PERFORM POSICIONAR-FACTURA
              PERFORM IMPRIMIR-UNA-FACTURA UNTIL FINLEC = 'S'
              CLOSE FFAC.
           PERFORM SIN-REGISTROS.
      *
       POSICIONAR-FACTURA.
           MOVE SPACE TO FINLEC.
           MOVE CLI-E TO FACCLI.
           MOVE ZEROS TO FACFEC.
           START FFAC KEY IS NOT LESS FACCLF INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-FACTURA.
      *
       IMPRIMIR-UNA-FACTURA.
           IF FACCLI = CLI-E THEN
              PERFORM LINEA-FACTURA.
           PERFORM LEER-FACTURA.
      *
       LINEA-FACTURA.
           PERFORM CONTAR-FACTURA.
           IF FACSCD = SPACE THEN
              MOVE FACNUM TO LF-NUM
            ELSE
              MOVE FACSCD TO NSE-COD
              MOVE FACSAA TO NSE-AA
              MOVE FACSNU TO NSE-NUM
              MOVE NUM-SERIE TO LF-NUM.
           MOVE FACFEC TO FFX.
           PERFORM PINTAR-FECHA.
           MOVE FFP    TO LF-FEC.
           MOVE FACTOT TO LF-TOT.
           IF FACFEC > FLIM-N THEN
              MOVE 'Se conserva hasta' TO LF-RET
              COMPUTE FFA = FACAA + RET-ANOS
              MOVE FACMM TO FFM
              MOVE FACDD TO FFD
              MOVE FFIN TO FFX
              PERFORM PINTAR-FECHA
              MOVE FFP TO LF-FIN
            ELSE
              MOVE 'Fuera de plazo' TO LF-RET
              MOVE SPACES TO LF-FIN.
           MOVE LINEA-FAC TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO CNT-REG.
      *
      * Cuenta la factura y, si sigue en plazo, guarda la fecha de
      * la mas reciente.
       CONTAR-FACTURA.
           ADD 1 TO FAC-TOT.
           IF FACFEC > FLIM-N THEN
              ADD 1 TO FAC-RET
              IF FACFEC > FEC-ULT THEN
                 MOVE FACFEC TO FEC-ULT.
      *
      * Igual que los pedidos, por la clave de cliente y fecha.
       LEER-FACTURA.
           IF FINLEC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND FACCLI NOT = CLI-E THEN
              MOVE 'S' TO FINLEC.
      *
      * Fecha en que sale de plazo la factura mas reciente.
       FIN-RETENCION.
           MOVE FEC-ULT TO FFIN.
           ADD RET-ANOS TO FFA.
           MOVE FFIN TO FFX.
           PERFORM PINTAR-FECHA.
      *
       IMPRIMIR-RETENCION.
           MOVE 'CONSERVACION POR OBLIGACION LEGAL' TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           IF FAC-RET = 0 THEN
              MOVE 'Facturas' TO LD-ETI
              MOVE 'Ninguna en plazo de conservacion fiscal'
                              TO LD-VAL
              PERFORM ESCRIBIR-DATO
            ELSE
              PERFORM FIN-RETENCION
              MOVE FAC-RET TO ZCNT
              MOVE 'Facturas en plazo' TO LD-ETI
              MOVE ZCNT                TO LD-VAL
              PERFORM ESCRIBIR-DATO
              MOVE 'Datos fiscales' TO LD-ETI
              MOVE SPACES TO LD-VAL
              STRING 'nombre, direccion y NIF se conservan hasta '
                       DELIMITED BY SIZE
                     FFP DELIMITED BY SIZE
                     INTO LD-VAL
              PERFORM ESCRIBIR-DATO
              MOVE SPACES TO LD-ETI
              MOVE 'art. 30 Codigo de Comercio / art. 66 LGT'
                              TO LD-VAL
              PERFORM ESCRIBIR-DATO.
      *
       ACCESO-PERSONA.
           MOVE 'FICHA DE PERSONA (MAESPER.DAT)' TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO CNT-REG.
           PERFORM LEER-PERSONA.
           IF NUM-PER = 1 THEN
              PERFORM IMPRIMIR-UNA-PERSONA.
           PERFORM SIN-REGISTROS.
      *
           MOVE 'VISITAS DEL HISTORICO DE IMC (IMCHIST.DAT)'
                                                       TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO CNT-REG.
           OPEN INPUT FIMC.
           IF FS-FIMC = '00' THEN
              MOVE SPACE TO FINLEC
              PERFORM LEER-VISITA
              PERFORM IMPRIMIR-UNA-VISITA UNTIL FINLEC = 'S'
              CLOSE FIMC.
           PERFORM SIN-REGISTROS.
      *
           MOVE 'CONSERVACION POR OBLIGACION LEGAL' TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE SPACES TO LD-ETI.
           MOVE 'Ninguna: estos datos pueden suprimirse a peticion'
                           TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
      *
       IMPRIMIR-UNA-PERSONA.
           MOVE PSNNOM  TO LE-NOM.
           MOVE PSNAPE1 TO LE-APE1.
           MOVE PSNAPE2 TO LE-APE2.
           MOVE PSNSEX  TO LE-SEX.
           IF PSNFNA = ZEROS THEN
              MOVE SPACES TO LE-FNA
            ELSE
              MOVE PSNFNA TO FFX
              PERFORM PINTAR-FECHA
              MOVE FFP    TO LE-FNA.
           MOVE LINEA-PER TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO CNT-REG.
      *
       IMPRIMIR-UNA-VISITA.
           IF HISTID = PSN-E THEN
              MOVE HISTFEC  TO FFX
              PERFORM PINTAR-FECHA
              MOVE FFP      TO LI-FEC
              MOVE HISTPESO TO LI-PESO
              MOVE HISTALT  TO LI-ALT
              MOVE HISTIMC  TO LI-IMC
              MOVE LINEA-IMC TO LIN-IMPR
              PERFORM ESCRIBIR-LINEA
              ADD 1 TO CNT-REG.
           PERFORM LEER-VISITA.
      *
      * ************************************************
      * Supresion
      * ************************************************
       SUPRESION.
           IF TIPO-E = 'C' THEN
              PERFORM SUPRESION-CLIENTE
            ELSE
              PERFORM SUPRESION-PERSONA.
      *
      * Primero se mira si hay relacion viva y que facturas siguen
      * en plazo; se ensena lo que se va a hacer y se confirma.
       SUPRESION-CLIENTE.
           PERFORM EVALUAR-CLIENTE.
           MOVE FAC-RET TO ZCNT.
           DISPLAY 'Facturas en plazo de conservacion:'
                                  LINE 15 POSITION  2.
           DISPLAY ZCNT           LINE 15 POSITION 38.
           MOVE PEN-ABI TO ZCNT.
           DISPLAY 'Partidas pendientes de cobro.....:'
                                  LINE 16 POSITION  2.
           DISPLAY ZCNT           LINE 16 POSITION 38.
           MOVE PED-ABI TO ZCNT.
           DISPLAY 'Pedidos en curso.................:'
                                  LINE 17 POSITION  2.
           DISPLAY ZCNT           LINE 17 POSITION 38.
           MOVE FCH-SAL TO ZSAL.
           DISPLAY 'Saldo............................:'
                                  LINE 18 POSITION  2.
           DISPLAY ZSAL           LINE 18 POSITION 38.
           IF HAY-VIVA = 'S' THEN
              MOVE 'RECHAZ' TO LOG-OPE
              MOVE SPACES   TO LOG-FIC
              MOVE 0        TO CNT-REG
              MOVE 'Saldo, partidas o pedidos en curso' TO LOG-OBS
              PERFORM ANOTAR-LOG
              DISPLAY ERROR-VIVA LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA    LINE 23 POSITION 79
            ELSE
              PERFORM CONFIRMAR-CLIENTE.
      *
       CONFIRMAR-CLIENTE.
           IF FAC-RET > 0 THEN
              PERFORM FIN-RETENCION
              DISPLAY 'La ficha se conserva hasta el'
                                  LINE 19 POSITION  2 HIGH
              DISPLAY FFP         LINE 19 POSITION 32 HIGH
            ELSE
              DISPLAY 'Se anonimiza tambien la ficha'
                                  LINE 19 POSITION  2 HIGH.
           DISPLAY 'Confirma la supresion (S/N)?'
                                  LINE 20 POSITION  2 HIGH.
           MOVE SPACE TO CONFIRMA.
           ACCEPT CONFIRMA LINE 20 POSITION 32 NO BEEP.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM SUPRIMIR-CLIENTE
            ELSE
              PERFORM CANCELAR-SUPRESION.
      *
       CANCELAR-SUPRESION.
           MOVE 'CANCEL' TO LOG-OPE.
           MOVE SPACES   TO LOG-FIC.
           MOVE 0        TO CNT-REG.
           MOVE 'Supresion no confirmada' TO LOG-OBS.
           PERFORM ANOTAR-LOG.
           DISPLAY MSGCAN  LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA LINE 23 POSITION 79.
      *
       EVALUAR-CLIENTE.
           MOVE 0 TO FAC-TOT.
           MOVE 0 TO FAC-RET.
           MOVE 0 TO FEC-ULT.
           OPEN INPUT FFAC.
           IF FS-FFAC = '00' THEN
              PERFORM POSICIONAR-FACTURA
              PERFORM EVALUAR-FACTURA UNTIL FINLEC = 'S'
              CLOSE FFAC.
      *
           MOVE 0 TO PEN-ABI.
           OPEN INPUT FPEN.
           IF FS-FPEN = '00' THEN
              PERFORM POSICIONAR-PENDIENTE
              PERFORM EVALUAR-PENDIENTE UNTIL FINLEC = 'S'
              CLOSE FPEN.
      *
           MOVE 0 TO PED-ABI.
           OPEN INPUT FPED.
           IF FS-FPED = '00' THEN
              PERFORM POSICIONAR-PEDIDO
              PERFORM EVALUAR-PEDIDO UNTIL FINLEC = 'S'
              CLOSE FPED.
      *
           MOVE 'N' TO HAY-VIVA.
           IF PEN-ABI > 0 OR PED-ABI > 0 OR FCH-SAL NOT = 0 THEN
              MOVE 'S' TO HAY-VIVA.
      *
       POSICIONAR-PENDIENTE.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO PENFAC.
           START FPEN KEY IS NOT LESS PENFAC INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM LEER-PENDIENTE.
      *
       EVALUAR-FACTURA.
           IF FACCLI = CLI-E THEN
              PERFORM CONTAR-FACTURA.
           PERFORM LEER-FACTURA.
      *
       EVALUAR-PENDIENTE.
           IF PENCLI = CLI-E THEN
              ADD 1 TO PEN-ABI.
           PERFORM LEER-PENDIENTE.
      *
       LEER-PENDIENTE.
           IF FINLEC NOT = 'S' THEN
              READ FPEN NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * Captados, servidos, entregados y presupuestos: los que
      * todavia van a dar una factura.
       EVALUAR-PEDIDO.
           IF PEDCLI = CLI-E AND (PED-CAPTADO OR PED-SERVIDO OR
                          PED-ENTREGADO OR PED-PRESUP) THEN
              ADD 1 TO PED-ABI.
           PERFORM LEER-PEDIDO.
      *
      * ************************************************
      * Supresion de los datos del cliente, con su justificante
      * ************************************************
       SUPRIMIR-CLIENTE.
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              MOVE FS-FLISTA TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              MOVE 'JUSTIFICANTE DE SUPRESION DE DATOS PERSONALES'
                                             TO CAB-TIT
              PERFORM CABECERA-HOJA
              MOVE 'DATOS SUPRIMIDOS' TO SEC-TXT
              PERFORM ESCRIBIR-SECCION
              PERFORM SUPRIMIR-CONTACTOS
              PERFORM SUPRIMIR-DIRECCIONES
              PERFORM SUPRIMIR-BANCO
              PERFORM SUPRIMIR-RECIBOS
              PERFORM TRATAR-FICHA
              CLOSE FLISTA
              DISPLAY MSGSUP  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
      *
       TRATAR-FICHA.
           IF FAC-RET = 0 THEN
              PERFORM SUPRIMIR-FICHA
            ELSE
              PERFORM CONSERVAR-FICHA.
      *
      * Textos de las notas del diario de contactos.
       SUPRIMIR-CONTACTOS.
           MOVE 0 TO CNT-REG.
           OPEN I-O FCTC.
           IF FS-FCTC = '00' THEN
              PERFORM POSICIONAR-CONTACTO
              PERFORM SUPRIMIR-UN-CONTACTO UNTIL FINLEC = 'S'
              CLOSE FCTC
            ELSE
              IF FS-FCTC NOT = '35' THEN
                 MOVE FS-FCTC TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'SUPRIM'       TO LOG-OPE.
           MOVE 'CONTACLI.DAT' TO LOG-FIC.
           MOVE 'Textos de las notas de contacto' TO LOG-OBS.
           PERFORM ANOTAR-ACCION.
      *
       SUPRIMIR-UN-CONTACTO.
           MOVE TXT-CTC TO CTCTXT.
           REWRITE REGCTC.
           IF FS-FCTC = '00' THEN
              ADD 1 TO CNT-REG.
           PERFORM LEER-CONTACTO.
      *
      * Direcciones de entrega: se conserva el numero, al que
      * apuntan los pedidos y expediciones.
       SUPRIMIR-DIRECCIONES.
           MOVE 0 TO CNT-REG.
           OPEN I-O FDIR.
           IF FS-FDIR = '00' THEN
              PERFORM POSICIONAR-DIRECCION
              PERFORM SUPRIMIR-UNA-DIRECCION UNTIL FINLEC = 'S'
              CLOSE FDIR
            ELSE
              IF FS-FDIR NOT = '35' THEN
                 MOVE FS-FDIR TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'SUPRIM'       TO LOG-OPE.
           MOVE 'DIRECCLI.DAT' TO LOG-FIC.
           MOVE 'Direcciones de entrega' TO LOG-OBS.
           PERFORM ANOTAR-ACCION.
      *
       SUPRIMIR-UNA-DIRECCION.
           MOVE TXT-SUPR TO DIRDIR.
           MOVE SPACES   TO DIRPOB.
           REWRITE REGDIR.
           IF FS-FDIR = '00' THEN
              ADD 1 TO CNT-REG.
           PERFORM LEER-DIRECCION.
      *
      * Cuenta bancaria: sin partidas pendientes ya no se usa.
       SUPRIMIR-BANCO.
           MOVE 0 TO CNT-REG.
           OPEN I-O FBAN.
           IF FS-FBAN = '00' THEN
              PERFORM BORRAR-CUENTA
              CLOSE FBAN
            ELSE
              IF FS-FBAN NOT = '35' THEN
                 MOVE FS-FBAN TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'SUPRIM'       TO LOG-OPE.
           MOVE 'BANCOCLI.DAT' TO LOG-FIC.
           MOVE 'IBAN y domiciliacion' TO LOG-OBS.
           PERFORM ANOTAR-ACCION.
      *
       BORRAR-CUENTA.
           MOVE CLI-E TO BANCLI.
           READ FBAN RECORD KEY IS BANCLI INVALID KEY
                              CONTINUE.
           IF FS-FBAN = '00' THEN
              DELETE FBAN RECORD
              IF FS-FBAN = '00' THEN
                 ADD 1 TO CNT-REG.
      *
      * IBAN de los recibos domiciliados: se borra en los que ya
      * estan fuera de plazo y se conserva en el resto.
       SUPRIMIR-RECIBOS.
           MOVE 0 TO CNT-REG.
           MOVE 0 TO CNT-RET.
           OPEN I-O FREM.
           IF FS-FREM = '00' THEN
              PERFORM POSICIONAR-REMESA
              PERFORM SUPRIMIR-UN-RECIBO UNTIL FINLEC = 'S'
              CLOSE FREM
            ELSE
              IF FS-FREM NOT = '35' THEN
                 MOVE FS-FREM TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'SUPRIM'       TO LOG-OPE.
           MOVE 'REMESAS.DAT'  TO LOG-FIC.
           MOVE 'IBAN de recibos fuera de plazo' TO LOG-OBS.
           PERFORM ANOTAR-ACCION.
           IF CNT-RET > 0 THEN
              MOVE CNT-RET TO CNT-REG
              MOVE 'RETIEN' TO LOG-OPE
              MOVE 'IBAN de recibos en plazo fiscal' TO LOG-OBS
              PERFORM ANOTAR-ACCION.
      *
       SUPRIMIR-UN-RECIBO.
           IF REMCLI = CLI-E AND REMIBA NOT = SPACES THEN
              IF REMFEC > FLIM-N THEN
                 ADD 1 TO CNT-RET
               ELSE
                 MOVE SPACES TO REMIBA
                 REWRITE REGREM
                 IF FS-FREM = '00' THEN
                    ADD 1 TO CNT-REG.
           PERFORM LEER-REMESA.
      *
      * Ficha sin facturas en plazo: se anonimiza y queda de baja,
      * en el maestro o en el archivo.
       SUPRIMIR-FICHA.
           MOVE 0 TO CNT-REG.
           IF ORIGEN = 'M' THEN
              PERFORM SUPRIMIR-MAESTRO
              MOVE 'CLIENTES.DAT' TO LOG-FIC
            ELSE
              PERFORM SUPRIMIR-ARCHIVADO
              MOVE 'CLIHIST.DAT'  TO LOG-FIC.
           MOVE 'SUPRIM' TO LOG-OPE.
           MOVE 'Nombre, direccion, NIF y sexo' TO LOG-OBS.
           PERFORM ANOTAR-ACCION.
      *
       SUPRIMIR-MAESTRO.
           OPEN I-O FCLI.
           IF FS-FCLI NOT = '00' THEN
              MOVE FS-FCLI TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM ANONIMIZAR-MAESTRO
              CLOSE FCLI.
      *
       ANONIMIZAR-MAESTRO.
           MOVE CLI-E TO CLICOD.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 CONTINUE.
           IF FS-FCLI = '00' THEN
              MOVE TXT-SUPR TO CLINOM
              MOVE SPACES   TO CLIDIR
              MOVE SPACES   TO CLIPOB
              MOVE SPACE    TO CLISEX
              MOVE SPACES   TO CLINIF
              MOVE SPACES   TO CLIVIE
              SET CLI-BAJA TO TRUE
              REWRITE REGCLI
              IF FS-FCLI = '00' THEN
                 ADD 1 TO CNT-REG
                 MOVE 'CLIENTES' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGCLI TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
                 PERFORM ANOTAR-AUDITORIA.
      *
       SUPRIMIR-ARCHIVADO.
           OPEN I-O FHIS.
           IF FS-FHIS NOT = '00' THEN
              MOVE FS-FHIS TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM ANONIMIZAR-ARCHIVADO
              CLOSE FHIS.
      *
       ANONIMIZAR-ARCHIVADO.
           MOVE CLI-E TO HISCOD.
           READ FHIS RECORD KEY IS HISCOD INVALID KEY
                                 CONTINUE.
           IF FS-FHIS = '00' THEN
              MOVE TXT-SUPR TO HISNOM
              MOVE SPACES   TO HISDIR
              MOVE SPACES   TO HISPOB
              MOVE SPACE    TO HISSEX
              MOVE SPACES   TO HISNIF
              REWRITE REGHIS
              IF FS-FHIS = '00' THEN
                 ADD 1 TO CNT-REG.
      *
      * Ficha con facturas en plazo: se conserva y el justificante
      * dice hasta cuando.
       CONSERVAR-FICHA.
           PERFORM FIN-RETENCION.
           MOVE 1        TO CNT-REG.
           MOVE 'RETIEN' TO LOG-OPE.
           IF ORIGEN = 'M' THEN
              MOVE 'CLIENTES.DAT' TO LOG-FIC
            ELSE
              MOVE 'CLIHIST.DAT'  TO LOG-FIC.
           MOVE SPACES TO LOG-OBS.
           STRING 'Facturas en plazo; ficha hasta '
                    DELIMITED BY SIZE
                  FFP DELIMITED BY SIZE
                  INTO LOG-OBS.
           PERFORM ANOTAR-ACCION.
           MOVE 'DATOS QUE SE CONSERVAN POR OBLIGACION LEGAL'
                                                       TO SEC-TXT.
           PERFORM ESCRIBIR-SECCION.
           MOVE FAC-RET TO ZCNT.
           MOVE 'Facturas en plazo' TO LD-ETI.
           MOVE ZCNT                TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
           MOVE 'Datos fiscales' TO LD-ETI.
           MOVE SPACES TO LD-VAL.
           STRING 'nombre, direccion y NIF se conservan hasta '
                    DELIMITED BY SIZE
                  FFP DELIMITED BY SIZE
                  INTO LD-VAL.
           PERFORM ESCRIBIR-DATO.
           MOVE SPACES TO LD-ETI.
           MOVE 'art. 30 Codigo de Comercio / art. 66 LGT'
                           TO LD-VAL.
           PERFORM ESCRIBIR-DATO.
      *
      * ************************************************
      * Supresion de los datos de una persona: no hay obligacion
      * legal de conservarlos
      * ************************************************
       SUPRESION-PERSONA.
           DISPLAY 'Se anonimizan su ficha y sus visitas'
                                  LINE 19 POSITION  2 HIGH.
           DISPLAY 'Confirma la supresion (S/N)?'
                                  LINE 20 POSITION  2 HIGH.
           MOVE SPACE TO CONFIRMA.
           ACCEPT CONFIRMA LINE 20 POSITION 32 NO BEEP.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM SUPRIMIR-PERSONA
            ELSE
              PERFORM CANCELAR-SUPRESION.
      *
       SUPRIMIR-PERSONA.
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              MOVE FS-FLISTA TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              MOVE 'JUSTIFICANTE DE SUPRESION DE DATOS PERSONALES'
                                             TO CAB-TIT
              PERFORM CABECERA-HOJA
              MOVE 'DATOS SUPRIMIDOS' TO SEC-TXT
              PERFORM ESCRIBIR-SECCION
              PERFORM SUPRIMIR-FICHAS-PERSONA
              PERFORM SUPRIMIR-VISITAS
              CLOSE FLISTA
              DISPLAY MSGSUP  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
      *
      * La ficha se conserva, anonimizada y de baja, para que sus
      * visitas sigan contando como dato estadistico; su numero
      * no se vuelve a dar.
       SUPRIMIR-FICHAS-PERSONA.
           MOVE 0 TO CNT-REG.
           OPEN I-O FPSN.
           IF FS-FPSN = '00' THEN
              PERFORM SUPRIMIR-UNA-PERSONA
              CLOSE FPSN
            ELSE
              MOVE FS-FPSN TO FS-ERR
              PERFORM ERROR-FICHERO.
           MOVE 'SUPRIM'       TO LOG-OPE.
           MOVE 'MAESPER.DAT'  TO LOG-FIC.
           MOVE 'Nombre, apellidos, sexo y nacimiento' TO LOG-OBS.
           PERFORM ANOTAR-ACCION.
      *
       SUPRIMIR-UNA-PERSONA.
           MOVE PSN-E TO PSNID.
           READ FPSN RECORD KEY IS PSNID INVALID KEY
                     CONTINUE.
           IF FS-FPSN = '00' THEN
              MOVE TXT-SUPR TO PSNNOM
              MOVE SPACES   TO PSNAPE1
              MOVE SPACES   TO PSNAPE2
              MOVE SPACE    TO PSNSEX
              MOVE ZEROS    TO PSNFNA
              MOVE 'B'      TO PSNEST
              MOVE SPACES   TO PSNBUS
              REWRITE REGPSN
              IF FS-FPSN = '00' THEN
                 ADD 1 TO CNT-REG.
      *
      * Las visitas se quedan sin nombre, como dato estadistico.
       SUPRIMIR-VISITAS.
           MOVE 0 TO CNT-REG.
           OPEN I-O FIMC.
           IF FS-FIMC = '00' THEN
              MOVE SPACE TO FINLEC
              PERFORM LEER-VISITA
              PERFORM SUPRIMIR-UNA-VISITA UNTIL FINLEC = 'S'
              CLOSE FIMC
            ELSE
              IF FS-FIMC NOT = '35' THEN
                 MOVE FS-FIMC TO FS-ERR
                 PERFORM ERROR-FICHERO.
           MOVE 'SUPRIM'       TO LOG-OPE.
           MOVE 'IMCHIST.DAT'  TO LOG-FIC.
           MOVE 'Nombre y apellidos de las visitas' TO LOG-OBS.
           PERFORM ANOTAR-ACCION.
      *
       SUPRIMIR-UNA-VISITA.
           IF HISTID = PSN-E THEN
              MOVE TXT-SUPR TO HISTNOM
              MOVE SPACES   TO HISTAPE1
              MOVE SPACES   TO HISTAPE2
              REWRITE REGHIST
              IF FS-FIMC = '00' THEN
                 ADD 1 TO CNT-REG.
           PERFORM LEER-VISITA.
      *
      * ************************************************
      * Registro de la accion en RGPDLOG.DAT y en el justificante
      * ************************************************
       ANOTAR-ACCION.
           PERFORM ANOTAR-LOG.
           MOVE LOG-FIC TO LA-FIC.
           MOVE CNT-REG TO LA-REG.
           MOVE LOG-OBS TO LA-OBS.
           MOVE LINEA-ACCION TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
      *
       ANOTAR-LOG.
           ACCEPT HR1 FROM TIME.
           MOVE AA1 TO RGPAA.
           MOVE MM1 TO RGPMM.
           MOVE DD1 TO RGPDD.
           MOVE HH1 TO RGPHH.
           MOVE NN1 TO RGPNN.
           MOVE SS1 TO RGPSS.
           MOVE PRO-OPERADOR TO RGPUSU.
           MOVE TIPO-E      TO RGPTIP.
           MOVE INTERESADO  TO RGPINT.
           MOVE REF-E       TO RGPREF.
           MOVE LOG-OPE     TO RGPOPE.
           MOVE LOG-FIC     TO RGPFIC.
           MOVE CNT-REG     TO RGPREG.
           MOVE LOG-OBS     TO RGPOBS.
           WRITE REGRGP.
           IF FS-FRGP NOT = '00' THEN
              MOVE FS-FRGP TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * Linea SUPRIM en AUDITCLI.DAT por la anonimizacion de la
      * ficha.
       ANOTAR-AUDITORIA.
           OPEN EXTEND FAUD.
           IF FS-FAUD = '35' THEN
              OPEN OUTPUT FAUD.
           IF FS-FAUD NOT = '00' THEN
              MOVE FS-FAUD TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              ACCEPT HR1 FROM TIME
              MOVE CLI-E        TO AUDCOD
              MOVE 'SUPRIM'     TO AUDOPC
              MOVE AA1          TO AUDAA
              MOVE MM1          TO AUDMM
              MOVE DD1          TO AUDDD
              MOVE HH1          TO AUDHH
              MOVE NN1          TO AUDNN
              MOVE SS1          TO AUDSS
              MOVE PRO-OPERADOR TO AUDUSU
              WRITE REGAUD
              CLOSE FAUD.
      *
      * ************************************************
      * Escritura del informe
      * ************************************************
       CABECERA-HOJA.
           MOVE FF2 TO CAB-FEC.
           MOVE INTERESADO TO CAB-INT.
           MOVE REF-E TO CAB-REF.
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              MOVE FS-FLISTA TO FS-ERR
              PERFORM ERROR-FICHERO.
           MOVE 6 TO LINPAG.
      *
       ESCRIBIR-SECCION.
           IF LINPAG > MAXLIN - 2 THEN
              PERFORM CABECERA-HOJA.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-SECCION AFTER ADVANCING 1 LINE.
           ADD 2 TO LINPAG.
      *
       ESCRIBIR-DATO.
           MOVE LINEA-DATO TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
      *
       ESCRIBIR-LINEA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
           WRITE LIN-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              MOVE FS-FLISTA TO FS-ERR
              PERFORM ERROR-FICHERO.
           ADD 1 TO LINPAG.
      *
      * Apartado sin ningun registro.
       SIN-REGISTROS.
           IF CNT-REG = 0 THEN
              MOVE SPACES TO LD-ETI
              MOVE '(sin datos)' TO LD-VAL
              PERFORM ESCRIBIR-DATO.
      *
       PINTAR-FECHA.
           MOVE FXD TO FPD.
           MOVE FXM TO FPM.
           MOVE FXA TO FPA.
      *
      * ************************************************
      * Pantalla amigable de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-ERR    LINE 23 POSITION 40 REVERSE.
           ACCEPT CONTINUA   LINE 23 POSITION 79.
