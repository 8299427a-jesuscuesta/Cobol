123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E23.
       REMARKS. UNIDAD 23 EJERCICIO 23.
      *
      * Registro de facturas en disputa: cuando un cliente esta
      * disconforme con una factura (precio mal aplicado, mercancia
      * no recibida o defectuosa...) se abre una disputa en
      * DISPUTAS.DAT (trazado REGDSP, numerada desde DISPUTAS.CTR)
      * con el motivo, el importe discutido, el responsable que la
      * lleva (un operador de OPERADOR.DAT) y la fecha del proximo
      * seguimiento. Solo se admite una factura con pendiente vivo
      * y sin otra disputa abierta. Opciones:
      *
      *   - abrir una disputa nueva;
      *   - seguimiento: cambiar el responsable, el importe, la
      *     descripcion o la fecha del proximo seguimiento;
      *   - cerrar: la resolucion (abono total, acuerdo parcial,
      *     desestimada u otra), el abono de UD12E5 que la zanjo,
      *     si lo hubo, y un texto; la disputa cerrada queda como
      *     historial;
      *   - consultar una disputa.
      *
      * Apertura, seguimiento y cierre quedan ademas anotados en el
      * diario de contactos del cliente CONTACLI.DAT (tipo F,
      * factura en disputa). Mientras esta abierta, la rutina comun
      * FACDISP saca la factura de las reclamaciones UD17E1, las
      * remesas UD17E3 y la prevision de cobros UD17E4, y la
      * antiguedad de saldos UD12E3 la lista aparte. El informe
      * semanal de disputas es UD23E24.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FDSP ASSIGN TO DISK 'DISPUTAS.DAT'
            RECORD KEY IS DSPNUM
            ALTERNATE RECORD KEY IS DSPFAC WITH DUPLICATES
            ALTERNATE RECORD KEY IS DSPORD WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDSP.
      *
      * Contador de numeros de disputa (un unico registro, clave
      * fija), gemelo de REMESAS.CTR.
            SELECT FCTR ASSIGN TO DISK 'DISPUTAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
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
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FOPE ASSIGN TO DISK 'OPERADOR.DAT'
            RECORD KEY IS OPEUSU
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FOPE.
      *
            SELECT FCTC ASSIGN TO DISK 'CONTACLI.DAT'
            RECORD KEY IS CTCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCTC.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FDSP LABEL RECORD IS STANDARD.
           COPY REGDSP.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FPEN LABEL RECORD IS STANDARD.
           COPY REGPEN.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FOPE LABEL RECORD IS STANDARD.
           COPY REGOPE.
      *
       FD FCTC LABEL RECORD IS STANDARD.
           COPY REGCTC.
      *
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINDSP     PIC X.
       77 FINCTC     PIC X.
       77 EXISTE     PIC X.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <A>brir <S>eguimiento <C>errar <V>er <F>in'.
       77 ERROR-D    PIC X(50) VALUE 'ERROR! La disputa NO existe.'.
       77 ERROR-CER  PIC X(50) VALUE
           'ERROR! La disputa ya esta cerrada.'.
       77 ERROR-IMP  PIC X(50) VALUE
           'ERROR! Importe mayor que el pendiente.'.
       77 ERROR-OPE  PIC X(50) VALUE
           'ERROR! El responsable NO es un operador.'.
       77 ERROR-ABO  PIC X(50) VALUE
           'ERROR! No es un abono de la factura en disputa.'.
      *
       77 OPCION     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
      *
      * Datos tecleados en pantalla.
       77 NUMDSP-E   PIC 9(6).
       77 FAC-E      PIC 9(6).
       77 MOT-E      PIC X.
       77 TXT-E      PIC X(40).
       77 IMP-E      PIC 9(7)V99.
       77 RES-E      PIC X(8).
       77 FSEG-E     PIC 9(8).
       77 SOL-E      PIC X.
       77 ABO-E      PIC 9(6).
       77 TCI-E      PIC X(40).
       77 ZIMP       PIC ZZZZ.ZZ9,99.
       77 DES-MOT    PIC X(22).
       77 DES-SOL    PIC X(22).
      *
      * Pendiente vivo de la factura (su total si no tiene partida
      * en PENDIENT.DAT).
       77 PENDIENTE  PIC S9(7)V99.
      *
      * Motivo por el que no se admite la factura tecleada
      * (espacios = se admite) y su mensaje.
       77 MOTIVO     PIC XXX.
       77 MSG-FAC    PIC X(50).
      *
      * Fecha de seguimiento tecleada (DDMMAAAA) y su forma
      * AAAAMMDD.
       01 FDESC.
           02 FDE-DD  PIC 99.
           02 FDE-MM  PIC 99.
           02 FDE-AA  PIC 9999.
       77 SEG-N      PIC 9(8).
      *
      * Argumentos de la rutina comun DATEVAL.
       77 FECHA-OK   PIC X.
       77 FECHA-MSG  PIC X(40).
      *
      * Argumentos de la rutina comun FECHACAL: sin fecha de
      * seguimiento se propone dentro de una semana.
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
      * Anotacion en el diario de contactos del cliente.
       77 CLI-ACT    PIC X(4).
       77 NEXTCTC    PIC 9(4).
       77 TEXTO-CTC  PIC X(50).
      *
       77 FS-FDSP    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FPEN    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FOPE    PIC XX.
       77 FS-FCTC    PIC XX.
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
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 9999.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: estos programas se
      * lanzan tambien desde el menu general UD05E1 con CALL.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
      * DISPUTAS.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio, igual que REMESAS.DAT en UD17E3.
           OPEN I-O FDSP.
           IF FS-FDSP = '35' THEN
              OPEN OUTPUT FDSP
              CLOSE FDSP
              OPEN I-O FDSP.
           IF FS-FDSP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDSP
              GOBACK.
      *
      * DISPUTAS.CTR se crea con un unico registro en cero la
      * primera vez, igual que REMESAS.CTR en UD17E3.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'D' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
           OPEN INPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              GOBACK.
      *
      * PENDIENT.DAT puede no existir todavia (estado '35'): el
      * pendiente de la factura es entonces su total, como en
      * UD12E3.
           OPEN INPUT FPEN.
           IF FS-FPEN NOT = '00' AND FS-FPEN NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPEN
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FOPE.
           IF FS-FOPE NOT = '00' THEN
              PERFORM ERROR-FICHERO-FOPE
              GOBACK.
      *
      * CONTACLI.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio, igual que en UD18E9.
           OPEN I-O FCTC.
           IF FS-FCTC = '35' THEN
              OPEN OUTPUT FCTC
              CLOSE FCTC
              OPEN I-O FCTC.
           IF FS-FCTC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTC
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
           IF FS-FPEN = '00' OR FS-FPEN = '10' THEN
              CLOSE FPEN.
           CLOSE FDSP FCTR FFAC FCLI FOPE FCTC.
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
           DISPLAY 'FACTURAS EN DISPUTA'
                                   LINE  3 POSITION 30 REVERSE HIGH.
      *
           DISPLAY 'Num. disputa:' LINE  5 POSITION 10 HIGH.
           DISPLAY 'Factura.....:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Pendiente...:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Motivo......:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Descripcion.:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Importe.....:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Responsable.:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Seguimiento.:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Abierta el..:' LINE 14 POSITION 10 HIGH.
           DISPLAY 'Estado......:' LINE 15 POSITION 10 HIGH.
           DISPLAY 'Resolucion..:' LINE 17 POSITION 10 HIGH.
           DISPLAY 'Abono.......:' LINE 18 POSITION 10 HIGH.
           DISPLAY 'Imp. abonado:' LINE 19 POSITION 10 HIGH.
           DISPLAY 'Texto cierre:' LINE 20 POSITION 10 HIGH.
      *
      * ************************************************
      * Pedir opcion a realizar
      * ************************************************
       PEDIR.
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGOPC          LINE 23 POSITION 14 REVERSE.
           PERFORM BORRAR-PANTALLA.
           MOVE SPACES TO OPCION.
           ACCEPT OPCION    LINE 23 POSITION 76 OFF NO BEEP.
           IF OPCION = 'A' OR OPCION = 'a' THEN
              PERFORM ABRIR-DISPUTA
            ELSE
              IF OPCION = 'S' OR OPCION = 's' OR
                 OPCION = 'C' OR OPCION = 'c' OR
                 OPCION = 'V' OR OPCION = 'v' THEN
                 PERFORM TRATAR-DISPUTA.
      *
      * ************************************************
      * Apertura de una disputa sobre una factura
      * ************************************************
       ABRIR-DISPUTA.
           MOVE ZEROS TO FAC-E.
           ACCEPT FAC-E LINE  6 POSITION 24 NO BEEP.
           PERFORM VALIDAR-FACTURA.
           IF MOTIVO NOT = SPACES THEN
              DISPLAY MSG-FAC LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM MOSTRAR-FACTURA
              PERFORM DATOS-APERTURA.
      *
       DATOS-APERTURA.
           MOVE SPACES TO MOT-E.
           PERFORM PEDIR-MOTIVO UNTIL MOT-E = 'P' OR MOT-E = 'M'
              OR MOT-E = 'D' OR MOT-E = 'O'.
           MOVE SPACES TO TXT-E.
           ACCEPT TXT-E LINE 10 POSITION 24 NO BEEP.
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-IMPORTE UNTIL FECHA-OK = 'S'.
           MOVE SPACES TO RES-E.
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-RESPONSABLE UNTIL FECHA-OK = 'S'.
           MOVE ZEROS TO FSEG-E.
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-SEGUIMIENTO UNTIL FECHA-OK = 'S'.
      *
           DISPLAY 'Confirma la apertura de la disputa? (S/N)'
                            LINE 22 POSITION 10 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 22 POSITION 53 NO BEEP.
           DISPLAY SPACES   LINE 22 POSITION 3 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM GRABAR-DISPUTA
              DISPLAY 'DISPUTA ABIERTA!'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       PEDIR-MOTIVO.
           DISPLAY '(P precio M no recibida D defectuosa O otro)'
                            LINE  9 POSITION 28.
           ACCEPT MOT-E LINE  9 POSITION 24 NO BEEP.
           IF MOT-E = 'p' THEN
              MOVE 'P' TO MOT-E.
           IF MOT-E = 'm' THEN
              MOVE 'M' TO MOT-E.
           IF MOT-E = 'd' THEN
              MOVE 'D' TO MOT-E.
           IF MOT-E = 'o' THEN
              MOVE 'O' TO MOT-E.
      *
      * Importe discutido: sin importe, todo el pendiente.
       PEDIR-IMPORTE.
           MOVE ZEROS TO IMP-E.
           ACCEPT IMP-E LINE 11 POSITION 24 NO BEEP.
           IF IMP-E = ZEROS THEN
              MOVE PENDIENTE TO IMP-E.
           IF IMP-E > PENDIENTE THEN
              DISPLAY ERROR-IMP LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL
            ELSE
              MOVE 'S' TO FECHA-OK
              MOVE IMP-E TO ZIMP
              DISPLAY ZIMP LINE 11 POSITION 24.
      *
      * El responsable es un operador de OPERADOR.DAT.
       PEDIR-RESPONSABLE.
           ACCEPT RES-E LINE 12 POSITION 24 NO BEEP UPDATE.
           MOVE RES-E TO OPEUSU.
           MOVE SPACES TO EXISTE.
           READ FOPE RECORD KEY IS OPEUSU INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' OR RES-E = SPACES THEN
              DISPLAY ERROR-OPE LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL
            ELSE
              MOVE 'S' TO FECHA-OK
              DISPLAY OPENOM LINE 12 POSITION 34.
      *
      * ************************************************
      * Fecha del proximo seguimiento DDMMAAAA, validada con
      * DATEVAL y no anterior a hoy; sin fecha, dentro de una
      * semana
      * ************************************************
       PEDIR-SEGUIMIENTO.
           ACCEPT FSEG-E LINE 13 POSITION 24 NO BEEP UPDATE.
           IF FSEG-E = ZEROS THEN
              PERFORM SEGUIMIENTO-SEMANA
            ELSE
              CALL 'DATEVAL' USING FSEG-E, FECHA-OK, FECHA-MSG
              IF FECHA-OK NOT = 'S' THEN
                 DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
                 DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL
               ELSE
                 PERFORM COMPROBAR-SEGUIMIENTO.
      *
       SEGUIMIENTO-SEMANA.
           MOVE 'SUM' TO CAL-OPER.
           MOVE FECHA TO CAL-FECHA1.
           MOVE 7 TO CAL-DIAS.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-FECHA2 TO SEG-N.
           MOVE SEG-N(1:4) TO FDE-AA.
           MOVE SEG-N(5:2) TO FDE-MM.
           MOVE SEG-N(7:2) TO FDE-DD.
           MOVE FDESC TO FSEG-E.
           DISPLAY FSEG-E LINE 13 POSITION 24.
           MOVE 'S' TO FECHA-OK.
      *
       COMPROBAR-SEGUIMIENTO.
           MOVE FSEG-E TO FDESC.
           MOVE FDE-AA TO SEG-N(1:4).
           MOVE FDE-MM TO SEG-N(5:2).
           MOVE FDE-DD TO SEG-N(7:2).
           IF SEG-N < FECHA THEN
              MOVE 'N' TO FECHA-OK
              DISPLAY 'ERROR! Seguimiento anterior a hoy.'
                      LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL.
      *
      * ************************************************
      * La factura tiene que existir, no ser un abono, tener
      * pendiente y no tener ya una disputa abierta
      * ************************************************
       VALIDAR-FACTURA.
           MOVE SPACES TO MOTIVO.
           MOVE FAC-E TO FACNUM.
           MOVE SPACES TO EXISTE.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'FAC' TO MOTIVO
              MOVE 'ERROR! La factura NO existe.' TO MSG-FAC
            ELSE
              IF FAC-ABONO THEN
                 MOVE 'ABO' TO MOTIVO
                 MOVE 'ERROR! Un abono no se puede discutir.'
                      TO MSG-FAC
               ELSE
                 PERFORM CALCULAR-PENDIENTE
                 IF PENDIENTE NOT > 0 THEN
                    MOVE 'PEN' TO MOTIVO
                    MOVE 'ERROR! La factura no tiene pendiente.'
                         TO MSG-FAC
                  ELSE
                    PERFORM BUSCAR-ABIERTA.
      *
      * Pendiente = la partida abierta de la factura en
      * PENDIENT.DAT; sin partida, su total (como UD12E3).
       CALCULAR-PENDIENTE.
           MOVE FACTOT TO PENDIENTE.
           IF FS-FPEN = '00' OR FS-FPEN = '10' OR FS-FPEN = '23' THEN
              PERFORM LEER-PENDIENTE
              IF EXISTE = SPACES THEN
                 MOVE PENIMP TO PENDIENTE.
      *
       LEER-PENDIENTE.
           MOVE FACNUM TO PENFAC.
           MOVE SPACES TO EXISTE.
           READ FPEN RECORD KEY IS PENFAC INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       BUSCAR-ABIERTA.
           MOVE SPACE TO FINDSP.
           MOVE FAC-E TO DSPFAC.
           START FDSP KEY IS NOT LESS DSPFAC INVALID KEY
                                      MOVE 'S' TO FINDSP.
           IF FINDSP NOT = 'S' THEN
              READ FDSP NEXT RECORD AT END MOVE 'S' TO FINDSP.
           PERFORM REVISAR-ABIERTA UNTIL FINDSP = 'S'.
      *
       REVISAR-ABIERTA.
           IF DSPFAC NOT = FAC-E THEN
              MOVE 'S' TO FINDSP
            ELSE
              IF DSP-ABIERTA THEN
                 MOVE 'DSP' TO MOTIVO
                 MOVE 'ERROR! La factura ya tiene una disputa abierta.'
                      TO MSG-FAC
                 MOVE 'S' TO FINDSP
               ELSE
                 READ FDSP NEXT RECORD AT END MOVE 'S' TO FINDSP.
      *
       MOSTRAR-FACTURA.
           MOVE FACCLI TO CLICOD.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE SPACES TO CLINOM.
           DISPLAY FACCLI   LINE  7 POSITION 24.
           DISPLAY CLINOM   LINE  7 POSITION 30.
           MOVE PENDIENTE TO ZIMP.
           DISPLAY ZIMP     LINE  8 POSITION 24.
      *
      * ************************************************
      * Graba la disputa abierta con el siguiente numero de
      * DISPUTAS.CTR y la anota en el diario de contactos
      * ************************************************
       GRABAR-DISPUTA.
           MOVE 'D' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO DSPNUM.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
           MOVE FAC-E  TO DSPFAC.
           MOVE FACCLI TO DSPCLI.
           MOVE MOT-E  TO DSPMOT.
           MOVE TXT-E  TO DSPTXT.
           MOVE IMP-E  TO DSPIMP.
           MOVE RES-E  TO DSPRES.
           MOVE AA1    TO DSAAA.
           MOVE MM1    TO DSAMM.
           MOVE DD1    TO DSADD.
           MOVE FDE-AA TO DSSAA.
           MOVE FDE-MM TO DSSMM.
           MOVE FDE-DD TO DSSDD.
           SET DSP-ABIERTA TO TRUE.
           MOVE SPACE  TO DSPSOL.
           MOVE ZEROS  TO DSPCIE.
           MOVE ZEROS  TO DSPABO.
           MOVE ZEROS  TO DSPIAB.
           MOVE SPACES TO DSPTCI.
           WRITE REGDSP.
           IF FS-FDSP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDSP
            ELSE
              DISPLAY DSPNUM LINE  5 POSITION 24
              MOVE SPACES TO TEXTO-CTC
              STRING 'Abierta disputa '  DELIMITED BY SIZE
                     DSPNUM              DELIMITED BY SIZE
                     ' fra '             DELIMITED BY SIZE
                     DSPFAC              DELIMITED BY SIZE
                     ': '                DELIMITED BY SIZE
                     DSPTXT              DELIMITED BY SIZE
                INTO TEXTO-CTC
              PERFORM ANOTAR-CONTACTO.
      *
      * ************************************************
      * Seguimiento, cierre o consulta de una disputa existente
      * ************************************************
       TRATAR-DISPUTA.
           MOVE ZEROS TO NUMDSP-E.
           ACCEPT NUMDSP-E LINE  5 POSITION 24 NO BEEP.
           MOVE NUMDSP-E TO DSPNUM.
           MOVE SPACES TO EXISTE.
           READ FDSP RECORD KEY IS DSPNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-D LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM MOSTRAR-DISPUTA
              IF OPCION = 'V' OR OPCION = 'v' THEN
                 PERFORM CONTINUAR
               ELSE
                 IF DSP-CERRADA THEN
                    DISPLAY ERROR-CER LINE 23 POSITION 14 REVERSE
                    PERFORM CONTINUAR
                  ELSE
                    IF OPCION = 'S' OR OPCION = 's' THEN
                       PERFORM SEGUIR-DISPUTA
                     ELSE
                       PERFORM CERRAR-DISPUTA.
      *
       MOSTRAR-DISPUTA.
           MOVE DSPFAC TO FACNUM.
           MOVE SPACES TO EXISTE.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           MOVE ZEROS TO PENDIENTE.
           IF EXISTE = SPACES THEN
              PERFORM CALCULAR-PENDIENTE.
           DISPLAY DSPFAC   LINE  6 POSITION 24.
           MOVE DSPCLI TO FACCLI.
           PERFORM MOSTRAR-FACTURA.
           PERFORM DESCRIBIR-MOTIVO.
           DISPLAY DSPMOT   LINE  9 POSITION 24.
           DISPLAY DES-MOT  LINE  9 POSITION 28.
           DISPLAY DSPTXT   LINE 10 POSITION 24.
           MOVE DSPIMP TO ZIMP.
           DISPLAY ZIMP     LINE 11 POSITION 24.
           DISPLAY DSPRES   LINE 12 POSITION 24.
           MOVE DSPRES TO OPEUSU.
           MOVE SPACES TO OPENOM.
           READ FOPE RECORD KEY IS OPEUSU INVALID KEY
                                 MOVE SPACES TO OPENOM.
           DISPLAY OPENOM   LINE 12 POSITION 34.
           MOVE DSSDD TO DD2.
           MOVE DSSMM TO MM2.
           MOVE DSSAA TO AA2.
           DISPLAY FF2      LINE 13 POSITION 24.
           MOVE DSADD TO DD2.
           MOVE DSAMM TO MM2.
           MOVE DSAAA TO AA2.
           DISPLAY FF2      LINE 14 POSITION 24.
           IF DSP-ABIERTA THEN
              DISPLAY 'Abierta' LINE 15 POSITION 24
            ELSE
              MOVE DSCDD TO DD2
              MOVE DSCMM TO MM2
              MOVE DSCAA TO AA2
              DISPLAY 'Cerrada el' LINE 15 POSITION 24
              DISPLAY FF2          LINE 15 POSITION 35
              PERFORM MOSTRAR-CIERRE.
           MOVE DD1 TO DD2.
           MOVE MM1 TO MM2.
           MOVE AA1 TO AA2.
      *
       MOSTRAR-CIERRE.
           PERFORM DESCRIBIR-SOLUCION.
           DISPLAY DSPSOL   LINE 17 POSITION 24.
           DISPLAY DES-SOL  LINE 17 POSITION 28.
           IF DSPABO NOT = ZEROS THEN
              DISPLAY DSPABO LINE 18 POSITION 24.
           MOVE DSPIAB TO ZIMP.
           DISPLAY ZIMP     LINE 19 POSITION 24.
           DISPLAY DSPTCI   LINE 20 POSITION 24.
      *
      * ************************************************
      * Seguimiento: responsable, importe, descripcion y fecha
      * del proximo seguimiento, sobre los valores actuales
      * ************************************************
       SEGUIR-DISPUTA.
           MOVE DSPTXT TO TXT-E.
           ACCEPT TXT-E LINE 10 POSITION 24 NO BEEP UPDATE.
           MOVE PENDIENTE TO IMP-E.
           IF DSPIMP > PENDIENTE THEN
              MOVE DSPIMP TO PENDIENTE.
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-IMPORTE UNTIL FECHA-OK = 'S'.
           MOVE DSPRES TO RES-E.
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-RESPONSABLE UNTIL FECHA-OK = 'S'.
           MOVE DSSDD TO FDE-DD.
           MOVE DSSMM TO FDE-MM.
           MOVE DSSAA TO FDE-AA.
           MOVE FDESC TO FSEG-E.
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-SEGUIMIENTO UNTIL FECHA-OK = 'S'.
      *
           DISPLAY 'Confirma los cambios? (S/N)'
                            LINE 22 POSITION 10 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 22 POSITION 39 NO BEEP.
           DISPLAY SPACES   LINE 22 POSITION 3 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              MOVE TXT-E  TO DSPTXT
              MOVE IMP-E  TO DSPIMP
              MOVE RES-E  TO DSPRES
              MOVE FDE-AA TO DSSAA
              MOVE FDE-MM TO DSSMM
              MOVE FDE-DD TO DSSDD
              REWRITE REGDSP
              IF FS-FDSP NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FDSP
               ELSE
                 PERFORM ANOTAR-SEGUIMIENTO
                 DISPLAY 'DISPUTA ACTUALIZADA!'
                         LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
       ANOTAR-SEGUIMIENTO.
           MOVE SPACES TO TEXTO-CTC.
           STRING 'Seguimiento disputa ' DELIMITED BY SIZE
                  DSPNUM                 DELIMITED BY SIZE
                  ' resp. '              DELIMITED BY SIZE
                  DSPRES                 DELIMITED BY SIZE
             INTO TEXTO-CTC.
           PERFORM ANOTAR-CONTACTO.
      *
      * ************************************************
      * Cierre: resolucion, abono que la zanjo y texto
      * ************************************************
       CERRAR-DISPUTA.
           MOVE SPACES TO SOL-E.
           PERFORM PEDIR-SOLUCION UNTIL SOL-E = 'A' OR SOL-E = 'P'
              OR SOL-E = 'R' OR SOL-E = 'O'.
           MOVE ZEROS TO IMP-E.
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-ABONO UNTIL FECHA-OK = 'S'.
           MOVE SPACES TO TCI-E.
           ACCEPT TCI-E LINE 20 POSITION 24 NO BEEP.
      *
           DISPLAY 'Confirma el cierre de la disputa? (S/N)'
                            LINE 22 POSITION 10 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 22 POSITION 51 NO BEEP.
           DISPLAY SPACES   LINE 22 POSITION 3 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM GRABAR-CIERRE.
      *
       PEDIR-SOLUCION.
           DISPLAY '(A abono P parcial R desestimada O otra)'
                            LINE 17 POSITION 28.
           ACCEPT SOL-E LINE 17 POSITION 24 NO BEEP.
           IF SOL-E = 'a' THEN
              MOVE 'A' TO SOL-E.
           IF SOL-E = 'p' THEN
              MOVE 'P' TO SOL-E.
           IF SOL-E = 'r' THEN
              MOVE 'R' TO SOL-E.
           IF SOL-E = 'o' THEN
              MOVE 'O' TO SOL-E.
      *
      * ************************************************
      * Abono con el que se zanja la disputa (cero, ninguno): un
      * abono de FACTURAS.DAT sobre la factura discutida; el
      * importe abonado es su total. Con abono total o acuerdo
      * parcial es obligatorio
      * ************************************************
       PEDIR-ABONO.
           MOVE ZEROS TO ABO-E.
           ACCEPT ABO-E LINE 18 POSITION 24 NO BEEP.
           IF ABO-E = ZEROS THEN
              IF SOL-E = 'A' OR SOL-E = 'P' THEN
                 DISPLAY ERROR-ABO LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
                 DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL
               ELSE
                 MOVE 'S' TO FECHA-OK
            ELSE
              PERFORM VALIDAR-ABONO.
      *
       VALIDAR-ABONO.
           MOVE ABO-E TO FACNUM.
           MOVE SPACES TO EXISTE.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' OR NOT FAC-ABONO OR FACORG NOT = DSPFAC
              THEN
              DISPLAY ERROR-ABO LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL
            ELSE
              MOVE 'S' TO FECHA-OK
              MOVE FACTOT TO IMP-E
              MOVE IMP-E TO ZIMP
              DISPLAY ZIMP LINE 19 POSITION 24.
      *
       GRABAR-CIERRE.
           SET DSP-CERRADA TO TRUE.
           MOVE SOL-E TO DSPSOL.
           MOVE AA1   TO DSCAA.
           MOVE MM1   TO DSCMM.
           MOVE DD1   TO DSCDD.
           MOVE ABO-E TO DSPABO.
           MOVE IMP-E TO DSPIAB.
           MOVE TCI-E TO DSPTCI.
           REWRITE REGDSP.
           IF FS-FDSP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDSP
            ELSE
              PERFORM DESCRIBIR-SOLUCION
              MOVE SPACES TO TEXTO-CTC
              STRING 'Cerrada disputa '  DELIMITED BY SIZE
                     DSPNUM              DELIMITED BY SIZE
                     ': '                DELIMITED BY SIZE
                     DES-SOL             DELIMITED BY SIZE
                INTO TEXTO-CTC
              PERFORM ANOTAR-CONTACTO
              DISPLAY 'DISPUTA CERRADA!'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       DESCRIBIR-MOTIVO.
           MOVE SPACES TO DES-MOT.
           IF DSP-PRECIO THEN
              MOVE 'Precio' TO DES-MOT.
           IF DSP-NO-RECIBIDA THEN
              MOVE 'Mercancia no recibida' TO DES-MOT.
           IF DSP-DEFECTUOSA THEN
              MOVE 'Mercancia defectuosa' TO DES-MOT.
           IF DSP-OTRO THEN
              MOVE 'Otro' TO DES-MOT.
      *
       DESCRIBIR-SOLUCION.
           MOVE SPACES TO DES-SOL.
           IF DSP-ABONO-TOTAL THEN
              MOVE 'Abono total' TO DES-SOL.
           IF DSP-PARCIAL THEN
              MOVE 'Acuerdo parcial' TO DES-SOL.
           IF DSP-DESESTIMADA THEN
              MOVE 'Desestimada' TO DES-SOL.
           IF DSP-OTRA-SOL THEN
              MOVE 'Otra' TO DES-SOL.
      *
      * ************************************************
      * Anotacion de tipo F en el diario de contactos del
      * cliente, con el siguiente numero correlativo y el
      * responsable de la disputa como operador
      * ************************************************
       ANOTAR-CONTACTO.
           MOVE DSPCLI TO CLI-ACT.
           PERFORM SIGUIENTE-CONTACTO.
           MOVE CLI-ACT TO CTCCLI.
           MOVE NEXTCTC TO CTCSEQ.
           MOVE AA1 TO CTCAA.
           MOVE MM1 TO CTCMM.
           MOVE DD1 TO CTCDD.
           ACCEPT HR1 FROM TIME.
           MOVE HH1 TO CTCHH.
           MOVE NN1 TO CTCNN.
           MOVE 'F' TO CTCTIP.
           MOVE DSPRES TO CTCUSU.
           MOVE TEXTO-CTC TO CTCTXT.
           WRITE REGCTC.
           IF FS-FCTC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTC.
      *
       SIGUIENTE-CONTACTO.
           MOVE 0 TO NEXTCTC.
           MOVE SPACE TO FINCTC.
           MOVE CLI-ACT TO CTCCLI.
           MOVE ZEROS   TO CTCSEQ.
           START FCTC KEY IS NOT LESS CTCCLAVE INVALID KEY
                                      MOVE 'S' TO FINCTC.
           IF FINCTC NOT = 'S' THEN
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINCTC.
           PERFORM ULTIMO-CONTACTO UNTIL FINCTC = 'S'.
           ADD 1 TO NEXTCTC.
      *
       ULTIMO-CONTACTO.
           IF CTCCLI NOT = CLI-ACT THEN
              MOVE 'S' TO FINCTC
            ELSE
              MOVE CTCSEQ TO NEXTCTC
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINCTC.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           PERFORM BORRAR-LINEA
              VARYING CAL-DIAS FROM 5 BY 1 UNTIL CAL-DIAS > 20.
      *
       BORRAR-LINEA.
           DISPLAY SPACES LINE CAL-DIAS POSITION 24 ERASE EOL.
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
       ERROR-FICHERO-FDSP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDSP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPEN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPEN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FOPE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FOPE   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTC   LINE 23 POSITION 40 REVERSE.
