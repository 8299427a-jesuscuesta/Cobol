123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E21.
       REMARKS. UNIDAD 23 EJERCICIO 21.
      *
      * Cartera de efectos: pagares y letras que entregan los
      * clientes para pagar sus facturas con vencimiento a 60 o 90
      * dias. Cada efecto se recibe en cartera (EFECTOS.DAT, trazado
      * REGEFE, numerado desde EFECTOS.CTR) con su cliente, tipo,
      * numero de documento y vencimiento, y con las facturas que
      * cubre y lo aplicado a cada una (EFEFACT.DAT, trazado
      * REGEFF; solo facturas del cliente con pendiente vivo en
      * PENDIENT.DAT y no cubiertas ya por otro efecto vivo). Desde
      * ahi cambia de estado:
      *
      *   - depositado en un banco para su cobro al vencimiento
      *     (cartera a depositado): solo se anota la entidad;
      *   - descontado en un banco (cartera a descontado): el banco
      *     adelanta el dinero y el cobro se graba en el momento;
      *   - pagado al vencimiento (cartera o depositado a pagado):
      *     se graba el cobro; si estaba descontado el cobro ya se
      *     grabo y solo cambia el estado;
      *   - impagado (de cartera, depositado o descontado): si el
      *     cobro ya estaba grabado (descontado) se anula con
      *     cobros en negativo, como las devoluciones de recibos
      *     UD23E2, y las facturas vuelven a quedar pendientes.
      *
      * Grabar el cobro es, por cada factura cubierta, un cobro en
      * COBROS.DAT con metodo F (efecto), la rebaja de su partida
      * en PENDIENT.DAT (rutina comun PENACT) y, por el total, la
      * rebaja del saldo del cliente (CLISAL). Mientras el efecto
      * sigue en cartera o depositado sus facturas cuentan como
      * cubiertas (rutina comun EFECART) y las reclamaciones UD17E1
      * y las remesas UD17E3 las dejan fuera; al pasar a impagado
      * vuelven a entrar. El calendario de vencimientos por banco
      * es UD23E22.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEFE ASSIGN TO DISK 'EFECTOS.DAT'
            RECORD KEY IS EFENUM
            ALTERNATE RECORD KEY IS EFEAGE WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEFE.
      *
            SELECT FEFF ASSIGN TO DISK 'EFEFACT.DAT'
            RECORD KEY IS EFFCLA
            ALTERNATE RECORD KEY IS EFFFAC WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEFF.
      *
      * Contador de numeros de efecto (un unico registro, clave
      * fija), gemelo de REMESAS.CTR.
            SELECT FCTR ASSIGN TO DISK 'EFECTOS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
      * FCLI se abre en I-O: el cobro del efecto rebaja el saldo
      * pendiente de cobro del cliente (CLISAL), como UD12E2.
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
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
      * Dias formalmente cerrados por el cierre del dia UD22E5.
            SELECT FCDI ASSIGN TO DISK 'CIERREDIA.DAT'
            RECORD KEY IS CDFEC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCDI.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FEFE LABEL RECORD IS STANDARD.
           COPY REGEFE.
      *
       FD FEFF LABEL RECORD IS STANDARD.
           COPY REGEFF.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FPEN LABEL RECORD IS STANDARD.
           COPY REGPEN.
      *
       FD FCOB LABEL RECORD IS STANDARD.
           COPY REGCOB.

       FD FCDI LABEL RECORD IS STANDARD.
           COPY REGCDI.
      *
       WORKING-STORAGE SECTION.
      * Control del dia cerrado (CIERREDIA.DAT).
       77 FS-FCDI    PIC XX.
       77 DIA-CERRADO PIC X.
       77 FECHA-CDI  PIC 9(8).
       77 CONT-CDI   PIC X.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FECHA      PIC 99999999.
       77 FINEFF     PIC X.
       77 EXISTE     PIC X.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <R>ecibir <B>anco <D>escuento <P>agado <I>mpago <F>in'.
       77 ERROR-C    PIC X(50) VALUE 'ERROR! El cliente NO existe.'.
       77 ERROR-E    PIC X(50) VALUE 'ERROR! El efecto NO existe.'.
       77 ERROR-EST  PIC X(50) VALUE
           'ERROR! El efecto no admite ese cambio de estado.'.
       77 ERROR-SF   PIC X(50) VALUE
           'ERROR! El efecto no cubre ninguna factura.'.
       77 ERROR-IMP  PIC X(50) VALUE
           'ERROR! Importe mayor que el pendiente.'.
      *
       77 OPCION     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
      *
      * Datos del efecto en curso tecleados en pantalla.
       77 NUMEFE-E   PIC 9(6).
       77 CLI-E      PIC X(4).
       77 TIPO-E     PIC X.
       77 REF-E      PIC X(12).
       77 FVTO-E     PIC 9(8).
       77 BANCO-E    PIC X(4).
       77 FAC-E      PIC 9(6).
       77 IMP-E      PIC 9(7)V99.
       77 ZIMP       PIC ZZZZ.ZZ9,99.
       77 DES-EST    PIC X(12).
      *
      * Vencimiento tecleado (DDMMAAAA) y su forma AAAAMMDD.
       01 FDESC.
           02 FDE-DD  PIC 99.
           02 FDE-MM  PIC 99.
           02 FDE-AA  PIC 9999.
       77 VTO-N      PIC 9(8).
      *
      * Argumentos de la rutina comun DATEVAL.
       77 FECHA-OK   PIC X.
       77 FECHA-MSG  PIC X(40).
      *
      * Facturas que cubre el efecto que se esta recibiendo, una
      * por linea de pantalla (de la 14 a la 21).
       77 NUMTF      PIC 9 VALUE 0.
       77 TFIDX      PIC 9.
       77 LINFAC     PIC 99.
       77 FIN-FACT   PIC X.
       01 TABLA-FACT.
           02 TF-FAC-IMP OCCURS 8 TIMES.
              03 TF-FAC  PIC 9(6).
              03 TF-IMP  PIC 9(7)V99.
       77 TOTEFE     PIC 9(7)V99.
      *
      * Motivo por el que no se admite la factura tecleada
      * (espacios = se admite).
       77 MOTIVO     PIC XXX.
       77 MSG-FAC    PIC X(50).
      *
      * +1 al grabar el cobro del efecto, -1 al anularlo.
       77 SIGNO      PIC S9.
      *
       77 FS-FEFE    PIC XX.
       77 FS-FEFF    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FPEN    PIC XX.
       77 FS-FCOB    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de las rutinas comunes DIARIO y PENACT.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
       77 PEN-OPER    PIC X(3).
       77 PEN-FAC     PIC 9(6).
       77 PEN-CLI     PIC X(4).
       77 PEN-IMP     PIC S9(7)V99.
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
           PERFORM COMPROBAR-CIERRE-DIA.
           IF DIA-CERRADO = 'S' THEN
              PERFORM AVISAR-DIA-CERRADO
              GOBACK.
           PERFORM COMPROBAR-PERIODO.
           IF PRA-CERRADO THEN
              PERFORM AVISAR-MES-CERRADO
              GOBACK.
      *
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
      * EFECTOS.DAT y EFEFACT.DAT todavia no existen la primera
      * vez (estado '35'); se crean vacios, igual que REMESAS.DAT
      * en UD17E3.
           OPEN I-O FEFE.
           IF FS-FEFE = '35' THEN
              OPEN OUTPUT FEFE
              CLOSE FEFE
              OPEN I-O FEFE.
           IF FS-FEFE NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEFE
              GOBACK.
      *
           OPEN I-O FEFF.
           IF FS-FEFF = '35' THEN
              OPEN OUTPUT FEFF
              CLOSE FEFF
              OPEN I-O FEFF.
           IF FS-FEFF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEFF
              GOBACK.
      *
      * EFECTOS.CTR se crea con un unico registro en cero la
      * primera vez, igual que REMESAS.CTR en UD17E3.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'E' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
           OPEN I-O FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              GOBACK.
      *
      * PENDIENT.DAT solo se consulta aqui (el pendiente de cada
      * factura); lo actualiza la rutina comun PENACT.
           OPEN INPUT FPEN.
           IF FS-FPEN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPEN
              GOBACK.
      *
      * COBROS.DAT todavia no existe la primera vez (estado '35'):
      * se crea vacio y se vuelve a abrir.
           OPEN I-O FCOB.
           IF FS-FCOB = '35' THEN
              OPEN OUTPUT FCOB
              CLOSE FCOB
              OPEN I-O FCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
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
           CLOSE FEFE FEFF FCTR FCLI FFAC FPEN FCOB.
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
           DISPLAY 'CARTERA DE EFECTOS'
                                   LINE  3 POSITION 31 REVERSE HIGH.
      *
           DISPLAY 'Num. efecto.:' LINE  5 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Tipo (P/L)..:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Documento...:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Vencimiento.:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Banco.......:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Importe.....:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Estado......:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Factura   Pendiente     Aplicado'
                                   LINE 13 POSITION 10 HIGH.
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
           IF OPCION = 'R' OR OPCION = 'r' THEN
              PERFORM RECIBIR-EFECTO
            ELSE
              IF OPCION = 'B' OR OPCION = 'b' OR
                 OPCION = 'D' OR OPCION = 'd' OR
                 OPCION = 'P' OR OPCION = 'p' OR
                 OPCION = 'I' OR OPCION = 'i' THEN
                 PERFORM CAMBIAR-ESTADO.
      *
      * ************************************************
      * Recepcion de un efecto nuevo: cliente, datos del
      * documento y facturas que cubre
      * ************************************************
       RECIBIR-EFECTO.
           MOVE SPACES TO CLI-E.
           ACCEPT CLI-E LINE  6 POSITION 24 NO BEEP.
           MOVE CLI-E TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              DISPLAY CLINOM LINE  6 POSITION 30
              PERFORM DATOS-EFECTO.
      *
       DATOS-EFECTO.
           MOVE SPACES TO TIPO-E.
           PERFORM PEDIR-TIPO UNTIL TIPO-E = 'P' OR TIPO-E = 'L'.
           MOVE SPACES TO REF-E.
           ACCEPT REF-E LINE  8 POSITION 24 NO BEEP.
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-VENCIMIENTO UNTIL FECHA-OK = 'S'.
      *
           MOVE 0 TO NUMTF.
           MOVE 0 TO TOTEFE.
           MOVE 'N' TO FIN-FACT.
           PERFORM PEDIR-FACTURA UNTIL FIN-FACT = 'S'.
      *
           IF NUMTF = 0 THEN
              DISPLAY ERROR-SF LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              MOVE TOTEFE TO ZIMP
              DISPLAY ZIMP LINE 11 POSITION 24
              PERFORM CONFIRMAR-RECEPCION.
      *
       CONFIRMAR-RECEPCION.
           DISPLAY 'Confirma la recepcion del efecto? (S/N)'
                            LINE 22 POSITION 10 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 22 POSITION 51 NO BEEP.
           DISPLAY SPACES   LINE 22 POSITION 3 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM GRABAR-EFECTO
              DISPLAY EFENUM LINE  5 POSITION 24
              DISPLAY 'EFECTO EN CARTERA!'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       PEDIR-TIPO.
           ACCEPT TIPO-E LINE  7 POSITION 24 NO BEEP.
           IF TIPO-E = 'p' THEN
              MOVE 'P' TO TIPO-E.
           IF TIPO-E = 'l' THEN
              MOVE 'L' TO TIPO-E.
      *
      * ************************************************
      * Vencimiento DDMMAAAA validado con DATEVAL; no puede ser
      * anterior a hoy
      * ************************************************
       PEDIR-VENCIMIENTO.
           MOVE ZEROS TO FVTO-E.
           ACCEPT FVTO-E LINE  9 POSITION 24 NO BEEP.
           CALL 'DATEVAL' USING FVTO-E, FECHA-OK, FECHA-MSG.
           IF FECHA-OK NOT = 'S' THEN
              DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL
            ELSE
              MOVE FVTO-E TO FDESC
              MOVE FDE-AA TO VTO-N(1:4)
              MOVE FDE-MM TO VTO-N(5:2)
              MOVE FDE-DD TO VTO-N(7:2)
              IF VTO-N < FECHA THEN
                 MOVE 'N' TO FECHA-OK
                 DISPLAY 'ERROR! Vencimiento anterior a hoy.'
                         LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
                 DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL.
      *
      * ************************************************
      * Una factura cubierta por el efecto, en la siguiente
      * linea libre; factura 0 termina la lista
      * ************************************************
       PEDIR-FACTURA.
           COMPUTE LINFAC = 14 + NUMTF.
           MOVE ZEROS TO FAC-E.
           ACCEPT FAC-E LINE LINFAC POSITION 10 NO BEEP.
           IF FAC-E = ZEROS THEN
              MOVE 'S' TO FIN-FACT
            ELSE
              PERFORM VALIDAR-FACTURA
              IF MOTIVO NOT = SPACES THEN
                 DISPLAY MSG-FAC LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA LINE 23 POSITION 79 NO BEEP
                 DISPLAY SPACES  LINE 23 POSITION 14 ERASE EOL
                 DISPLAY SPACES  LINE LINFAC POSITION 10 ERASE EOL
               ELSE
                 PERFORM PEDIR-APLICADO.
      *
       PEDIR-APLICADO.
           MOVE PENIMP TO ZIMP.
           DISPLAY ZIMP LINE LINFAC POSITION 18.
           MOVE ZEROS TO IMP-E.
           ACCEPT IMP-E LINE LINFAC POSITION 32 NO BEEP.
      * Sin importe se aplica todo el pendiente de la factura.
           IF IMP-E = ZEROS THEN
              MOVE PENIMP TO IMP-E.
           IF IMP-E > PENIMP THEN
              DISPLAY ERROR-IMP LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL
              DISPLAY SPACES    LINE LINFAC POSITION 10 ERASE EOL
            ELSE
              MOVE IMP-E TO ZIMP
              DISPLAY ZIMP LINE LINFAC POSITION 32
              ADD 1 TO NUMTF
              MOVE FAC-E TO TF-FAC(NUMTF)
              MOVE IMP-E TO TF-IMP(NUMTF)
              ADD IMP-E TO TOTEFE
              IF NUMTF = 8 THEN
                 MOVE 'S' TO FIN-FACT.
      *
      * ************************************************
      * La factura tiene que ser del cliente, no un abono, con
      * pendiente vivo, no repetida en el efecto y no cubierta
      * ya por otro efecto vivo
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
              IF FACCLI NOT = CLI-E OR FAC-ABONO THEN
                 MOVE 'CLI' TO MOTIVO
                 MOVE 'ERROR! No es una factura del cliente.'
                      TO MSG-FAC
               ELSE
                 PERFORM VALIDAR-PENDIENTE.
      *
       VALIDAR-PENDIENTE.
           MOVE FAC-E TO PENFAC.
           MOVE SPACES TO EXISTE.
           READ FPEN RECORD KEY IS PENFAC INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' OR PENIMP NOT > 0 THEN
              MOVE 'PEN' TO MOTIVO
              MOVE 'ERROR! La factura no tiene pendiente.' TO MSG-FAC
            ELSE
              MOVE 1 TO TFIDX
              PERFORM AVANZAR-TF UNTIL TFIDX > NUMTF
                 OR TF-FAC(TFIDX) = FAC-E
              IF TFIDX NOT > NUMTF THEN
                 MOVE 'REP' TO MOTIVO
                 MOVE 'ERROR! Factura ya incluida en el efecto.'
                      TO MSG-FAC
               ELSE
                 PERFORM COMPROBAR-CUBIERTA.
      *
       AVANZAR-TF.
           ADD 1 TO TFIDX.
      *
      * ************************************************
      * Busca por la clave alternativa otro efecto vivo (en
      * cartera o depositado) que ya cubra la factura
      * ************************************************
       COMPROBAR-CUBIERTA.
           MOVE SPACE TO FINEFF.
           MOVE FAC-E TO EFFFAC.
           START FEFF KEY IS NOT LESS EFFFAC INVALID KEY
                                      MOVE 'S' TO FINEFF.
           IF FINEFF NOT = 'S' THEN
              READ FEFF NEXT RECORD AT END MOVE 'S' TO FINEFF.
           PERFORM REVISAR-CUBIERTA UNTIL FINEFF = 'S'.
      *
       REVISAR-CUBIERTA.
           IF EFFFAC NOT = FAC-E THEN
              MOVE 'S' TO FINEFF
            ELSE
              PERFORM LEER-EFECTO
              IF EXISTE = SPACES AND
                 (EFE-CARTERA OR EFE-DEPOSITADO) THEN
                 MOVE 'CUB' TO MOTIVO
                 MOVE 'ERROR! Factura cubierta por otro efecto.'
                      TO MSG-FAC
                 MOVE 'S' TO FINEFF.
           IF FINEFF NOT = 'S' THEN
              READ FEFF NEXT RECORD AT END MOVE 'S' TO FINEFF.
      *
       LEER-EFECTO.
           MOVE EFFNUM TO EFENUM.
           MOVE SPACES TO EXISTE.
           READ FEFE RECORD KEY IS EFENUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Graba el efecto en cartera con el siguiente numero de
      * EFECTOS.CTR y una aplicacion por factura cubierta
      * ************************************************
       GRABAR-EFECTO.
           MOVE 'E' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO EFENUM.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
           MOVE CLI-E  TO EFECLI.
           MOVE TIPO-E TO EFETIP.
           MOVE REF-E  TO EFEREF.
           MOVE TOTEFE TO EFEIMP.
           MOVE AA1    TO EFRAA.
           MOVE MM1    TO EFRMM.
           MOVE DD1    TO EFRDD.
           MOVE SPACES TO EFEBCO.
           MOVE FDE-AA TO EFVAA.
           MOVE FDE-MM TO EFVMM.
           MOVE FDE-DD TO EFVDD.
           MOVE AA1    TO EFCAA.
           MOVE MM1    TO EFCMM.
           MOVE DD1    TO EFCDD.
           SET EFE-CARTERA TO TRUE.
           WRITE REGEFE.
           IF FS-FEFE NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEFE
            ELSE
              PERFORM GRABAR-APLICACION
                 VARYING TFIDX FROM 1 BY 1 UNTIL TFIDX > NUMTF.
      *
       GRABAR-APLICACION.
           MOVE EFENUM        TO EFFNUM.
           MOVE TF-FAC(TFIDX) TO EFFFAC.
           MOVE TF-IMP(TFIDX) TO EFFIMP.
           WRITE REGEFF.
           IF FS-FEFF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEFF.
      *
      * ************************************************
      * Cambio de estado de un efecto existente segun la opcion:
      * B depositar, D descontar, P pagado, I impagado
      * ************************************************
       CAMBIAR-ESTADO.
           MOVE ZEROS TO NUMEFE-E.
           ACCEPT NUMEFE-E LINE  5 POSITION 24 NO BEEP.
           MOVE NUMEFE-E TO EFENUM.
           MOVE SPACES TO EXISTE.
           READ FEFE RECORD KEY IS EFENUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM MOSTRAR-EFECTO
              PERFORM COMPROBAR-ESTADO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-EST LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM DATOS-CAMBIO.
      *
      * ************************************************
      * Transiciones admitidas: solo se deposita o descuenta un
      * efecto en cartera; pagado e impagado salen de cartera,
      * depositado o descontado
      * ************************************************
       COMPROBAR-ESTADO.
           MOVE SPACES TO EXISTE.
           IF OPCION = 'B' OR OPCION = 'b' OR
              OPCION = 'D' OR OPCION = 'd' THEN
              IF NOT EFE-CARTERA THEN
                 MOVE 'N' TO EXISTE
               ELSE
                 CONTINUE
            ELSE
              IF NOT EFE-CARTERA AND NOT EFE-DEPOSITADO AND
                 NOT EFE-DESCONTADO THEN
                 MOVE 'N' TO EXISTE.
      *
       DATOS-CAMBIO.
           IF OPCION = 'B' OR OPCION = 'b' OR
              OPCION = 'D' OR OPCION = 'd' THEN
              MOVE SPACES TO BANCO-E
              PERFORM PEDIR-BANCO UNTIL BANCO-E NUMERIC.
      *
           DISPLAY 'Confirma el cambio de estado? (S/N)'
                            LINE 22 POSITION 10 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 22 POSITION 47 NO BEEP.
           DISPLAY SPACES   LINE 22 POSITION 3 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM APLICAR-CAMBIO
              PERFORM DESCRIBIR-ESTADO
              DISPLAY DES-EST LINE 12 POSITION 24
              DISPLAY 'ESTADO ACTUALIZADO!'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * Entidad: los cuatro digitos del codigo de banco del IBAN.
       PEDIR-BANCO.
           ACCEPT BANCO-E LINE 10 POSITION 24 NO BEEP.
      *
       APLICAR-CAMBIO.
           IF OPCION = 'B' OR OPCION = 'b' THEN
              MOVE BANCO-E TO EFEBCO
              SET EFE-DEPOSITADO TO TRUE.
      *
           IF OPCION = 'D' OR OPCION = 'd' THEN
              MOVE BANCO-E TO EFEBCO
              MOVE 1 TO SIGNO
              PERFORM MOVER-COBRO
              SET EFE-DESCONTADO TO TRUE.
      *
      * Pagado: si estaba descontado el cobro ya esta grabado.
           IF OPCION = 'P' OR OPCION = 'p' THEN
              IF NOT EFE-DESCONTADO THEN
                 MOVE 1 TO SIGNO
                 PERFORM MOVER-COBRO
                 SET EFE-PAGADO TO TRUE
               ELSE
                 SET EFE-PAGADO TO TRUE.
      *
      * Impagado: si estaba descontado se anula el cobro y las
      * facturas vuelven a su pendiente; en cartera o depositado
      * no se habia cobrado y basta con el estado.
           IF OPCION = 'I' OR OPCION = 'i' THEN
              IF EFE-DESCONTADO THEN
                 MOVE -1 TO SIGNO
                 PERFORM MOVER-COBRO
                 SET EFE-IMPAGADO TO TRUE
               ELSE
                 SET EFE-IMPAGADO TO TRUE.
      *
           MOVE AA1 TO EFCAA.
           MOVE MM1 TO EFCMM.
           MOVE DD1 TO EFCDD.
           REWRITE REGEFE.
           IF FS-FEFE NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEFE.
      *
      * ************************************************
      * Graba (SIGNO +1) o anula (SIGNO -1) el cobro del efecto:
      * un cobro por factura cubierta, su partida abierta y el
      * saldo del cliente por el total
      * ************************************************
       MOVER-COBRO.
           MOVE SPACE TO FINEFF.
           MOVE EFENUM TO EFFNUM.
           MOVE ZEROS  TO EFFFAC.
           START FEFF KEY IS NOT LESS EFFCLA INVALID KEY
                                      MOVE 'S' TO FINEFF.
           IF FINEFF NOT = 'S' THEN
              READ FEFF NEXT RECORD AT END MOVE 'S' TO FINEFF.
           PERFORM COBRO-FACTURA UNTIL FINEFF = 'S'.
           PERFORM MOVER-SALDO.
      *
       COBRO-FACTURA.
           IF EFFNUM NOT = EFENUM THEN
              MOVE 'S' TO FINEFF
            ELSE
              PERFORM GRABAR-COBRO
              READ FEFF NEXT RECORD AT END MOVE 'S' TO FINEFF.
      *
       GRABAR-COBRO.
           MOVE EFECLI TO COBCLI.
           MOVE EFFFAC TO COBFAC.
           MOVE AA1    TO COBAA.
           MOVE MM1    TO COBMM.
           MOVE DD1    TO COBDD.
           COMPUTE COBIMP = EFFIMP * SIGNO.
      * Los cobros de efectos entran siempre por el metodo F.
           MOVE 'F'    TO COBMET.
           MOVE ZEROS TO COBLIN.
           MOVE 'C' TO PRA-TIP.
           MOVE COBCLAVE TO PRA-DOC.
           MOVE COBIMP TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           MOVE '22' TO FS-FCOB.
           PERFORM NUMERAR-COBRO UNTIL FS-FCOB NOT = '22'
                                    OR COBLIN = 999.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              MOVE 'RES'  TO PEN-OPER
              MOVE EFFFAC TO PEN-FAC
              MOVE EFECLI TO PEN-CLI
              COMPUTE PEN-IMP = EFFIMP * SIGNO
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP.
      *
      * Primer numero de orden libre en la factura del cobro.
       NUMERAR-COBRO.
           ADD 1 TO COBLIN.
           WRITE REGCOB.
      *
       MOVER-SALDO.
           MOVE EFECLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              COMPUTE CLISAL = CLISAL - (EFEIMP * SIGNO)
              REWRITE REGCLI
              IF FS-FCLI = '00' THEN
                 MOVE 'CLIENTES' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGCLI TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
               ELSE
                 PERFORM ERROR-FICHERO-FCLI.
      *
      * ************************************************
      * Muestra el efecto leido con sus facturas cubiertas
      * ************************************************
       MOSTRAR-EFECTO.
           MOVE EFECLI TO CLICOD.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE SPACES TO CLINOM.
           DISPLAY EFECLI   LINE  6 POSITION 24.
           DISPLAY CLINOM   LINE  6 POSITION 30.
           DISPLAY EFETIP   LINE  7 POSITION 24.
           DISPLAY EFEREF   LINE  8 POSITION 24.
           MOVE EFVDD TO DD2.
           MOVE EFVMM TO MM2.
           MOVE EFVAA TO AA2.
           DISPLAY FF2      LINE  9 POSITION 24.
           MOVE DD1 TO DD2.
           MOVE MM1 TO MM2.
           MOVE AA1 TO AA2.
           DISPLAY EFEBCO   LINE 10 POSITION 24.
           MOVE EFEIMP TO ZIMP.
           DISPLAY ZIMP     LINE 11 POSITION 24.
           PERFORM DESCRIBIR-ESTADO.
           DISPLAY DES-EST  LINE 12 POSITION 24.
      *
           MOVE 14 TO LINFAC.
           MOVE SPACE TO FINEFF.
           MOVE EFENUM TO EFFNUM.
           MOVE ZEROS  TO EFFFAC.
           START FEFF KEY IS NOT LESS EFFCLA INVALID KEY
                                      MOVE 'S' TO FINEFF.
           IF FINEFF NOT = 'S' THEN
              READ FEFF NEXT RECORD AT END MOVE 'S' TO FINEFF.
           PERFORM MOSTRAR-APLICACION UNTIL FINEFF = 'S'.
      *
       MOSTRAR-APLICACION.
           IF EFFNUM NOT = EFENUM OR LINFAC > 21 THEN
              MOVE 'S' TO FINEFF
            ELSE
              DISPLAY EFFFAC LINE LINFAC POSITION 10
              PERFORM LEER-PENDIENTE
              MOVE PENIMP TO ZIMP
              DISPLAY ZIMP LINE LINFAC POSITION 18
              MOVE EFFIMP TO ZIMP
              DISPLAY ZIMP LINE LINFAC POSITION 32
              ADD 1 TO LINFAC
              READ FEFF NEXT RECORD AT END MOVE 'S' TO FINEFF.
      *
       LEER-PENDIENTE.
           MOVE EFFFAC TO PENFAC.
           READ FPEN RECORD KEY IS PENFAC INVALID KEY
                                 MOVE ZEROS TO PENIMP.
      *
       DESCRIBIR-ESTADO.
           MOVE SPACES TO DES-EST.
           IF EFE-CARTERA THEN
              MOVE 'En cartera' TO DES-EST.
           IF EFE-DEPOSITADO THEN
              MOVE 'Depositado' TO DES-EST.
           IF EFE-DESCONTADO THEN
              MOVE 'Descontado' TO DES-EST.
           IF EFE-PAGADO THEN
              MOVE 'Pagado' TO DES-EST.
           IF EFE-IMPAGADO THEN
              MOVE 'Impagado' TO DES-EST.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  5 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  6 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  7 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  8 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 24 ERASE EOL.
           PERFORM BORRAR-FACTURA
              VARYING LINFAC FROM 14 BY 1 UNTIL LINFAC > 21.
      *
       BORRAR-FACTURA.
           DISPLAY SPACES LINE LINFAC POSITION 10 ERASE EOL.
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
       ERROR-FICHERO-FEFE.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEFE   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FEFF.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEFF   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPEN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPEN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOB   LINE 23 POSITION 40 REVERSE.

      * ************************************************
      * Con el dia formalmente cerrado en CIERREDIA.DAT (cierre
      * del dia UD22E5) no se admiten mas apuntes de esa fecha
      * ************************************************
       COMPROBAR-CIERRE-DIA.
           MOVE 'N' TO DIA-CERRADO.
           ACCEPT FECHA-CDI FROM DATE YYYYMMDD.
           OPEN INPUT FCDI.
           IF FS-FCDI = '00' THEN
              PERFORM LEER-CIERRE
              IF FS-FCDI = '00' AND CDEST = 'C' THEN
                 MOVE 'S' TO DIA-CERRADO.
           IF FS-FCDI NOT = '35' THEN
              CLOSE FCDI.
      *
       LEER-CIERRE.
           MOVE FECHA-CDI TO CDFEC.
           READ FCDI RECORD KEY IS CDFEC INVALID KEY
                     CONTINUE.
      *
       AVISAR-DIA-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Dia cerrado: no se admiten mas apuntes hoy.'
                            LINE 12 POSITION 18 REVERSE.
           ACCEPT CONT-CDI  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD23E21' TO PRA-PRG.
           MOVE SPACE     TO PRA-TIP.
           MOVE SPACES    TO PRA-DOC.
           MOVE ZEROS     TO PRA-IMP.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       AVISAR-MES-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Mes cerrado: no se admiten documentos de este mes.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONT-CDI  LINE 23 POSITION 79.
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
           MOVE 'UD23E21' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
