123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E17.
       REMARKS. UNIDAD 23 EJERCICIO 17.
      *
      * Propuesta de intereses de demora (Ley 3/2004 de lucha
      * contra la morosidad en las operaciones comerciales): hasta
      * la fecha de corte pedida (por defecto hoy), busca las
      * facturas cobradas despues de su vencimiento (FACVTO) y las
      * que siguen vencidas y pendientes, y calcula los intereses
      * de los dias de retraso al tipo anual de la clave INTDEMORA
      * de PARAMS.DAT. Una factura sin plazo grabado (vencimiento
      * igual a su fecha, como las anteriores a FACVTO) vence a los
      * 30 dias de su fecha, que es el plazo legal supletorio.
      *
      * Los intereses corren sobre el saldo vivo de cada factura
      * dia a dia: cada cobro de COBROS.DAT (tambien el negativo de
      * un recibo devuelto) y cada abono que la rebaja cambian el
      * saldo desde su fecha, y solo cuentan los dias posteriores
      * al vencimiento y a lo ya liquidado en INTERES.DAT. Solo
      * devengan intereses las facturas (FAC-FACTURA): ni los
      * cargos de gastos ni las propias facturas de intereses.
      *
      * La propuesta queda en DEMORA.DAT (trazado REGDEM), que se
      * rehace entera en cada pasada, y se lista por cliente en
      * DEMORA.PRN con el pendiente actual de cada factura en
      * PENDIENT.DAT, para decidir cliente a cliente. Los importes
      * aprobados se facturan con UD23E18.
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
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCOB.
      *
            SELECT FPEN ASSIGN TO DISK 'PENDIENT.DAT'
            RECORD KEY IS PENFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPEN.
      *
      * Intereses ya liquidados por factura. Puede no existir
      * todavia: entonces nada esta liquidado.
            SELECT FINT ASSIGN TO DISK 'INTERES.DAT'
            RECORD KEY IS INTFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FINT.
      *
      * Propuesta, por cliente y factura. La clave alternativa por
      * factura sirve para aplicarle los cobros y abonos.
            SELECT FDEM ASSIGN TO DISK 'DEMORA.DAT'
            RECORD KEY IS DEMCLA
            ALTERNATE RECORD KEY IS DEMFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDEM.
      *
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'DEMORA.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FCOB LABEL RECORD IS STANDARD.
           COPY REGCOB.
      *
       FD FPEN LABEL RECORD IS STANDARD.
           COPY REGPEN.
      *
       FD FINT LABEL RECORD IS STANDARD.
           COPY REGINT.
      *
       FD FDEM LABEL RECORD IS STANDARD.
           COPY REGDEM.
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 EXISTE     PIC X.
       77 HAY-INT    PIC X.
       77 CONTINUA   PIC X.
      *
      * Fecha de corte y primer vencimiento que se revisa, pedidos
      * en DDMMAAAA y guardados en AAAAMMDD.
       77 FCOR-E     PIC 9(8).
       77 FDES-E     PIC 9(8).
       77 FECHA-CORTE PIC 9(8).
       77 FECHA-DESDE PIC 9(8).
       77 FECHA-OK   PIC X.
       77 FECHA-MSG  PIC X(40).
       01 FDESC.
           02 FDE-DD  PIC 99.
           02 FDE-MM  PIC 99.
           02 FDE-AA  PIC 9999.
       77 ERROR-COR  PIC X(50) VALUE
           'ERROR! El corte no puede ser posterior a hoy.'.
      *
      * Tipo anual de interes: INTDEMORA de PARAMS.DAT, en
      * centesimas; si no esta, el compilado.
       77 TIPO-INT   PIC 99V99 VALUE 12,15.
       77 ZTIPO      PIC Z9,99.
      *
      * Factura en curso: vencimiento efectivo, fecha desde la que
      * corren los intereses y cobro o abono que se le aplica.
       77 VTO-N      PIC 9(8).
       77 DESDE-N    PIC 9(8).
       77 PAGO-FEC   PIC 9(8).
       77 PAGO-IMP   PIC S9(7)V99.
       77 PAGO-DES   PIC 9(8).
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
       COPY NUMSER.
      *
      * Ruptura por cliente y totales del listado.
       77 CLI-ANT    PIC X(4).
       77 T-CLI      PIC 9(9)V99.
       77 T-GEN      PIC 9(9)V99.
       77 NUM-FAC    PIC 9(5).
       77 NUM-CLI    PIC 9(5).
       77 ZNUM       PIC ZZZZ9.
      *
      * Fecha AAAAMMDD que se edita DD/MM/AAAA en el listado.
       01 FEC-TRAB.
           02 FT-AA   PIC 9999.
           02 FT-MM   PIC 99.
           02 FT-DD   PIC 99.
       01 FEC-NUM REDEFINES FEC-TRAB PIC 9(8).
       01 FEC-ED.
           02 FE-DD   PIC 99.
           02 FILLER  PIC X VALUE '/'.
           02 FE-MM   PIC 99.
           02 FILLER  PIC X VALUE '/'.
           02 FE-AA   PIC 9999.
      *
      * Paginacion del listado.
       77 LINPAG     PIC 99.
       77 MAXLIN     PIC 99 VALUE 55.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FCOB    PIC XX.
       77 FS-FPEN    PIC XX.
       77 FS-FINT    PIC XX.
       77 FS-FDEM    PIC XX.
       77 FS-FPAR    PIC XX.
       77 FS-FLISTA  PIC XX.
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
      *
      * Lineas del listado.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'Empresa distribuidora, S.A.'.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(10) VALUE SPACES.
           02 FILLER  PIC X(36) VALUE
              'PROPUESTA DE INTERESES DE DEMORA AL'.
           02 FILLER  PIC X     VALUE SPACES.
           02 CAB-HAS PIC X(10).
           02 FILLER  PIC X(7)  VALUE ' TIPO: '.
           02 CAB-TIP PIC Z9,99.
           02 FILLER  PIC X     VALUE '%'.
           02 FILLER  PIC X(10) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(14) VALUE 'Factura'.
           02 FILLER  PIC X(12) VALUE 'Vencimiento'.
           02 FILLER  PIC X(12) VALUE 'Int. desde'.
           02 FILLER  PIC X(14) VALUE '     Pendiente'.
           02 FILLER  PIC X(7)  VALUE '   Dias'.
           02 FILLER  PIC X(15) VALUE '      Intereses'.
           02 FILLER  PIC X(3)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-CLIENTE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 FILLER   PIC X(8)  VALUE 'Cliente '.
           02 DCL-CLI  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DCL-NOM  PIC X(20).
           02 FILLER   PIC X(45) VALUE SPACES.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-SER  PIC X(12).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-VTO  PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DES  PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PEN  PIC ---.---.--9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DIA  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-INT  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
      *
       01 LINEA-TOTCLI.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(61) VALUE
              'Total intereses del cliente'.
           02 TCL-INT  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(24) VALUE 'TOTAL PROPUESTA'.
           02 FILLER   PIC X(9)  VALUE 'Clientes:'.
           02 TOT-CLI  PIC ZZZZ9.
           02 FILLER   PIC X(11) VALUE '  Facturas:'.
           02 TOT-FAC  PIC ZZZZ9.
           02 FILLER   PIC X(7)  VALUE SPACES.
           02 TOT-INT  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PEDIR-DATOS.
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
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL.
           MOVE 0 TO NUM-FAC NUM-CLI T-CLI T-GEN.
           MOVE SPACES TO CLI-ANT.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN INPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              GOBACK.
      *
           OPEN INPUT FPEN.
           IF FS-FPEN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPEN
              GOBACK.
      *
      * Sin INTERES.DAT (estado '35') no hay nada liquidado.
           MOVE 'S' TO HAY-INT.
           OPEN INPUT FINT.
           IF FS-FINT = '35' THEN
              MOVE 'N' TO HAY-INT
            ELSE
              IF FS-FINT NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FINT
                 GOBACK.
      *
      * La propuesta anterior se descarta: se rehace entera.
           OPEN OUTPUT FDEM.
           CLOSE FDEM.
           OPEN I-O FDEM.
           IF FS-FDEM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDEM
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           PERFORM LEER-PARAMETROS.
      *
      * Lee el tipo de interes de PARAMS.DAT; si el fichero o la
      * clave no existen se queda el compilado.
       LEER-PARAMETROS.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-PARAMETRO
              IF FS-FPAR = '00' AND PARVAL > 0 THEN
                 COMPUTE TIPO-INT = PARVAL / 100.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
       LEER-PARAMETRO.
           MOVE 'INTDEMORA ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Fecha de corte y primer vencimiento que se revisa
      * ************************************************
       PEDIR-DATOS.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'Fecha:'       NO ADVANCING LINE  1 POSITION 60 HIGH.
           DISPLAY FF2.
           DISPLAY 'PROPUESTA DE INTERESES DE DEMORA'
                                  LINE  3 POSITION 24 REVERSE HIGH.
      *
           DISPLAY 'Corte DDMMAAAA (cero = hoy):'
                                  LINE  8 POSITION 10 HIGH.
           DISPLAY 'Vencidas desde DDMMAAAA (cero = todas):'
                                  LINE 10 POSITION 10 HIGH.
           MOVE TIPO-INT TO ZTIPO.
           DISPLAY 'Tipo anual (INTDEMORA):'
                                  LINE 12 POSITION 10 HIGH.
           DISPLAY ZTIPO          LINE 12 POSITION 52.
           DISPLAY '%'            LINE 12 POSITION 58.
      *
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-CORTE UNTIL FECHA-OK = 'S'.
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-DESDE UNTIL FECHA-OK = 'S'.
      *
           DISPLAY 'CALCULANDO INTERESES...'
                                  LINE 23 POSITION 14 REVERSE.
      *
       PEDIR-CORTE.
           MOVE ZEROS TO FCOR-E.
           ACCEPT FCOR-E LINE  8 POSITION 52 NO BEEP.
           IF FCOR-E = ZEROS THEN
              MOVE 'S' TO FECHA-OK
              MOVE FECHA TO FECHA-CORTE
            ELSE
              CALL 'DATEVAL' USING FCOR-E, FECHA-OK, FECHA-MSG
              IF FECHA-OK NOT = 'S' THEN
                 DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
                 DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL
               ELSE
                 MOVE FCOR-E TO FDESC
                 MOVE FDE-AA TO FECHA-CORTE(1:4)
                 MOVE FDE-MM TO FECHA-CORTE(5:2)
                 MOVE FDE-DD TO FECHA-CORTE(7:2)
                 PERFORM COMPROBAR-CORTE.
      *
       COMPROBAR-CORTE.
           IF FECHA-CORTE > FECHA THEN
              MOVE 'N' TO FECHA-OK
              DISPLAY ERROR-COR LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
              DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL.
      *
       PEDIR-DESDE.
           MOVE ZEROS TO FDES-E.
           ACCEPT FDES-E LINE 10 POSITION 52 NO BEEP.
           IF FDES-E = ZEROS THEN
              MOVE 'S' TO FECHA-OK
              MOVE ZEROS TO FECHA-DESDE
            ELSE
              CALL 'DATEVAL' USING FDES-E, FECHA-OK, FECHA-MSG
              IF FECHA-OK NOT = 'S' THEN
                 DISPLAY FECHA-MSG LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
                 DISPLAY SPACES    LINE 23 POSITION 14 ERASE EOL
               ELSE
                 MOVE FDES-E TO FDESC
                 MOVE FDE-AA TO FECHA-DESDE(1:4)
                 MOVE FDE-MM TO FECHA-DESDE(5:2)
                 MOVE FDE-DD TO FECHA-DESDE(7:2).
      *
      * ************************************************
      * Proceso del programa: facturas vencidas y abonos, cobros,
      * y calculo y listado de la propuesta
      * ************************************************
        PROCESO.
           PERFORM RECORRER-FACTURAS.
           PERFORM RECORRER-COBROS.
           PERFORM CABECERA-HOJA.
           PERFORM LISTAR-PROPUESTA.
      *
           MOVE NUM-CLI TO ZNUM.
           DISPLAY 'Clientes en la propuesta:' LINE 14 POSITION 10
                                  HIGH.
           DISPLAY ZNUM LINE 14 POSITION 52.
           MOVE NUM-FAC TO ZNUM.
           DISPLAY 'Facturas con intereses:' LINE 15 POSITION 10
                                  HIGH.
           DISPLAY ZNUM LINE 15 POSITION 52.
           DISPLAY 'PROPUESTA LISTADA EN DEMORA.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FFAC FPEN FDEM FLISTA.
           IF HAY-INT = 'S' THEN
              CLOSE FINT.
      *
      * ************************************************
      * Primer pase: cada factura vencida antes del corte abre su
      * linea de propuesta con todo su importe vivo desde que
      * corren los intereses; cada abono rebaja la de su factura
      * ************************************************
       RECORRER-FACTURAS.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO FACNUM.
           START FFAC KEY IS NOT LESS FACNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM TRATAR-DOCUMENTO UNTIL FINLEC = 'S'.
      *
       TRATAR-DOCUMENTO.
           IF FAC-FACTURA AND NOT FAC-SUSTITUIDA THEN
              PERFORM ABRIR-LINEA
            ELSE
              IF FAC-ABONO AND FACORG > 0 THEN
                 MOVE FACORG TO DEMFAC
                 MOVE FACFEC TO PAGO-FEC
                 MOVE FACTOT TO PAGO-IMP
                 PERFORM APLICAR-PAGO.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       ABRIR-LINEA.
           PERFORM VENCIMIENTO-FACTURA.
           MOVE VTO-N TO DESDE-N.
           IF HAY-INT = 'S' THEN
              PERFORM LEER-LIQUIDADO.
      *
           IF VTO-N NOT < FECHA-DESDE AND DESDE-N < FECHA-CORTE THEN
              PERFORM GRABAR-LINEA.
      *
      * Una factura sin plazo grabado (vencimiento a ceros o igual
      * a su fecha) vence a los 30 dias, el plazo legal supletorio.
       VENCIMIENTO-FACTURA.
           MOVE FACVTO TO VTO-N.
           IF VTO-N NOT > FACFEC THEN
              MOVE 'SUM' TO CAL-OPER
              MOVE FACFEC TO CAL-FECHA1
              MOVE 30 TO CAL-DIAS
              CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                    CAL-DIAS, CAL-OK
              IF CAL-OK = 'S' THEN
                 MOVE CAL-FECHA2 TO VTO-N.
      *
       LEER-LIQUIDADO.
           MOVE FACNUM TO INTFAC.
           MOVE 'S' TO EXISTE.
           READ FINT RECORD KEY IS INTFAC INVALID KEY
                     MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' AND INTHAS > DESDE-N THEN
              MOVE INTHAS TO DESDE-N.
      *
       GRABAR-LINEA.
           MOVE FACCLI  TO DEMCLI.
           MOVE FACNUM  TO DEMFAC.
           IF FACSCD = SPACE THEN
              MOVE FACNUM TO DEMSER
            ELSE
              MOVE FACSCD TO NSE-COD
              MOVE FACSAA TO NSE-AA
              MOVE FACSNU TO NSE-NUM
              MOVE NUM-SERIE TO DEMSER.
           MOVE VTO-N   TO DEMVTO.
           MOVE DESDE-N TO DEMDES.
           MOVE FECHA-CORTE TO DEMHAS.
           MOVE FACTOT  TO DEMTOT.
           MOVE 0       TO DEMPEN.
           MOVE 0       TO DEMDIA.
           MOVE TIPO-INT TO DEMTIP.
           MOVE 0       TO DEMINT.
      *
      * Todo el importe vivo desde DEMDES hasta el corte; los
      * cobros y abonos restan despues lo que no lo estuvo.
           MOVE 'DIF' TO CAL-OPER.
           MOVE DESDE-N TO CAL-FECHA1.
           MOVE FECHA-CORTE TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           COMPUTE DEMACU = FACTOT * CAL-DIAS.
           WRITE REGDEM.
           IF FS-FDEM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDEM.
      *
      * ************************************************
      * Segundo pase: cada cobro rebaja la linea de su factura
      * ************************************************
       RECORRER-COBROS.
           OPEN INPUT FCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              PERFORM LEER-COBRO
              PERFORM TRATAR-COBRO UNTIL FINLEC = 'S'
              CLOSE FCOB.
      *
       LEER-COBRO.
           MOVE SPACE TO FINLEC.
           READ FCOB NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       TRATAR-COBRO.
           MOVE COBFAC TO DEMFAC.
           MOVE COBFEC TO PAGO-FEC.
           MOVE COBIMP TO PAGO-IMP.
           PERFORM APLICAR-PAGO.
           READ FCOB NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Un cobro o abono de PAGO-IMP en PAGO-FEC deja de estar
      * vivo desde esa fecha (o desde que corren los intereses,
      * si fue antes) hasta el corte. Un cobro negativo de un
      * recibo devuelto lo vuelve a poner vivo desde su fecha.
      * ************************************************
       APLICAR-PAGO.
           IF PAGO-FEC NOT > FECHA-CORTE THEN
              PERFORM LEER-LINEA-FACTURA
              IF EXISTE = 'S' THEN
                 PERFORM DESCONTAR-PAGO.
      *
       LEER-LINEA-FACTURA.
           MOVE 'S' TO EXISTE.
           READ FDEM KEY IS DEMFAC INVALID KEY
                     MOVE 'N' TO EXISTE.
      *
       DESCONTAR-PAGO.
           MOVE PAGO-FEC TO PAGO-DES.
           IF PAGO-DES < DEMDES THEN
              MOVE DEMDES TO PAGO-DES.
           MOVE 'DIF' TO CAL-OPER.
           MOVE PAGO-DES TO CAL-FECHA1.
           MOVE FECHA-CORTE TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           COMPUTE DEMACU = DEMACU - PAGO-IMP * CAL-DIAS.
           REWRITE REGDEM.
           IF FS-FDEM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDEM.
      *
      * ************************************************
      * Tercer pase: intereses de cada linea; las que no llegan a
      * un centimo se borran y el resto se listan por cliente
      * ************************************************
       LISTAR-PROPUESTA.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO DEMCLA.
           START FDEM KEY IS NOT LESS DEMCLA INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FDEM NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM TRATAR-LINEA UNTIL FINLEC = 'S'.
      *
           IF CLI-ANT NOT = SPACES THEN
              PERFORM TOTAL-CLIENTE.
           PERFORM TOTAL-LISTADO.
      *
       TRATAR-LINEA.
           MOVE 0 TO DEMINT.
           IF DEMACU > 0 AND DEMTOT > 0 THEN
              COMPUTE DEMINT ROUNDED = DEMACU * DEMTIP / 36500
              COMPUTE DEMDIA ROUNDED = DEMACU / DEMTOT.
      *
           IF DEMINT = 0 THEN
              DELETE FDEM RECORD
              IF FS-FDEM NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FDEM
               ELSE
                 CONTINUE
            ELSE
              PERFORM LEER-PENDIENTE
              REWRITE REGDEM
              IF FS-FDEM NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FDEM
               ELSE
                 PERFORM LISTAR-LINEA.
      *
           READ FDEM NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * Pendiente actual de la factura; sin partida abierta se
      * toma por saldada.
       LEER-PENDIENTE.
           MOVE DEMFAC TO PENFAC.
           MOVE 'S' TO EXISTE.
           READ FPEN RECORD KEY IS PENFAC INVALID KEY
                     MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              MOVE PENIMP TO DEMPEN.
      *
       LISTAR-LINEA.
           IF DEMCLI NOT = CLI-ANT THEN
              PERFORM CAMBIO-CLIENTE.
      *
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
           MOVE DEMSER TO DET-SER.
           MOVE DEMVTO TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-VTO.
           MOVE DEMDES TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-DES.
           MOVE DEMPEN TO DET-PEN.
           MOVE DEMDIA TO DET-DIA.
           MOVE DEMINT TO DET-INT.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD 1 TO NUM-FAC.
           ADD DEMINT TO T-CLI.
           ADD DEMINT TO T-GEN.
      *
       CAMBIO-CLIENTE.
           IF CLI-ANT NOT = SPACES THEN
              PERFORM TOTAL-CLIENTE.
           MOVE DEMCLI TO CLI-ANT.
           MOVE 0 TO T-CLI.
           ADD 1 TO NUM-CLI.
      *
           IF LINPAG > MAXLIN - 2 THEN
              PERFORM CABECERA-HOJA.
           MOVE DEMCLI TO DCL-CLI CLICOD.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                     MOVE '(no existe)' TO CLINOM.
           MOVE CLINOM TO DCL-NOM.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-CLIENTE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 2 TO LINPAG.
      *
       TOTAL-CLIENTE.
           MOVE T-CLI TO TCL-INT.
           WRITE LIN-IMPR FROM LINEA-TOTCLI AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       TOTAL-LISTADO.
           MOVE NUM-CLI TO TOT-CLI.
           MOVE NUM-FAC TO TOT-FAC.
           MOVE T-GEN   TO TOT-INT.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
       EDITAR-FECHA.
           MOVE FT-DD TO FE-DD.
           MOVE FT-MM TO FE-MM.
           MOVE FT-AA TO FE-AA.
      *
      * ************************************************
      * Cabecera de pagina del listado
      * ************************************************
       CABECERA-HOJA.
           MOVE FF2 TO CAB-FEC.
           MOVE FECHA-CORTE TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO CAB-HAS.
           MOVE TIPO-INT TO CAB-TIP.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 6 TO LINPAG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPEN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPEN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FINT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FINT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FDEM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDEM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
