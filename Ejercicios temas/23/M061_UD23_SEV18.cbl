123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E18.
       REMARKS. UNIDAD 23 EJERCICIO 18.
      *
      * Emision de las facturas de intereses de demora: recorre la
      * propuesta DEMORA.DAT que deja UD23E17 y, cliente a
      * cliente, muestra los intereses propuestos y pide que se
      * hace con ellos:
      *
      *   S - emitirlos, por el importe propuesto o por uno menor
      *       si se le hace un descuento, en una factura de
      *       intereses (FACTIP = 'I', FAC-INTERES) de FACTURAS.DAT
      *       numerada desde FACTURAS.CTR y en la serie I del ano
      *       (rutina comun SERIENUM), sin pedido ni IVA (los
      *       intereses de demora no son contraprestacion de una
      *       venta, art. 78.Tres.1 LIVA), con vencimiento al plazo
      *       de pago del cliente, su partida abierta en
      *       PENDIENT.DAT (rutina comun PENACT) y el importe
      *       sumado al saldo del cliente (CLISAL); desde ahi se
      *       cobra, sale en los extractos y se reclama como
      *       cualquier otra factura. El documento, con el detalle
      *       de las facturas que la originan, se imprime en
      *       INTFAC.PRN. Como el cargo de gastos de UD23E2, no es
      *       una venta y no lleva registro VERI*FACTU;
      *   N - renunciar a ellos;
      *   P - dejarlos en la propuesta para otra ocasion;
      *   F - terminar, dejando en la propuesta los que faltan.
      *
      * Al emitir o renunciar, cada factura de la propuesta queda
      * anotada en INTERES.DAT con la fecha de corte, para que
      * esos dias no se vuelvan a proponer, y sale de DEMORA.DAT.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      * El membrete lleva la razon social y el CIF de la empresa
      * del grupo con la que se trabaja (rutina comun EMPRESA).
      * Los clientes de otra empresa quedan pendientes.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FDEM ASSIGN TO DISK 'DEMORA.DAT'
            RECORD KEY IS DEMCLA
            ALTERNATE RECORD KEY IS DEMFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FDEM.
      *
      * FCLI se abre en I-O: la factura de intereses sube el saldo
      * pendiente de cobro del cliente (CLISAL).
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
      * Contador de numeros de factura, compartido con la
      * facturacion UD12E1.
      * LOCK MODE MANUAL: el contador se lee con READ WITH LOCK y se
      * libera con UNLOCK despues del REWRITE, igual que PEDIDOS.CTR.
            SELECT FCTR ASSIGN TO DISK 'FACTURAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
      * Intereses ya liquidados por factura.
            SELECT FINT ASSIGN TO DISK 'INTERES.DAT'
            RECORD KEY IS INTFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FINT.
      *
      * Dias formalmente cerrados por el cierre del dia UD22E5.
            SELECT FCDI ASSIGN TO DISK 'CIERREDIA.DAT'
            RECORD KEY IS CDFEC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCDI.
      *
      * Documentos emitidos (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'INTFAC.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FDEM LABEL RECORD IS STANDARD.
           COPY REGDEM.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FINT LABEL RECORD IS STANDARD.
           COPY REGINT.
      *
       FD FCDI LABEL RECORD IS STANDARD.
           COPY REGCDI.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete de los documentos.
           COPY EMPRESA.
      * Control del dia cerrado (CIERREDIA.DAT).
       77 FS-FCDI    PIC XX.
       77 DIA-CERRADO PIC X.
       77 FECHA-CDI  PIC 9(8).
       77 CONT-CDI   PIC X.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
      *
       77 FECHA      PIC 99999999.
       77 FINDEM     PIC X.
       77 FINSES     PIC X.
       77 EXISTE     PIC X.
       77 EMITIDA    PIC X.
       77 CONTINUA   PIC X.
      *
       77 ERROR-P    PIC X(50) VALUE
           'No hay propuesta de intereses: pase antes UD23E17.'.
       77 ERROR-I    PIC X(50) VALUE
           'ERROR! El importe no puede superar la propuesta.'.
      *
      * Cliente en curso y lo propuesto para el.
       77 CLI-ACT    PIC X(4).
       77 NUM-LIN    PIC 9(5).
       77 T-PROP     PIC 9(7)V99.
       77 FECHA-HAS  PIC 9(8).
       77 TIPO-INT   PIC 99V99.
      *
      * Decision del operador e importe que se factura.
       77 DECISION   PIC X.
           88 DEC-EMITIR    VALUE 'S'.
           88 DEC-RENUNCIAR VALUE 'N'.
           88 DEC-DEJAR     VALUE 'P'.
           88 DEC-FIN       VALUE 'F'.
       77 IMPORTE-E  PIC 9(7)V99.
       77 IMPORTE-OK PIC X.
       77 ZIMP       PIC ZZZZ.ZZ9,99.
       77 ZTIPO      PIC Z9,99.
       77 ZNUM       PIC ZZZZ9.
      *
      * Recuentos de la sesion.
       77 NUM-EMI    PIC 9(5).
       77 NUM-REN    PIC 9(5).
       77 NUM-DEJ    PIC 9(5).
      *
       77 NEXTFAC    PIC 9(6).
      *
      * Argumentos de la rutina comun SERIENUM: numero de la
      * factura en la serie I del ano.
       77 SNU-SERIE  PIC X.
       77 SNU-AA     PIC 9999.
       77 SNU-NUM    PIC 9(6).
       77 SNU-OK     PIC X.
       77 ERROR-SER  PIC X(50) VALUE
           'ERROR EN EL CONTADOR DE SERIES SERIES.CTR'.
           COPY NUMSER.
      *
      * Argumentos de la rutina comun FECHACAL.
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
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
      *
      * Fecha AAAAMMDD que se edita DD/MM/AAAA.
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
       77 FS-FDEM    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FINT    PIC XX.
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
      * Lineas del documento.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 CAB-EMP PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(19) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 LINEA-NIF-EMP.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'NIF: '.
           02 LNE-NIF PIC X(9).
           02 FILLER  PIC X(64) VALUE SPACES.
      *
       01 LINEA-TITULO.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(36) VALUE
              'FACTURA DE INTERESES DE DEMORA  N.:'.
           02 LTI-NUM PIC X(12).
           02 FILLER  PIC X(30) VALUE SPACES.
      *
       01 LINEA-CLIENTE.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'Cliente: '.
           02 LCL-CLI PIC X(4).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LCL-NOM PIC X(20).
           02 FILLER  PIC X(8)  VALUE '   NIF: '.
           02 LCL-NIF PIC X(9).
           02 FILLER  PIC X(26) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(14) VALUE 'Factura'.
           02 FILLER  PIC X(12) VALUE 'Vencimiento'.
           02 FILLER  PIC X(12) VALUE 'Int. desde'.
           02 FILLER  PIC X(12) VALUE 'Int. hasta'.
           02 FILLER  PIC X(7)  VALUE '   Dias'.
           02 FILLER  PIC X(15) VALUE '      Intereses'.
           02 FILLER  PIC X(5)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-SER  PIC X(12).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-VTO  PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DES  PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-HAS  PIC X(10).
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 DET-DIA  PIC ZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-INT  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(5)  VALUE SPACES.
      *
       01 LINEA-IMPORTE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 LIM-TXT  PIC X(59).
           02 LIM-IMP  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(5)  VALUE SPACES.
      *
       01 LINEA-VTO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(13) VALUE 'Vencimiento: '.
           02 LVT-FEC  PIC X(10).
           02 FILLER   PIC X(54) VALUE SPACES.
      *
       01 LINEA-LEY1.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(40) VALUE
              'Intereses de demora de la Ley 3/2004, de'.
           02 FILLER   PIC X(37) VALUE
              ' 29 de diciembre, al tipo anual del'.
       01 LINEA-LEY2.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 LEY-TIP  PIC Z9,99.
           02 FILLER   PIC X(40) VALUE
              ' % sobre el importe pagado con retraso o'.
           02 FILLER   PIC X(32) VALUE
              ' pendiente a la fecha de corte.'.
       01 LINEA-LEY3.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(40) VALUE
              'Operacion no sujeta a IVA (art. 78.Tres.'.
           02 FILLER   PIC X(37) VALUE
              '1 de la Ley 37/1992).'.
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
           PERFORM MEMBRETE-EMPRESA.
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL.
           MOVE 0 TO NUM-EMI NUM-REN NUM-DEJ.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           OPEN I-O FDEM.
           IF FS-FDEM = '35' THEN
              DISPLAY ERROR-P  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP
              GOBACK.
           IF FS-FDEM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDEM
              GOBACK.
      *
           OPEN I-O FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN I-O FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              GOBACK.
      *
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'F' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
      * INTERES.DAT puede no existir todavia (estado '35'); se crea
      * vacio.
           OPEN I-O FINT.
           IF FS-FINT = '35' THEN
              OPEN OUTPUT FINT
              CLOSE FINT
              OPEN I-O FINT.
           IF FS-FINT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINT
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              GOBACK.
      *
      * ************************************************
      * Proceso del programa: un cliente de la propuesta cada vez
      * ************************************************
        PROCESO.
           MOVE SPACE TO FINSES.
           MOVE SPACE TO FINDEM.
           MOVE LOW-VALUES TO DEMCLA.
           START FDEM KEY IS NOT LESS DEMCLA INVALID KEY
                                      MOVE 'S' TO FINDEM.
           IF FINDEM NOT = 'S' THEN
              READ FDEM NEXT RECORD AT END MOVE 'S' TO FINDEM.
      *
           PERFORM TRATAR-CLIENTE UNTIL FINDEM = 'S' OR FINSES = 'S'.
      *
           PERFORM PANTALLA.
           MOVE NUM-EMI TO ZNUM.
           DISPLAY 'Facturas de intereses emitidas:'
                                  LINE 10 POSITION 10 HIGH.
           DISPLAY ZNUM LINE 10 POSITION 50.
           MOVE NUM-REN TO ZNUM.
           DISPLAY 'Clientes con renuncia:'
                                  LINE 11 POSITION 10 HIGH.
           DISPLAY ZNUM LINE 11 POSITION 50.
           MOVE NUM-DEJ TO ZNUM.
           DISPLAY 'Clientes dejados en la propuesta:'
                                  LINE 12 POSITION 10 HIGH.
           DISPLAY ZNUM LINE 12 POSITION 50.
           DISPLAY 'DOCUMENTOS GENERADOS EN INTFAC.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FDEM FCLI FFAC FCTR FINT FLISTA.
      *
      * ************************************************
      * Suma lo propuesto al cliente, pide la decision y la
      * aplica; despues se situa en el cliente siguiente
      * ************************************************
       TRATAR-CLIENTE.
           MOVE DEMCLI TO CLI-ACT.
           MOVE DEMHAS TO FECHA-HAS.
           MOVE DEMTIP TO TIPO-INT.
           MOVE 0 TO NUM-LIN.
           MOVE 0 TO T-PROP.
           PERFORM SUMAR-LINEA
              UNTIL FINDEM = 'S' OR DEMCLI NOT = CLI-ACT.
      *
           MOVE CLI-ACT TO EMA-CLI.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           IF EMA-OK = 'S' THEN
              PERFORM DECIDIR-CLIENTE
            ELSE
              MOVE 'P' TO DECISION.
           IF DEC-EMITIR OR DEC-RENUNCIAR THEN
              PERFORM LIQUIDAR-CLIENTE
            ELSE
              ADD 1 TO NUM-DEJ.
           IF DEC-FIN THEN
              MOVE 'S' TO FINSES.
      *
           MOVE SPACE TO FINDEM.
           MOVE CLI-ACT TO DEMCLI.
           MOVE 999999 TO DEMFAC.
           START FDEM KEY IS GREATER THAN DEMCLA INVALID KEY
                                      MOVE 'S' TO FINDEM.
           IF FINDEM NOT = 'S' THEN
              READ FDEM NEXT RECORD AT END MOVE 'S' TO FINDEM.
      *
       SUMAR-LINEA.
           ADD 1 TO NUM-LIN.
           ADD DEMINT TO T-PROP.
           READ FDEM NEXT RECORD AT END MOVE 'S' TO FINDEM.
      *
      * ************************************************
      * Pantalla del cliente y decision del operador
      * ************************************************
       DECIDIR-CLIENTE.
           PERFORM PANTALLA.
           MOVE CLI-ACT TO CLICOD.
           MOVE 'S' TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                     MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE '(no existe)' TO CLINOM.
      *
           DISPLAY 'Cliente:'     LINE  6 POSITION 10 HIGH.
           DISPLAY CLI-ACT        LINE  6 POSITION 40.
           DISPLAY CLINOM         LINE  6 POSITION 46.
           DISPLAY 'Facturas con retraso:'
                                  LINE  8 POSITION 10 HIGH.
           MOVE NUM-LIN TO ZNUM.
           DISPLAY ZNUM           LINE  8 POSITION 40.
           DISPLAY 'Intereses calculados hasta:'
                                  LINE  9 POSITION 10 HIGH.
           MOVE FECHA-HAS TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           DISPLAY FEC-ED         LINE  9 POSITION 40.
           DISPLAY 'Tipo anual:'  LINE 10 POSITION 10 HIGH.
           MOVE TIPO-INT TO ZTIPO.
           DISPLAY ZTIPO          LINE 10 POSITION 40.
           DISPLAY 'Intereses propuestos:'
                                  LINE 11 POSITION 10 HIGH.
           MOVE T-PROP TO ZIMP.
           DISPLAY ZIMP           LINE 11 POSITION 40.
      *
           DISPLAY '<S>emitir <N>renunciar <P>dejar <F>in:'
                                  LINE 14 POSITION 10 HIGH.
           MOVE 'P' TO DECISION.
           ACCEPT DECISION LINE 14 POSITION 50 NO BEEP UPDATE.
           IF DECISION = 's' THEN
              MOVE 'S' TO DECISION.
           IF DECISION = 'n' THEN
              MOVE 'N' TO DECISION.
           IF DECISION = 'f' THEN
              MOVE 'F' TO DECISION.
           IF NOT DEC-EMITIR AND NOT DEC-RENUNCIAR
                             AND NOT DEC-FIN THEN
              MOVE 'P' TO DECISION.
           IF EXISTE = 'N' AND DEC-EMITIR THEN
              MOVE 'P' TO DECISION.
      *
           IF DEC-EMITIR THEN
              DISPLAY 'Importe a facturar:'
                                  LINE 16 POSITION 10 HIGH
              MOVE T-PROP TO IMPORTE-E
              MOVE 'N' TO IMPORTE-OK
              PERFORM PEDIR-IMPORTE UNTIL IMPORTE-OK = 'S'
              IF IMPORTE-E = 0 THEN
                 MOVE 'P' TO DECISION.
      *
       PEDIR-IMPORTE.
           ACCEPT IMPORTE-E LINE 16 POSITION 40 NO BEEP UPDATE.
           IF IMPORTE-E > T-PROP THEN
              DISPLAY ERROR-I  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP
              DISPLAY SPACES   LINE 23 POSITION 14 ERASE EOL
              MOVE T-PROP TO IMPORTE-E
            ELSE
              MOVE 'S' TO IMPORTE-OK.
      *
      * ************************************************
      * Emite la factura (si se emite) y anota y retira de la
      * propuesta cada factura del cliente
      * ************************************************
       LIQUIDAR-CLIENTE.
           MOVE 'N' TO EMITIDA.
           IF DEC-EMITIR THEN
              PERFORM EMITIR-FACTURA
              IF EMITIDA = 'S' THEN
                 ADD 1 TO NUM-EMI
                 PERFORM IMPRIMIR-CABECERA
               ELSE
                 MOVE 'P' TO DECISION
                 ADD 1 TO NUM-DEJ
            ELSE
              ADD 1 TO NUM-REN.
      *
           IF DEC-EMITIR OR DEC-RENUNCIAR THEN
              PERFORM RETIRAR-PROPUESTA.
           IF EMITIDA = 'S' THEN
              PERFORM IMPRIMIR-PIE.
      *
       RETIRAR-PROPUESTA.
           MOVE SPACE TO FINDEM.
           MOVE CLI-ACT TO DEMCLI.
           MOVE ZEROS TO DEMFAC.
           START FDEM KEY IS NOT LESS DEMCLA INVALID KEY
                                      MOVE 'S' TO FINDEM.
           IF FINDEM NOT = 'S' THEN
              READ FDEM NEXT RECORD AT END MOVE 'S' TO FINDEM.
           PERFORM RETIRAR-LINEA
              UNTIL FINDEM = 'S' OR DEMCLI NOT = CLI-ACT.
      *
       RETIRAR-LINEA.
           IF EMITIDA = 'S' THEN
              PERFORM IMPRIMIR-DETALLE.
           PERFORM ANOTAR-LIQUIDADO.
           DELETE FDEM RECORD.
           IF FS-FDEM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDEM.
           READ FDEM NEXT RECORD AT END MOVE 'S' TO FINDEM.
      *
      * ************************************************
      * INTERES.DAT: la factura queda liquidada hasta el corte
      * ************************************************
       ANOTAR-LIQUIDADO.
           MOVE DEMFAC TO INTFAC.
           MOVE 'S' TO EXISTE.
           READ FINT RECORD KEY IS INTFAC INVALID KEY
                     MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE ZEROS TO INTDOC
              MOVE ZEROS TO INTIMP.
      *
           MOVE DEMHAS TO INTHAS.
           IF EMITIDA = 'S' THEN
              MOVE NEXTFAC TO INTDOC
              ADD DEMINT TO INTIMP
              SET INT-FACTURADO TO TRUE
            ELSE
              SET INT-RENUNCIADO TO TRUE.
      *
           IF EXISTE = 'S' THEN
              REWRITE REGINT
            ELSE
              WRITE REGINT.
           IF FS-FINT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINT.
      *
      * ************************************************
      * Factura de intereses: un documento mas de FACTURAS.DAT,
      * sin pedido ni IVA, que vence al plazo del cliente
      * ************************************************
       EMITIR-FACTURA.
           MOVE 'F' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO NEXTFAC.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
           MOVE 'I' TO SNU-SERIE.
           MOVE AA1 TO SNU-AA.
           CALL 'SERIENUM' USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
           IF SNU-OK NOT = 'S' THEN
              DISPLAY ERROR-SER LINE 23 POSITION 3 REVERSE.
      *
           MOVE NEXTFAC   TO FACNUM.
           MOVE ZEROS     TO FACPED.
           MOVE CLI-ACT   TO FACCLI.
           MOVE AA1       TO FACAA.
           MOVE MM1       TO FACMM.
           MOVE DD1       TO FACDD.
           MOVE IMPORTE-E TO FACBAS.
           MOVE ZEROS     TO FACIVA.
           MOVE IMPORTE-E TO FACTOT.
           MOVE ZEROS     TO FACREC.
           SET FAC-INTERES TO TRUE.
           MOVE ZEROS     TO FACORG.
           MOVE SPACE     TO FACEXE.
           MOVE SNU-SERIE TO FACSCD.
           MOVE SNU-AA    TO FACSAA.
           MOVE SNU-NUM   TO FACSNU.
           MOVE SPACE     TO FACREP.
           PERFORM CALCULAR-VENCIMIENTO.
           MOVE 'F' TO PRA-TIP.
           MOVE FACSER TO PRA-DOC.
           MOVE FACTOT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
            ELSE
              MOVE 'S' TO EMITIDA
              MOVE 'ALT'     TO PEN-OPER
              MOVE NEXTFAC   TO PEN-FAC
              MOVE CLI-ACT   TO PEN-CLI
              MOVE IMPORTE-E TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP
              PERFORM SUBIR-SALDO.
      *
      * Vencimiento: la fecha de la factura mas el plazo de pago
      * del cliente (CLIPLA; cero se trata como 30 dias), como en
      * la facturacion.
       CALCULAR-VENCIMIENTO.
           MOVE 'SUM' TO CAL-OPER.
           MOVE FECHA TO CAL-FECHA1.
           IF CLIPLA > 0 THEN
              MOVE CLIPLA TO CAL-DIAS
            ELSE
              MOVE 30 TO CAL-DIAS.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           IF CAL-OK = 'S' THEN
              MOVE CAL-FECHA2 TO FACVTO
            ELSE
              MOVE FECHA TO FACVTO.
      *
       SUBIR-SALDO.
           ADD IMPORTE-E TO CLISAL.
           REWRITE REGCLI.
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
      * Documento de la factura de intereses en INTFAC.PRN
      * ************************************************
       IMPRIMIR-CABECERA.
           MOVE FF2 TO CAB-FEC.
           IF FACSCD = SPACE THEN
              MOVE FACNUM TO LTI-NUM
            ELSE
              MOVE FACSCD TO NSE-COD
              MOVE FACSAA TO NSE-AA
              MOVE FACSNU TO NSE-NUM
              MOVE NUM-SERIE TO LTI-NUM.
           MOVE CLI-ACT TO LCL-CLI.
           MOVE CLINOM  TO LCL-NOM.
           MOVE CLINIF  TO LCL-NIF.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM LINEA-NIF-EMP AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TITULO AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-CLIENTE AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
       IMPRIMIR-DETALLE.
           MOVE DEMSER TO DET-SER.
           MOVE DEMVTO TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-VTO.
           MOVE DEMDES TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-DES.
           MOVE DEMHAS TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO DET-HAS.
           MOVE DEMDIA TO DET-DIA.
           MOVE DEMINT TO DET-INT.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * El descuento, si lo hay, se ve como diferencia entre los
      * intereses calculados y el importe facturado.
       IMPRIMIR-PIE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Total intereses' TO LIM-TXT.
           MOVE T-PROP TO LIM-IMP.
           WRITE LIN-IMPR FROM LINEA-IMPORTE AFTER ADVANCING 1 LINE.
           IF IMPORTE-E < T-PROP THEN
              MOVE 'Descuento' TO LIM-TXT
              COMPUTE LIM-IMP = T-PROP - IMPORTE-E
              WRITE LIN-IMPR FROM LINEA-IMPORTE
                               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL A PAGAR' TO LIM-TXT.
           MOVE IMPORTE-E TO LIM-IMP.
           WRITE LIN-IMPR FROM LINEA-IMPORTE AFTER ADVANCING 1 LINE.
      *
           MOVE FACVTO TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO LVT-FEC.
           MOVE TIPO-INT TO LEY-TIP.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-VTO AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-LEY1 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-LEY2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-LEY3 AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
       EDITAR-FECHA.
           MOVE FT-DD TO FE-DD.
           MOVE FT-MM TO FE-MM.
           MOVE FT-AA TO FE-AA.
      *
      * ************************************************
      * Cabecera de pantalla
      * ************************************************
       PANTALLA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'Fecha:'       NO ADVANCING LINE  1 POSITION 60 HIGH.
           DISPLAY FF2.
           DISPLAY 'EMISION DE INTERESES DE DEMORA'
                                  LINE  3 POSITION 25 REVERSE HIGH.
      *
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
           MOVE 'UD23E18' TO PRA-PRG.
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
           MOVE 'UD23E18' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FDEM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDEM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FINT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FINT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Razon social y CIF de la empresa de trabajo (rutina comun
      * EMPRESA) para el membrete del documento
      * ************************************************
       MEMBRETE-EMPRESA.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-NOM TO CAB-EMP.
           MOVE EMA-CIF TO LNE-NIF.
