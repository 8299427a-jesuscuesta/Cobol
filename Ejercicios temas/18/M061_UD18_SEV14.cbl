123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD18E14.
       REMARKS. UNIDAD 18 EJERCICIO 14.
      *
      * Sustitucion de un ticket por una factura completa: el
      * comprador de mostrador que despues pide factura a su nombre
      * presenta el ticket (factura simplificada de UD18E8, serie
      * T). Se busca el ticket por su ano y numero de serie, se
      * elige el cliente comprador en CLIENTES.DAT o se da de alta
      * en el acto (con los valores por omision de la carga
      * UD13E4), y su NIF, obligatorio, se valida con la rutina
      * comun NIFVAL. Se emite entonces la factura completa que
      * sustituye al ticket:
      *
      *   - en FACTURAS.DAT, numerada desde FACTURAS.CTR y en la
      *     serie F del ano (rutina comun SERIENUM), a nombre del
      *     comprador, con el pedido y los mismos importes del
      *     ticket, FACORG apuntando al ticket y marcada como
      *     sustitutiva (FAC-SUSTITUTIVA);
      *   - con su registro de facturacion encadenado en
      *     VERIFAC.DAT (rutina comun VERIFAC, tipo F3, con el
      *     numero y la fecha del ticket sustituido);
      *   - emitida con la mencion del ticket al que sustituye en
      *     la cola de documentos (rutina comun DOCCOLA), que el
      *     reparto UD22E9 manda a la impresora o por correo, y
      *     archivada en FACARCH.DAT.
      *
      * El ticket queda marcado como sustituido (FAC-SUSTITUIDA,
      * con FACORG apuntando a la factura) y deja de contar en el
      * libro de IVA y en las ventas. Su cobro se traspasa a la
      * factura con un cobro en negativo sobre el ticket y otro
      * igual sobre la factura, del mismo metodo, de modo que el
      * arqueo del dia queda cuadrado y la factura nace cobrada
      * (rutina comun PENACT). El pedido y la venta del mes en
      * ACUMVEN.DAT pasan del cliente de mostrador al comprador.
      * Los importes no se recalculan: no se admiten compradores
      * en recargo de equivalencia ni intracomunitarios, cuya
      * factura no tendria los importes del ticket.
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
      * El ticket se busca recorriendo FACTURAS.DAT por su serie.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
            SELECT FCTF ASSIGN TO DISK 'FACTURAS.CTR'
            RECORD KEY IS CTFID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTF.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      *
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
      * COBROS.DAT se lee para tomar el metodo del cobro del ticket
      * y despues se abre para anadir el traspaso.
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
      *
            SELECT FARC ASSIGN TO DISK 'FACARCH.DAT'
            RECORD KEY IS ARCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FARC.
      *
            SELECT FAVN ASSIGN TO DISK 'ACUMVEN.DAT'
            RECORD KEY IS AVNCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FAVN.
      *
      * Dias formalmente cerrados por el cierre del dia UD22E5.
            SELECT FCDI ASSIGN TO DISK 'CIERREDIA.DAT'
            RECORD KEY IS CDFEC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCDI.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FCTF LABEL RECORD IS STANDARD.
       01 REGCTF.
          02 CTFID    PIC X.
          02 CTFVAL   PIC 9(6).
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FCOB LABEL RECORD IS STANDARD.
           COPY REGCOB.
      *
       FD FARC LABEL RECORD IS STANDARD.
           COPY REGARC.
      *
       FD FAVN LABEL RECORD IS STANDARD.
           COPY REGAVN.
      *
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
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGPIDE    PIC X(60) VALUE
           'Ano del ticket a cero para terminar'.
       77 MSGCLI     PIC X(60) VALUE
           'Codigo del cliente comprador'.
       77 MSGALTA    PIC X(60) VALUE
           'Cliente nuevo: teclee sus datos'.
       77 MSGNIF     PIC X(60) VALUE
           'NIF del comprador (en blanco para cancelar)'.
       77 ERROR-TIC  PIC X(50) VALUE 'ERROR! El ticket NO existe.'.
       77 ERROR-SUS  PIC X(50) VALUE
           'ERROR! El ticket ya esta sustituido.'.
       77 ERROR-ABO  PIC X(50) VALUE
           'ERROR! El ticket tiene abonos: NO se sustituye.'.
       77 ERROR-CLI  PIC X(50) VALUE
           'ERROR! Cliente comprador no valido.'.
       77 ERROR-BAJA PIC X(50) VALUE
           'ERROR! El cliente esta de baja.'.
       77 ERROR-REG  PIC X(50) VALUE
           'ERROR! Cliente con recargo o intracomunitario.'.
       77 ERROR-NIF  PIC X(50) VALUE
           'ERROR! Sin NIF no hay factura completa.'.
       77 MOTIVO-ERR PIC X(50).
      *
      * Cliente generico de mostrador, como en UD18E8.
       77 CLI-MOSTR  PIC X(4) VALUE 'MOST'.
      *
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
       77 FINLEC     PIC X.
       77 FINCOB     PIC X.
      *
      * Ticket tecleado (ano y numero de la serie T).
       77 TIC-AA-E   PIC 9999.
       77 TIC-NUM-E  PIC 9(6).
      *
      * Datos del ticket encontrado.
       77 TIC-OK     PIC X.
       77 TIC-NUM    PIC 9(6).
       77 TIC-PED    PIC 9(6).
       77 TIC-CLI    PIC X(4).
       77 TIC-BAS    PIC 9(7)V99.
       77 TIC-IVA    PIC 9(7)V99.
       77 TIC-TOT    PIC 9(7)V99.
       77 TIC-MET    PIC X.
       01 TIC-FEC.
           02 TIC-AA  PIC 9999.
           02 TIC-MM  PIC 99.
           02 TIC-DD  PIC 99.
       01 TIC-FEC-N REDEFINES TIC-FEC PIC 9(8).
       77 TIC-SER    PIC X(12).
       01 FF-TIC.
           02 DDT     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 MMT     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 AAT     PIC 9999.
      *
      * Cliente comprador: 'A' alta nueva, 'M' se le completa el
      * NIF, en blanco se toma tal cual.
       77 CLI-OK     PIC X.
       77 CLI-ACCION PIC X.
       77 CLI-COMP   PIC X(4).
       77 NIF-OK     PIC X.
       77 NIF-MSG    PIC X(40).
      *
      * Numero asignado y linea de archivo de la factura.
       77 NEXTFAC    PIC 9(6).
       77 ARC-NUMLIN PIC 9(4).
       77 IMPORTE-LIN PIC 9(7)V99.
      *
      * Argumentos de la rutina comun SERIENUM.
       77 SNU-SERIE  PIC X.
       77 SNU-AA     PIC 9999.
       77 SNU-NUM    PIC 9(6).
       77 SNU-OK     PIC X.
       77 ERROR-SER  PIC X(50) VALUE
           'ERROR EN EL CONTADOR DE SERIES SERIES.CTR'.
           COPY NUMSER.
      *
       77 ZIMP       PIC ZZZZ.ZZ9,99.
      *
      * Argumentos de la rutina comun DOCCOLA: documento en curso,
      * numero de linea dentro de el, salto de pagina, la linea y
      * el estado devuelto.
       77 COL-TIP    PIC X(3).
       77 COL-DOC    PIC 9(6).
       77 COL-CLI    PIC X(4).
       77 COL-LIN    PIC 9(4).
       77 COL-SAL    PIC X VALUE SPACE.
       77 COL-FS     PIC XX.
       01 LIN-IMPR   PIC X(80).
      *
       77 FS-FFAC    PIC XX.
       77 FS-FCTF    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FCOB    PIC XX.
       77 FS-FARC    PIC XX.
       77 FS-FAVN    PIC XX.
       77 EXISTE-AVN PIC X.
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
      * Argumentos de la rutina comun VERIFAC.
       77 VFA-OPER    PIC X(3).
       77 VFA-TIPO    PIC XX.
       77 VFA-NIF     PIC X(14).
       77 VFA-FORG    PIC 9(8).
       77 VFA-REGISTRO PIC X(290).
       77 VFA-SALIDA  PIC X(152).
       77 VFA-OK      PIC X.
       77 ERROR-VF    PIC X(50) VALUE
           'AVISO: registro VERI*FACTU NO grabado.'.
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
      * Lineas de la factura impresa, con el formato de la
      * facturacion UD12E1.
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
           02 CAB-FEC PIC X(10).
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'FACTURA: '.
           02 CAB-FAC PIC X(12).
           02 FILLER  PIC X(4)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pedido: '.
           02 CAB-PED PIC 9(6).
           02 FILLER  PIC X(21) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Producto'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(22) VALUE 'Descripcion'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(6)  VALUE 'Cantd.'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Precio'.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(14) VALUE 'Importe'.
           02 FILLER  PIC X(7)  VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-CLIENTE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Cliente..: '.
           02 FAC-CLICOD PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FAC-CLINOM PIC X(20).
           02 FILLER   PIC X(12) VALUE '   NIF: '.
           02 FAC-CLINIF PIC X(14).
           02 FILLER   PIC X(14) VALUE SPACES.
       01 LINEA-DIRECCION.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Direccion: '.
           02 FAC-CLIDIR PIC X(20).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FAC-CLIPOB PIC X(20).
           02 FILLER   PIC X(24) VALUE SPACES.
      *
      * Mencion del ticket (factura simplificada) al que sustituye.
       01 LINEA-SUSTITUYE-1.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(56) VALUE
              'Factura emitida en sustitucion de factura simplificada'.
           02 FILLER   PIC X(21) VALUE SPACES.
       01 LINEA-SUSTITUYE-2.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(20) VALUE 'Sustituye al ticket '.
           02 SUS-TIC  PIC X(12).
           02 FILLER   PIC X(4)  VALUE ' de '.
           02 SUS-FEC  PIC X(10).
           02 FILLER   PIC X(31) VALUE SPACES.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-PRO  PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-DESC PIC X(22).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-CAN  PIC ZZ.ZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-PRE  PIC ZZZ.ZZ9,99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE SPACES.
      *
       01 LINEA-BASE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Base imponible......: '.
           02 TOT-BAS  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(43) VALUE SPACES.
       01 LINEA-IVA.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Cuota de IVA........: '.
           02 TOT-IVA  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(43) VALUE SPACES.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'TOTAL FACTURA.......: '.
           02 TOT-FAC  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(43) VALUE SPACES.
      *
       01 LINEA-VERIFACTU.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(53) VALUE
              'Factura verificable en la sede electronica de la AEAT'.
           02 FILLER   PIC X(15) VALUE ' - VERI*FACTU'.
           02 FILLER   PIC X(9)  VALUE SPACES.
       01 LINEA-QR1.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(4)  VALUE 'QR: '.
           02 QR-TXT1  PIC X(73).
       01 LINEA-QR2.
           02 FILLER   PIC X(7)  VALUE SPACES.
           02 QR-TXT2  PIC X(73).
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
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
      * Sin FACTURAS.DAT no hay tickets que sustituir.
           OPEN I-O FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              GOBACK.
      *
           OPEN I-O FCTF.
           IF FS-FCTF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTF
              GOBACK.
      *
           OPEN I-O FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN I-O FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
           OPEN I-O FARC.
           IF FS-FARC = '35' THEN
              OPEN OUTPUT FARC
              CLOSE FARC
              OPEN I-O FARC.
           IF FS-FARC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FARC
              GOBACK.
      *
           OPEN I-O FAVN.
           IF FS-FAVN = '35' THEN
              OPEN OUTPUT FAVN
              CLOSE FAVN
              OPEN I-O FAVN.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * ************************************************
      * Proceso del programa: un ticket por vuelta
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           MOVE 1 TO TIC-AA-E.
           PERFORM SUSTITUIR-TICKET UNTIL TIC-AA-E = ZEROS.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FAVN = '00' THEN
              CLOSE FAVN.
           CLOSE FFAC FCTF FCLI FPED FLIN FPROD FARC.
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
           DISPLAY 'FACTURA COMPLETA DE UN TICKET'
                                   LINE  3 POSITION 26 REVERSE HIGH.
      *
           DISPLAY 'Ticket......: T' LINE  6 POSITION 10 HIGH.
           DISPLAY '-'             LINE  6 POSITION 29 HIGH.
           DISPLAY 'Fecha.......:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Total.......:' LINE  7 POSITION 40 HIGH.
           DISPLAY 'Cliente.....:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Nombre......:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Direccion...:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Poblacion...:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'NIF.........:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Factura.....:' LINE 15 POSITION 10 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGPIDE         LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide el ticket y, si puede sustituirse, los datos del
      * comprador; confirmado, emite la factura
      * ************************************************
       SUSTITUIR-TICKET.
           PERFORM BORRAR-PANTALLA.
           MOVE ZEROS TO TIC-AA-E.
           MOVE ZEROS TO TIC-NUM-E.
           ACCEPT TIC-AA-E LINE  6 POSITION 25 NO BEEP.
      *
           IF TIC-AA-E NOT = ZEROS THEN
              ACCEPT TIC-NUM-E LINE  6 POSITION 30 NO BEEP
              PERFORM BUSCAR-TICKET
              IF TIC-OK NOT = 'S' THEN
                 DISPLAY MOTIVO-ERR LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM MOSTRAR-TICKET
                 PERFORM DATOS-COMPRADOR.
      *
       DATOS-COMPRADOR.
           DISPLAY MSGCLI LINE 23 POSITION 14 REVERSE.
           PERFORM PEDIR-CLIENTE.
           IF CLI-OK NOT = 'S' THEN
              DISPLAY MOTIVO-ERR LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM CONFIRMAR
              IF CONFIRMA = 'S' THEN
                 PERFORM EMITIR-SUSTITUTIVA
                 DISPLAY 'FACTURA EMITIDA!' LINE 23 POSITION 14
                                                          REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       CONFIRMAR.
           DISPLAY 'Emitir la factura (S/N)?'
                            LINE 23 POSITION 45 REVERSE.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 23 POSITION 70 NO BEEP.
           IF CONFIRMA = 's' THEN
              MOVE 'S' TO CONFIRMA.
      *
      * ************************************************
      * Busca el ticket por su ano y numero en la serie T; tiene
      * que ser un ticket no sustituido y sin abonos
      * ************************************************
       BUSCAR-TICKET.
           MOVE 'N' TO TIC-OK.
           MOVE ERROR-TIC TO MOTIVO-ERR.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO FACNUM.
           START FFAC KEY IS NOT LESS FACNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-DOCUMENTO UNTIL FINLEC = 'S'.
           IF TIC-OK = 'S' THEN
              PERFORM BUSCAR-ABONOS.
      *
       REVISAR-DOCUMENTO.
           IF SER-TICKET AND FAC-FACTURA AND FACSAA = TIC-AA-E
                                         AND FACSNU = TIC-NUM-E THEN
              MOVE 'S' TO FINLEC
              PERFORM COMPROBAR-TICKET
            ELSE
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       COMPROBAR-TICKET.
           IF FAC-SUSTITUIDA THEN
              MOVE ERROR-SUS TO MOTIVO-ERR
            ELSE
              MOVE 'S'    TO TIC-OK
              MOVE FACNUM TO TIC-NUM
              MOVE FACPED TO TIC-PED
              MOVE FACCLI TO TIC-CLI
              MOVE FACFEC TO TIC-FEC
              MOVE FACBAS TO TIC-BAS
              MOVE FACIVA TO TIC-IVA
              MOVE FACTOT TO TIC-TOT
              MOVE FACSCD TO NSE-COD
              MOVE FACSAA TO NSE-AA
              MOVE FACSNU TO NSE-NUM
              MOVE NUM-SERIE TO TIC-SER.
      *
      * Un abono (devolucion de UD12E5) ya ha rebajado el ticket:
      * la factura completa no tendria sus importes.
       BUSCAR-ABONOS.
           MOVE TIC-PED TO FACPED.
           MOVE SPACE TO FINLEC.
           START FFAC KEY IS NOT LESS FACPED INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-ABONO UNTIL FINLEC = 'S'.
      *
       REVISAR-ABONO.
           IF FACPED NOT = TIC-PED THEN
              MOVE 'S' TO FINLEC
            ELSE
              IF FAC-ABONO AND FACORG = TIC-NUM THEN
                 MOVE 'N' TO TIC-OK
                 MOVE ERROR-ABO TO MOTIVO-ERR
                 MOVE 'S' TO FINLEC
               ELSE
                 READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       MOSTRAR-TICKET.
           MOVE TIC-DD TO DDT.
           MOVE TIC-MM TO MMT.
           MOVE TIC-AA TO AAT.
           DISPLAY FF-TIC  LINE  7 POSITION 24.
           MOVE TIC-TOT TO ZIMP.
           DISPLAY ZIMP    LINE  7 POSITION 54.
      *
      * ************************************************
      * Cliente comprador: uno existente (que no sea el de
      * mostrador, ni de baja, ni en recargo de equivalencia o
      * intracomunitario) o uno nuevo que se da de alta al emitir
      * la factura. El NIF es obligatorio y se valida con NIFVAL
      * ************************************************
       PEDIR-CLIENTE.
           MOVE 'N' TO CLI-OK.
           MOVE SPACE TO CLI-ACCION.
           MOVE ERROR-CLI TO MOTIVO-ERR.
           MOVE SPACES TO CLI-COMP.
           ACCEPT CLI-COMP LINE  9 POSITION 24 NO BEEP.
           IF CLI-COMP NOT = SPACES AND CLI-COMP NOT = CLI-MOSTR THEN
              PERFORM LEER-CLIENTE
              IF EXISTE = 'N' THEN
                 PERFORM ALTA-COMPRADOR
               ELSE
                 PERFORM REVISAR-COMPRADOR.
      *
       LEER-CLIENTE.
           MOVE CLI-COMP TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       REVISAR-COMPRADOR.
           DISPLAY CLINOM LINE 10 POSITION 24.
           DISPLAY CLIDIR LINE 11 POSITION 24.
           DISPLAY CLIPOB LINE 12 POSITION 24.
           DISPLAY CLINIF LINE 13 POSITION 24.
           IF CLI-BAJA THEN
              MOVE ERROR-BAJA TO MOTIVO-ERR
            ELSE
              IF CLI-RECARGO OR CLI-INTRACOM THEN
                 MOVE ERROR-REG TO MOTIVO-ERR
               ELSE
                 PERFORM COMPROBAR-NIF.
      *
      * El NIF que ya tiene el cliente se valida igual; si falta o
      * esta mal formado, se pide y se le graba al emitir.
       COMPROBAR-NIF.
           MOVE 'N' TO NIF-OK.
           IF CLINIF NOT = SPACES THEN
              CALL 'NIFVAL' USING CLINIF, NIF-OK, NIF-MSG.
           IF NIF-OK = 'S' THEN
              MOVE 'S' TO CLI-OK
            ELSE
              PERFORM COMPLETAR-NIF.
      *
       COMPLETAR-NIF.
           DISPLAY MSGNIF LINE 23 POSITION 14 REVERSE.
           MOVE 'N' TO NIF-OK.
           PERFORM PEDIR-NIF UNTIL NIF-OK = 'S' OR NIF-OK = 'X'.
           IF NIF-OK = 'S' THEN
              MOVE 'M' TO CLI-ACCION
              MOVE 'S' TO CLI-OK
            ELSE
              MOVE ERROR-NIF TO MOTIVO-ERR.
      *
      * Alta del comprador con los valores por omision de la carga
      * de clientes UD13E4: sin limite ni saldo, sin clasificar y
      * con los portes pagados.
       ALTA-COMPRADOR.
           DISPLAY MSGALTA LINE 23 POSITION 14 REVERSE.
           MOVE CLI-COMP TO CLICOD.
           MOVE SPACES TO CLINOM.
           MOVE SPACES TO CLIDIR.
           MOVE SPACES TO CLIPOB.
           MOVE SPACE TO CLISEX.
           SET CLI-ACTIVO TO TRUE.
           MOVE ZEROS TO CLILIM.
           MOVE ZEROS TO CLISAL.
           MOVE SPACE TO CLIABC.
           MOVE SPACES TO CLINIF.
           MOVE ZEROS TO CLIPLA.
           MOVE 'N' TO CLIREC.
           MOVE 'N' TO CLIUE.
           MOVE SPACES TO CLIPAI.
           MOVE SPACES TO CLIVIE.
           MOVE 'N' TO CLIFME.
           MOVE 'P' TO CLIPOR.
           MOVE ZEROS TO CLIPUM.
      *
           ACCEPT CLINOM LINE 10 POSITION 24 NO BEEP.
           ACCEPT CLIDIR LINE 11 POSITION 24 NO BEEP.
           ACCEPT CLIPOB LINE 12 POSITION 24 NO BEEP.
           DISPLAY MSGNIF LINE 23 POSITION 14 REVERSE.
           MOVE 'N' TO NIF-OK.
           PERFORM PEDIR-NIF UNTIL NIF-OK = 'S' OR NIF-OK = 'X'.
           IF CLINOM = SPACES THEN
              MOVE ERROR-CLI TO MOTIVO-ERR
            ELSE
              IF NIF-OK = 'S' THEN
                 MOVE 'A' TO CLI-ACCION
                 MOVE 'S' TO CLI-OK
               ELSE
                 MOVE ERROR-NIF TO MOTIVO-ERR.
      *
      * Un NIF en blanco cancela; uno mal formado se rechaza con el
      * mensaje de la rutina y se vuelve a pedir.
       PEDIR-NIF.
           MOVE SPACES TO CLINIF.
           ACCEPT CLINIF LINE 13 POSITION 24 NO BEEP.
           IF CLINIF = SPACES THEN
              MOVE 'X' TO NIF-OK
            ELSE
              CALL 'NIFVAL' USING CLINIF, NIF-OK, NIF-MSG
              IF NIF-OK NOT = 'S' THEN
                 DISPLAY NIF-MSG LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGNIF LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Emite la factura sustitutiva y deja el ticket sustituido
      * ************************************************
       EMITIR-SUSTITUTIVA.
           PERFORM GRABAR-CLIENTE.
           PERFORM SIGUIENTE-FACTURA.
           DISPLAY NUM-SERIE LINE 15 POSITION 24.
           PERFORM GRABAR-FACTURA.
           PERFORM MARCAR-TICKET.
           PERFORM TRASPASAR-COBRO.
           PERFORM PASAR-PEDIDO.
           PERFORM TRASPASAR-VENTA.
           PERFORM IMPRIMIR-FACTURA.
      *
       GRABAR-CLIENTE.
           IF CLI-ACCION = 'A' THEN
              WRITE REGCLI
              IF FS-FCLI NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FCLI
               ELSE
                 MOVE 'CLIENTES' TO JRN-FICHERO
                 MOVE 'WRITE ' TO JRN-OPER
                 MOVE REGCLI TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN.
           IF CLI-ACCION = 'M' THEN
              REWRITE REGCLI
              IF FS-FCLI NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FCLI
               ELSE
                 MOVE 'CLIENTES' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGCLI TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN.
      *
       SIGUIENTE-FACTURA.
           MOVE 'F' TO CTFID.
           READ FCTF WITH LOCK KEY IS CTFID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTF.
           ADD 1 TO CTFVAL.
           MOVE CTFVAL TO NEXTFAC.
           REWRITE REGCTF.
           IF FS-FCTF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTF.
           UNLOCK FCTF.
      *
           MOVE 'F' TO SNU-SERIE.
           MOVE AA1 TO SNU-AA.
           CALL 'SERIENUM' USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
           IF SNU-OK NOT = 'S' THEN
              DISPLAY ERROR-SER LINE 23 POSITION 3 REVERSE
              PERFORM CONTINUAR.
           MOVE SNU-SERIE TO NSE-COD.
           MOVE SNU-AA    TO NSE-AA.
           MOVE SNU-NUM   TO NSE-NUM.
      *
      * La factura lleva el pedido y los importes del ticket; como
      * el ticket, vence en el acto, y nace cobrada con el
      * traspaso de su cobro.
       GRABAR-FACTURA.
           MOVE 'N'       TO VFA-OK.
           MOVE NEXTFAC   TO FACNUM.
           MOVE TIC-PED   TO FACPED.
           MOVE CLI-COMP  TO FACCLI.
           MOVE AA1       TO FACAA.
           MOVE MM1       TO FACMM.
           MOVE DD1       TO FACDD.
           MOVE TIC-BAS   TO FACBAS.
           MOVE TIC-IVA   TO FACIVA.
           MOVE TIC-TOT   TO FACTOT.
           MOVE ZEROS     TO FACREC.
           MOVE ZEROS     TO FACPOR.
           SET FAC-FACTURA TO TRUE.
           MOVE TIC-NUM   TO FACORG.
           MOVE SPACE     TO FACEXE.
           MOVE SNU-SERIE TO FACSCD.
           MOVE SNU-AA    TO FACSAA.
           MOVE SNU-NUM   TO FACSNU.
           SET FAC-SUSTITUTIVA TO TRUE.
           MOVE AA1       TO VTOAA.
           MOVE MM1       TO VTOMM.
           MOVE DD1       TO VTODD.
           MOVE 'F' TO PRA-TIP.
           MOVE FACSER TO PRA-DOC.
           MOVE FACTOT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
            ELSE
              MOVE 'ALT'     TO PEN-OPER
              MOVE NEXTFAC   TO PEN-FAC
              MOVE CLI-COMP  TO PEN-CLI
              MOVE TIC-TOT   TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP
              PERFORM REGISTRO-VERIFACTU.
      *
      * Registro de facturacion de alta (F3, factura en sustitucion
      * de una simplificada) con el numero y la fecha del ticket.
       REGISTRO-VERIFACTU.
           MOVE 'ALT'     TO VFA-OPER.
           MOVE 'F3'      TO VFA-TIPO.
           MOVE CLINIF    TO VFA-NIF.
           MOVE TIC-FEC-N TO VFA-FORG.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
           IF VFA-OK NOT = 'S' THEN
              DISPLAY ERROR-VF LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       MARCAR-TICKET.
           MOVE TIC-NUM TO FACNUM.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                                 PERFORM ERROR-FICHERO-FFAC.
           SET FAC-SUSTITUIDA TO TRUE.
           MOVE NEXTFAC TO FACORG.
           REWRITE REGFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC.
      *
      * ************************************************
      * Traspasa el cobro del ticket a la factura: un cobro en
      * negativo sobre el ticket y otro igual sobre la factura, con
      * el metodo del cobro original, como se deshacen los recibos
      * devueltos (UD23E2) sin tocar el cobro original
      * ************************************************
       TRASPASAR-COBRO.
           PERFORM BUSCAR-METODO.
           OPEN I-O FCOB.
           IF FS-FCOB = '35' THEN
              OPEN OUTPUT FCOB
              CLOSE FCOB
              OPEN I-O FCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              PERFORM GRABAR-COBROS
              CLOSE FCOB.
      *
       BUSCAR-METODO.
           MOVE 'E' TO TIC-MET.
           OPEN INPUT FCOB.
           IF FS-FCOB = '00' THEN
              MOVE SPACE TO FINCOB
              MOVE TIC-CLI TO COBCLI
              MOVE TIC-NUM TO COBFAC
              MOVE ZEROS TO COBLIN
              PERFORM POSICIONAR-COBROS
              PERFORM REVISAR-COBRO UNTIL FINCOB = 'S'
              CLOSE FCOB.
      *
       POSICIONAR-COBROS.
           START FCOB KEY IS NOT LESS COBCLAVE INVALID KEY
                                   MOVE 'S' TO FINCOB.
           IF FINCOB NOT = 'S' THEN
              PERFORM LEER-COBRO.
      *
      * Solo se leen los cobros del ticket, por su clave.
       REVISAR-COBRO.
           IF COBIMP > 0 THEN
              MOVE COBMET TO TIC-MET
              MOVE 'S' TO FINCOB
            ELSE
              PERFORM LEER-COBRO.
      *
       LEER-COBRO.
           READ FCOB NEXT RECORD AT END MOVE 'S' TO FINCOB.
           IF FINCOB NOT = 'S' THEN
              IF COBCLI NOT = TIC-CLI OR COBFAC NOT = TIC-NUM THEN
                 MOVE 'S' TO FINCOB.
      *
       GRABAR-COBROS.
           MOVE TIC-CLI   TO COBCLI.
           MOVE TIC-NUM   TO COBFAC.
           MOVE AA1       TO COBAA.
           MOVE MM1       TO COBMM.
           MOVE DD1       TO COBDD.
           COMPUTE COBIMP = 0 - TIC-TOT.
           MOVE TIC-MET   TO COBMET.
           MOVE ZEROS TO COBLIN.
           MOVE 'C' TO PRA-TIP.
           MOVE COBCLAVE TO PRA-DOC.
           MOVE COBIMP TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           MOVE '22' TO FS-FCOB.
           PERFORM NUMERAR-COBRO UNTIL FS-FCOB NOT = '22'
                                    OR COBLIN = 999.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB.
      *
           MOVE CLI-COMP  TO COBCLI.
           MOVE NEXTFAC   TO COBFAC.
           MOVE TIC-TOT   TO COBIMP.
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
              MOVE 'RES'     TO PEN-OPER
              MOVE NEXTFAC   TO PEN-FAC
              MOVE CLI-COMP  TO PEN-CLI
              MOVE TIC-TOT   TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP.
      *
      * Primer numero de orden libre en la factura del cobro.
       NUMERAR-COBRO.
           ADD 1 TO COBLIN.
           WRITE REGCOB.
      *
      * ************************************************
      * El pedido del ticket pasa a ser del comprador, para que
      * una devolucion posterior (UD12E5) se abone a su nombre
      * ************************************************
       PASAR-PEDIDO.
           MOVE TIC-PED TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              MOVE CLI-COMP TO PEDCLI
              REWRITE REGPED
              IF FS-FPED NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FPED
               ELSE
                 MOVE 'PEDIDOS ' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGPED TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN.
      *
      * ************************************************
      * Acumulado de ventas (ACUMVEN.DAT): el total sale del
      * cliente de mostrador en el mes del ticket y entra en el
      * comprador en el mes de la factura; los productos siguen
      * en el mes del ticket
      * ************************************************
       TRASPASAR-VENTA.
           IF FS-FAVN = '00' THEN
              PERFORM RESTAR-VENTA-TICKET
              PERFORM SUMAR-VENTA-COMPRADOR.
      *
       RESTAR-VENTA-TICKET.
           MOVE 'C'     TO AVNTIP.
           MOVE TIC-AA  TO AVNAA.
           MOVE TIC-MM  TO AVNMM.
           MOVE TIC-CLI TO AVNCOD.
           PERFORM LEER-O-CREAR-ACUM.
           SUBTRACT TIC-TOT FROM AVNIMP.
           REWRITE REGAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN.
      *
       SUMAR-VENTA-COMPRADOR.
           MOVE 'C'      TO AVNTIP.
           MOVE AA1      TO AVNAA.
           MOVE MM1      TO AVNMM.
           MOVE CLI-COMP TO AVNCOD.
           PERFORM LEER-O-CREAR-ACUM.
           ADD TIC-TOT TO AVNIMP.
           REWRITE REGAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN.
      *
       LEER-O-CREAR-ACUM.
           MOVE SPACES TO EXISTE-AVN.
           READ FAVN RECORD KEY IS AVNCLAVE INVALID KEY
                     MOVE 'N' TO EXISTE-AVN.
           IF EXISTE-AVN = 'N' THEN
              PERFORM CREAR-ACUM.
      *
       CREAR-ACUM.
           MOVE 0 TO AVNUNI.
           MOVE 0 TO AVNIMP.
           WRITE REGAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN.
           READ FAVN RECORD KEY IS AVNCLAVE INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Emite la factura en la cola de documentos con la mencion
      * del ticket al que sustituye y la deja archivada en
      * FACARCH.DAT
      * ************************************************
       IMPRIMIR-FACTURA.
           MOVE 0 TO ARC-NUMLIN.
           MOVE 'FAC'    TO COL-TIP.
           MOVE NEXTFAC  TO COL-DOC.
           MOVE CLI-COMP TO COL-CLI.
           MOVE 0        TO COL-LIN.
           MOVE 1 TO CAB-PAG.
           MOVE FF2       TO CAB-FEC.
           MOVE NUM-SERIE TO CAB-FAC.
           MOVE TIC-PED   TO CAB-PED.
           MOVE CABECERA-1 TO LIN-IMPR.
           PERFORM ENCOLAR-PAGINA.
           MOVE CABECERA-1 TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE CABECERA-2 TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE CABECERA-4 TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
      *
           MOVE CLI-COMP TO FAC-CLICOD.
           MOVE CLINOM   TO FAC-CLINOM.
           MOVE CLINIF   TO FAC-CLINIF.
           MOVE CLIDIR   TO FAC-CLIDIR.
           MOVE CLIPOB   TO FAC-CLIPOB.
           MOVE LINEA-CLIENTE TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE LINEA-DIRECCION TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
      *
           MOVE TIC-SER TO SUS-TIC.
           MOVE FF-TIC  TO SUS-FEC.
           MOVE LINEA-SUSTITUYE-1 TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE LINEA-SUSTITUYE-2 TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
      *
           MOVE CABECERA-5 TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-LINEAS.
      *
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE TIC-BAS TO TOT-BAS.
           MOVE LINEA-BASE TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE TIC-IVA TO TOT-IVA.
           MOVE LINEA-IVA TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE TIC-TOT TO TOT-FAC.
           MOVE LINEA-TOTAL TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
      *
           IF VFA-OK = 'S' THEN
              PERFORM PIE-VERIFACTU.
      *
      * Lineas del pedido del ticket, a su precio congelado.
       IMPRIMIR-LINEAS.
           MOVE SPACE TO FINLEC.
           MOVE TIC-PED TO LINPED.
           MOVE ZEROS   TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LINPED NOT = TIC-PED THEN
              MOVE 'S' TO FINLEC.
           PERFORM IMPRIMIR-UNA-LINEA UNTIL FINLEC = 'S'.
      *
       IMPRIMIR-UNA-LINEA.
           MOVE LINPRO TO PROCOD.
           MOVE SPACES TO PRODES.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE '(sin producto)' TO PRODES.
           COMPUTE IMPORTE-LIN = LINCAN * LINPRE.
           MOVE LINPRO TO DET-PRO.
           MOVE PRODES TO DET-DESC.
           MOVE LINCAN TO DET-CAN.
           MOVE LINPRE TO DET-PRE.
           MOVE IMPORTE-LIN TO DET-IMP.
           MOVE LINEA-DETALLE TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LINPED NOT = TIC-PED THEN
              MOVE 'S' TO FINLEC.
      *
       PIE-VERIFACTU.
           MOVE VFA-SALIDA(1:73)  TO QR-TXT1.
           MOVE VFA-SALIDA(74:73) TO QR-TXT2.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE LINEA-VERIFACTU TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE LINEA-QR1 TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
           MOVE LINEA-QR2 TO LIN-IMPR.
           PERFORM ESCRIBIR-LINEA.
      *
       ESCRIBIR-LINEA.
           PERFORM ENCOLAR-LINEA.
           MOVE LIN-IMPR TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
       ARCHIVAR-LINEA.
           ADD 1 TO ARC-NUMLIN.
           MOVE NEXTFAC    TO ARCFAC.
           MOVE ARC-NUMLIN TO ARCLIN.
           WRITE REGARC.
           IF FS-FARC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FARC.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  6 POSITION 25 ERASE EOL.
           DISPLAY '-'    LINE  6 POSITION 29 HIGH.
           DISPLAY SPACES LINE  7 POSITION 24 ERASE EOL.
           DISPLAY 'Total.......:' LINE  7 POSITION 40 HIGH.
           DISPLAY SPACES LINE  9 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 15 POSITION 24 ERASE EOL.
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
           MOVE 'UD18E14' TO PRA-PRG.
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
           MOVE 'UD18E14' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
      * ************************************************
      * Deja la linea en la cola de documentos (rutina comun
      * DOCCOLA); el reparto nocturno UD22E9 la manda a la
      * impresora o por correo segun el cliente
      * ************************************************
       ENCOLAR-PAGINA.
           MOVE 'P' TO COL-SAL.
           PERFORM ENCOLAR-LINEA.
      *
       ENCOLAR-LINEA.
           ADD 1 TO COL-LIN.
           CALL 'DOCCOLA' USING COL-TIP, COL-DOC, COL-CLI, COL-LIN,
                                COL-SAL, LIN-IMPR, COL-FS.
           MOVE SPACE TO COL-SAL.
           IF COL-FS NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOL.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTF.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTF   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FARC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FARC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOL.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY COL-FS    LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FAVN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FAVN   LINE 23 POSITION 40 REVERSE.
