123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E19.
       REMARKS. UNIDAD 23 EJERCICIO 19.
      *
      * Creditos incobrables: pide un cliente y el motivo (concurso
      * de acreedores, art. 80.Tres LIVA, o impago, art. 80.Cuatro),
      * recorre sus facturas con pendiente vivo en PENDIENT.DAT y
      * deja elegir una a una las que se dan por perdidas. En el
      * impago solo se ofrecen las facturas emitidas hace al menos
      * el plazo del parametro PLAZOIMPA de PARAMS.DAT (365 dias
      * por defecto; 183 en las empresas que no pasan de seis
      * millones de cifra de negocio). Confirmada la seleccion, por
      * cada factura:
      *
      *   - emite la rectificativa que reduce la base y la cuota
      *     en lo que queda pendiente: un abono (FAC-ABONO) de
      *     FACTURAS.DAT marcado FAC-INCOBRABLE, numerado desde
      *     FACTURAS.CTR y en la serie R del ano (rutina comun
      *     SERIENUM), con FACORG apuntando a la factura; si la
      *     factura lleva varios tipos de IVA sale una rectificativa
      *     por tipo, repartiendo lo pendiente en proporcion a las
      *     bases de las lineas, porque los libros de IVA tratan
      *     cada abono como de un solo tipo;
      *   - deja su registro de facturacion encadenado en
      *     VERIFAC.DAT (rutina comun VERIFAC, tipo R2 en concurso
      *     y R3 en impago, con la fecha de la factura rectificada);
      *   - cierra la partida abierta en PENDIENT.DAT (rutina comun
      *     PENACT) y rebaja el saldo del cliente (CLISAL);
      *   - anota la rectificativa en FALLIDOS.DAT, de donde sale la
      *     relacion anual UD23E20, y la imprime en INCOBRA.PRN para
      *     remitirla al cliente (y, en concurso, a la
      *     administracion concursal).
      *
      * El cliente queda marcado CLI-INSOLVENTE, de modo que la
      * entrada de pedidos no le admite pedidos nuevos. La perdida
      * se asienta en la exportacion contable UD17E11 (cuenta 6500).
      * Como rebaja la cuenta del cliente y la cuota de IVA, es una
      * opcion de supervisor.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      * El membrete lleva la razon social y el CIF de la empresa
      * del grupo con la que se trabaja (rutina comun EMPRESA).
      * Un cliente de otra empresa se rechaza como inexistente.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FCLI se abre en I-O: la rectificativa rebaja el saldo
      * pendiente de cobro del cliente (CLISAL) y lo marca.
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
      * Lineas de los pedidos facturados, para repartir lo pendiente
      * por tipo de IVA.
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
      * Pedidos de cada factura recapitulativa. Se abre solo al
      * repartir una de ellas.
            SELECT FFPD ASSIGN TO DISK 'FACPEDS.DAT'
            RECORD KEY IS FPDCLA
            ALTERNATE RECORD KEY IS FPDPED WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPD.
      *
      * Partidas abiertas: se lee mientras se eligen las facturas y
      * se cierra antes de emitir, porque la rutina PENACT la abre
      * por su cuenta.
            SELECT FPEN ASSIGN TO DISK 'PENDIENT.DAT'
            RECORD KEY IS PENFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPEN.
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
      * Rectificativas por credito incobrable emitidas.
            SELECT FFAL ASSIGN TO DISK 'FALLIDOS.DAT'
            RECORD KEY IS FALCLA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FFAL.
      *
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
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
            SELECT FLISTA ASSIGN TO DISK 'INCOBRA.PRN'
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
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FFPD LABEL RECORD IS STANDARD.
           COPY REGFPD.
      *
       FD FPEN LABEL RECORD IS STANDARD.
           COPY REGPEN.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FFAL LABEL RECORD IS STANDARD.
           COPY REGFAL.
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
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
       77 FINFAC     PIC X.
       77 FINLIN     PIC X.
       77 FINFPD     PIC X.
       77 EXISTE     PIC X.
       77 EXISTE-PEN PIC X.
       77 CONTINUA   PIC X.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGPIDE    PIC X(60) VALUE
           'Codigo de cliente en blanco para terminar'.
       77 ERROR-CLI  PIC X(50) VALUE 'ERROR! El cliente NO existe.'.
       77 ERROR-PEN  PIC X(50) VALUE
           'No hay partidas abiertas en PENDIENT.DAT.'.
       77 ERROR-SEL  PIC X(50) VALUE
           'No se ha elegido ninguna factura.'.
       77 ERROR-MAX  PIC X(50) VALUE
           'Maximo de 50 facturas por pasada.'.
      *
      * Cliente tecleado y motivo de la insolvencia.
       77 CLI-E      PIC X(4).
       77 MOTIVO     PIC X.
           88 MOT-CONCURSO VALUE 'C'.
           88 MOT-IMPAGO   VALUE 'I'.
       77 DECISION   PIC X.
       77 CONFIRMA   PIC X.
      *
      * Dias desde la emision para dar por incobrable una factura
      * impagada, de PARAMS.DAT (PLAZOIMPA).
       77 PLAZO-IMP  PIC 9(5) VALUE 365.
       77 EN-PLAZO   PIC X.
      *
      * Facturas elegidas y su pendiente.
       77 NUM-SEL    PIC 99.
       77 SELIDX     PIC 99.
       77 FIN-SEL    PIC X.
       77 NUM-FPL    PIC 9(5).
       77 T-SEL      PIC S9(9)V99.
       01 TABLA-SELECCION.
           02 SEL-FACTURA OCCURS 50 TIMES.
              03 SEL-FAC PIC 9(6).
              03 SEL-PEN PIC S9(7)V99.
      *
      * Factura que se rectifica.
       77 ORG-NUM    PIC 9(6).
       77 ORG-FEC    PIC 9(8).
       77 ORG-EXE    PIC X.
       77 ORG-SER    PIC X(12).
       77 PEN-E      PIC S9(7)V99.
      *
      * Lo que se rectifica en total (base, cuota y recargo de lo
      * pendiente) y su reparto por tipo de IVA: la base de las
      * lineas de cada tipo y la parte de la rectificativa.
       77 OBJ-BAS    PIC S9(7)V99.
       77 OBJ-IVA    PIC S9(7)V99.
       77 OBJ-REC    PIC S9(7)V99.
       77 ACU-BAS    PIC S9(7)V99.
       77 ACU-IVA    PIC S9(7)V99.
       77 ACU-REC    PIC S9(7)V99.
       77 SUMA-BAS   PIC 9(9)V99.
       77 PED-LIN    PIC 9(6).
       77 NUMTIP     PIC 99.
       77 TIPIDX     PIC 99.
       01 TABLA-TIPOS.
           02 TIPO-IVA OCCURS 10 TIMES.
              03 TIP-IVA  PIC 99V99.
              03 TIP-BAS  PIC 9(9)V99.
              03 TIP-DBA  PIC S9(7)V99.
              03 TIP-DCU  PIC S9(7)V99.
              03 TIP-DRE  PIC S9(7)V99.
      *
      * Rectificativa en curso y totales del cliente.
       77 NEXTFAC    PIC 9(6).
       77 DOC-TOT    PIC S9(7)V99.
       77 T-CLI      PIC S9(9)V99.
       77 NUM-EMI    PIC 9(5).
       77 NUM-CLI    PIC 9(5).
      *
       77 ZIMP       PIC ZZZZ.ZZ9,99.
       77 ZSAL       PIC -ZZZZ.ZZ9,99.
       77 ZNUM       PIC ZZZZ9.
       77 ZTIPO      PIC Z9,99.
       77 SER-ED     PIC X(12).
      *
      * Argumentos de la rutina comun SERIENUM: numero de la
      * rectificativa en la serie R del ano.
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
      * Argumentos de las rutinas comunes DIARIO, PENACT y RECEQ.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
       77 PEN-OPER    PIC X(3).
       77 PEN-FAC     PIC 9(6).
       77 PEN-CLI     PIC X(4).
       77 PEN-IMP     PIC S9(7)V99.
       77 REQ-IVA     PIC 99V99.
       77 REQ-REC     PIC 99V99.
      *
      * Argumentos de la rutina comun VERIFAC (registro de
      * facturacion encadenado de la rectificativa).
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
       77 FS-FCLI    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FFPD    PIC XX.
       77 FS-FPEN    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FFAL    PIC XX.
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
              'FACTURA RECTIFICATIVA  N.:'.
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
       01 LINEA-RECTIFICA.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(21) VALUE 'Rectifica la factura '.
           02 LRE-SER PIC X(12).
           02 FILLER  PIC X(4)  VALUE ' de '.
           02 LRE-FEC PIC X(10).
           02 FILLER  PIC X(31) VALUE SPACES.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-IMPORTE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 LIM-TXT  PIC X(58).
           02 LIM-IMP  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(5)  VALUE SPACES.
      *
       01 LINEA-LEY1.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(40) VALUE
              'Modificacion de la base imponible por cr'.
           02 FILLER   PIC X(37) VALUE
              'edito total o parcialmente incobrable'.
       01 LINEA-LEY2.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(8)  VALUE '(art. 80'.
           02 LEY-ART  PIC X(8).
           02 FILLER   PIC X(26) VALUE
              ' de la Ley 37/1992 del IVA'.
           02 LEY-MOT  PIC X(35).
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
           MOVE 0 TO NUM-EMI NUM-CLI.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
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
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
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
      * FALLIDOS.DAT todavia no existe la primera vez (estado '35');
      * se crea vacio.
           OPEN I-O FFAL.
           IF FS-FFAL = '35' THEN
              OPEN OUTPUT FFAL
              CLOSE FFAL
              OPEN I-O FFAL.
           IF FS-FFAL NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAL
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              GOBACK.
      *
           PERFORM LEER-PARAMETROS.
      *
      * CLI-E se deja con un valor no en blanco para que entre en
      * el bucle de TRATAR-CLIENTE al menos una vez.
           MOVE 'X' TO CLI-E.
      *
      * ************************************************
      * Plazo del impago desde PARAMS.DAT; si el fichero o la
      * clave no existen, sigue el valor compilado
      * ************************************************
       LEER-PARAMETROS.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-PARAMETRO
              IF FS-FPAR = '00' AND PARVAL > 0 THEN
                 MOVE PARVAL TO PLAZO-IMP.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
      * ************************************************
      * Proceso del programa: un cliente por vuelta, hasta que se
      * deje el codigo en blanco
      * ************************************************
        PROCESO.
           PERFORM TRATAR-CLIENTE UNTIL CLI-E = SPACES.
      *
           PERFORM PANTALLA.
           MOVE NUM-CLI TO ZNUM.
           DISPLAY 'Clientes con creditos incobrables:'
                                  LINE 10 POSITION 10 HIGH.
           DISPLAY ZNUM LINE 10 POSITION 50.
           MOVE NUM-EMI TO ZNUM.
           DISPLAY 'Rectificativas emitidas:'
                                  LINE 11 POSITION 10 HIGH.
           DISPLAY ZNUM LINE 11 POSITION 50.
           DISPLAY 'DOCUMENTOS GENERADOS EN INCOBRA.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FFAC FLIN FCTR FFAL FLISTA.
      *
       LEER-PARAMETRO.
           MOVE 'PLAZOIMPA ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Pide un cliente y, si existe, el motivo y las facturas
      * que se dan por incobrables
      * ************************************************
       TRATAR-CLIENTE.
           PERFORM PANTALLA.
           PERFORM ROTULOS.
           MOVE SPACES TO CLI-E.
           ACCEPT CLI-E LINE  6 POSITION 24 NO BEEP.
           IF CLI-E NOT = SPACES THEN
              PERFORM ATENDER-CLIENTE.
      *
       ATENDER-CLIENTE.
           MOVE CLI-E TO CLICOD.
           MOVE 'S' TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                     MOVE 'N' TO EXISTE.
           PERFORM COMPROBAR-EMPRESA.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-CLI LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM MOSTRAR-CLIENTE
              PERFORM PEDIR-MOTIVO
              IF MOT-CONCURSO OR MOT-IMPAGO THEN
                 PERFORM SELECCIONAR-FACTURAS
                 PERFORM CONFIRMAR-EMISION
                 IF CONFIRMA = 'S' THEN
                    PERFORM EMITIR-RECTIFICATIVAS.
      *
       MOSTRAR-CLIENTE.
           DISPLAY CLINOM LINE  6 POSITION 30.
           DISPLAY CLINIF LINE  7 POSITION 24.
           MOVE CLISAL TO ZSAL.
           DISPLAY ZSAL   LINE  7 POSITION 50.
      *
       PEDIR-MOTIVO.
           MOVE SPACE TO MOTIVO.
           ACCEPT MOTIVO LINE  9 POSITION 50 NO BEEP.
           IF MOTIVO = 'c' THEN
              MOVE 'C' TO MOTIVO.
           IF MOTIVO = 'i' THEN
              MOVE 'I' TO MOTIVO.
           IF NOT MOT-CONCURSO AND NOT MOT-IMPAGO THEN
              DISPLAY 'OPERACION CANCELADA.'
                               LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Recorre las facturas del cliente con pendiente vivo y
      * deja elegir las que se dan por incobrables
      * ************************************************
       SELECCIONAR-FACTURAS.
           MOVE 0 TO NUM-SEL.
           MOVE 0 TO NUM-FPL.
           MOVE 0 TO T-SEL.
           MOVE SPACE TO FIN-SEL.
           OPEN INPUT FPEN.
           IF FS-FPEN NOT = '00' THEN
              DISPLAY ERROR-PEN LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM RECORRER-FACTURAS
              CLOSE FPEN.
      *
       RECORRER-FACTURAS.
           MOVE SPACE TO FINFAC.
           MOVE ZEROS TO FACNUM.
           START FFAC KEY IS NOT LESS FACNUM INVALID KEY
                                      MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
           PERFORM REVISAR-FACTURA UNTIL FINFAC = 'S' OR FIN-SEL = 'S'.
      *
      * Solo las facturas de venta: los cargos de gastos y los
      * intereses de demora no llevan IVA que recuperar.
       REVISAR-FACTURA.
           IF FACCLI = CLI-E AND FAC-FACTURA THEN
              PERFORM PROBAR-PENDIENTE.
           IF FIN-SEL NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
      *
       PROBAR-PENDIENTE.
           MOVE FACNUM TO PENFAC.
           MOVE 'S' TO EXISTE-PEN.
           READ FPEN RECORD KEY IS PENFAC INVALID KEY
                     MOVE 'N' TO EXISTE-PEN.
           IF EXISTE-PEN = 'S' AND PENIMP > 0 THEN
              PERFORM COMPROBAR-PLAZO
              IF EN-PLAZO = 'S' THEN
                 PERFORM PROPONER-FACTURA
               ELSE
                 ADD 1 TO NUM-FPL.
      *
      * El impago solo se puede alegar pasado el plazo desde la
      * emision (el devengo); el concurso no tiene plazo.
       COMPROBAR-PLAZO.
           MOVE 'S' TO EN-PLAZO.
           IF MOT-IMPAGO THEN
              MOVE 'DIF'  TO CAL-OPER
              MOVE FACFEC TO CAL-FECHA1
              MOVE FECHA  TO CAL-FECHA2
              CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                    CAL-DIAS, CAL-OK
              IF CAL-OK = 'S' AND CAL-DIAS < PLAZO-IMP THEN
                 MOVE 'N' TO EN-PLAZO.
      *
       PROPONER-FACTURA.
           PERFORM MONTAR-SERIE.
           DISPLAY SER-ED LINE 11 POSITION 24.
           MOVE FACFEC TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           DISPLAY FEC-ED LINE 12 POSITION 24.
           MOVE FACTOT TO ZIMP.
           DISPLAY ZIMP   LINE 13 POSITION 24.
           MOVE PENIMP TO ZIMP.
           DISPLAY ZIMP   LINE 14 POSITION 24.
      *
           MOVE 'N' TO DECISION.
           ACCEPT DECISION LINE 16 POSITION 50 NO BEEP UPDATE.
           IF DECISION = 's' THEN
              MOVE 'S' TO DECISION.
           IF DECISION = 'f' THEN
              MOVE 'F' TO DECISION.
           IF DECISION = 'S' THEN
              PERFORM ELEGIR-FACTURA.
           IF DECISION = 'F' THEN
              MOVE 'S' TO FIN-SEL.
      *
       ELEGIR-FACTURA.
           ADD 1 TO NUM-SEL.
           MOVE FACNUM TO SEL-FAC(NUM-SEL).
           MOVE PENIMP TO SEL-PEN(NUM-SEL).
           ADD PENIMP TO T-SEL.
           MOVE NUM-SEL TO ZNUM.
           DISPLAY ZNUM LINE 18 POSITION 24.
           MOVE T-SEL TO ZIMP.
           DISPLAY ZIMP LINE 18 POSITION 50.
           IF NUM-SEL = 50 THEN
              DISPLAY ERROR-MAX LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              MOVE 'S' TO FIN-SEL.
      *
      * ************************************************
      * Confirmacion antes de emitir nada
      * ************************************************
       CONFIRMAR-EMISION.
           MOVE 'N' TO CONFIRMA.
           IF NUM-FPL > 0 THEN
              DISPLAY 'Facturas que no llegan al plazo:'
                                  LINE 19 POSITION 10 HIGH
              MOVE NUM-FPL TO ZNUM
              DISPLAY ZNUM        LINE 19 POSITION 44.
           IF NUM-SEL = 0 THEN
              DISPLAY ERROR-SEL LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              DISPLAY 'Emitir las rectificativas (S/N):'
                                  LINE 20 POSITION 10 HIGH
              ACCEPT CONFIRMA LINE 20 POSITION 50 NO BEEP
              IF CONFIRMA = 's' THEN
                 MOVE 'S' TO CONFIRMA.
      *
      * ************************************************
      * Emite las rectificativas de las facturas elegidas y marca
      * al cliente
      * ************************************************
       EMITIR-RECTIFICATIVAS.
           MOVE 0 TO T-CLI.
           PERFORM RECTIFICAR-FACTURA
              VARYING SELIDX FROM 1 BY 1 UNTIL SELIDX > NUM-SEL.
           PERFORM MARCAR-CLIENTE.
           ADD 1 TO NUM-CLI.
           DISPLAY 'RECTIFICATIVAS EMITIDAS!'
                            LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
      *
       RECTIFICAR-FACTURA.
           MOVE SEL-FAC(SELIDX) TO FACNUM.
           MOVE 'S' TO EXISTE.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                     MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              PERFORM REPARTIR-PENDIENTE
              PERFORM EMITIR-DOCUMENTO
                 VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
      *
      * ************************************************
      * Base, cuota y recargo de lo pendiente, en la proporcion de
      * la factura, repartidos por tipo de IVA
      * ************************************************
       REPARTIR-PENDIENTE.
           MOVE FACNUM TO ORG-NUM.
           MOVE FACFEC TO ORG-FEC.
           MOVE FACEXE TO ORG-EXE.
           PERFORM MONTAR-SERIE.
           MOVE SER-ED TO ORG-SER.
           MOVE SEL-PEN(SELIDX) TO PEN-E.
      *
           IF PEN-E NOT < FACTOT THEN
              MOVE FACBAS TO OBJ-BAS
              MOVE FACIVA TO OBJ-IVA
              MOVE FACREC TO OBJ-REC
            ELSE
              COMPUTE OBJ-IVA ROUNDED = FACIVA * PEN-E / FACTOT
              COMPUTE OBJ-REC ROUNDED = FACREC * PEN-E / FACTOT
              COMPUTE OBJ-BAS = PEN-E - OBJ-IVA - OBJ-REC.
      *
           MOVE 0 TO NUMTIP.
           IF NOT FAC-INTRACOM AND FACIVA > 0 THEN
              PERFORM RECONSTRUIR-TIPOS.
           IF NUMTIP < 2 THEN
              PERFORM UN-SOLO-TIPO
            ELSE
              PERFORM REPARTIR-TIPOS.
      *
      * Un solo tipo (o ninguno, en las entregas intracomunitarias
      * exentas): una sola rectificativa por todo lo pendiente.
       UN-SOLO-TIPO.
           IF NUMTIP = 0 THEN
              MOVE 1 TO NUMTIP
              MOVE 0 TO TIP-IVA(1)
              IF FACBAS > 0 THEN
                 COMPUTE TIP-IVA(1) ROUNDED = FACIVA * 100 / FACBAS.
           MOVE OBJ-BAS TO TIP-DBA(1).
           MOVE OBJ-IVA TO TIP-DCU(1).
           MOVE OBJ-REC TO TIP-DRE(1).
      *
      * Varios tipos: cada uno lleva la parte de la base que le dan
      * sus lineas, con su cuota y su recargo; el ultimo se queda
      * con la diferencia, para que la suma cuadre al centimo con
      * lo pendiente.
       REPARTIR-TIPOS.
           MOVE 0 TO SUMA-BAS.
           MOVE 0 TO ACU-BAS.
           MOVE 0 TO ACU-IVA.
           MOVE 0 TO ACU-REC.
           PERFORM SUMAR-BASE-TIPO
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
           IF SUMA-BAS = 0 THEN
              MOVE 0 TO NUMTIP
              PERFORM UN-SOLO-TIPO
            ELSE
              PERFORM REPARTIR-TIPO
                 VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
      *
       SUMAR-BASE-TIPO.
           ADD TIP-BAS(TIPIDX) TO SUMA-BAS.
      *
       REPARTIR-TIPO.
           IF TIPIDX < NUMTIP THEN
              PERFORM REPARTIR-PROPORCIONAL
            ELSE
              PERFORM REPARTIR-RESTO.
      *
       REPARTIR-PROPORCIONAL.
           COMPUTE TIP-DBA(TIPIDX) ROUNDED =
                   TIP-BAS(TIPIDX) * OBJ-BAS / SUMA-BAS.
           COMPUTE TIP-DCU(TIPIDX) ROUNDED =
                   TIP-DBA(TIPIDX) * TIP-IVA(TIPIDX) / 100.
           MOVE 0 TO TIP-DRE(TIPIDX).
           IF OBJ-REC > 0 THEN
              MOVE TIP-IVA(TIPIDX) TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE TIP-DRE(TIPIDX) ROUNDED =
                      TIP-DBA(TIPIDX) * REQ-REC / 100.
           ADD TIP-DBA(TIPIDX) TO ACU-BAS.
           ADD TIP-DCU(TIPIDX) TO ACU-IVA.
           ADD TIP-DRE(TIPIDX) TO ACU-REC.
      *
       REPARTIR-RESTO.
           COMPUTE TIP-DBA(TIPIDX) = OBJ-BAS - ACU-BAS.
           COMPUTE TIP-DCU(TIPIDX) = OBJ-IVA - ACU-IVA.
           COMPUTE TIP-DRE(TIPIDX) = OBJ-REC - ACU-REC.
           IF TIP-DBA(TIPIDX) < 0 THEN
              MOVE 0 TO TIP-DBA(TIPIDX).
           IF TIP-DCU(TIPIDX) < 0 THEN
              MOVE 0 TO TIP-DCU(TIPIDX).
           IF TIP-DRE(TIPIDX) < 0 THEN
              MOVE 0 TO TIP-DRE(TIPIDX).
      *
      * ************************************************
      * Base de la factura por tipo de IVA desde las lineas de su
      * pedido (o de sus pedidos, si es recapitulativa), con el
      * tipo congelado LINIVA, como la exportacion UD17E11
      * ************************************************
       RECONSTRUIR-TIPOS.
           IF FAC-RECAPITULATIVA THEN
              PERFORM RECONSTRUIR-RECAPITULATIVA
            ELSE
              MOVE FACPED TO PED-LIN
              PERFORM RECONSTRUIR-PEDIDO.
      *
       RECONSTRUIR-RECAPITULATIVA.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              PERFORM POSICIONAR-ALBARAN
              PERFORM RECONSTRUIR-ALBARAN UNTIL FINFPD = 'S'
              CLOSE FFPD.
      *
       POSICIONAR-ALBARAN.
           MOVE FACNUM TO FPDFAC.
           MOVE ZEROS  TO FPDPED.
           MOVE SPACE TO FINFPD.
           START FFPD KEY IS NOT LESS FPDCLA INVALID KEY
                                   MOVE 'S' TO FINFPD.
      *
       RECONSTRUIR-ALBARAN.
           READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              IF FPDFAC NOT = FACNUM THEN
                 MOVE 'S' TO FINFPD
               ELSE
                 MOVE FPDPED TO PED-LIN
                 PERFORM RECONSTRUIR-PEDIDO.
      *
       RECONSTRUIR-PEDIDO.
           MOVE SPACE TO FINLIN.
           MOVE PED-LIN TO LINPED.
           MOVE ZEROS  TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
           PERFORM ACUMULAR-LINEA-TIPO UNTIL FINLIN = 'S'.
      *
       ACUMULAR-LINEA-TIPO.
           MOVE 1 TO TIPIDX.
           PERFORM AVANZAR-TIPO
              UNTIL TIPIDX > NUMTIP OR TIP-IVA(TIPIDX) = LINIVA.
           IF TIPIDX > NUMTIP AND NUMTIP < 10 THEN
              ADD 1 TO NUMTIP
              MOVE LINIVA TO TIP-IVA(NUMTIP)
              MOVE 0 TO TIP-BAS(NUMTIP)
              MOVE NUMTIP TO TIPIDX.
           IF TIPIDX NOT > NUMTIP THEN
              COMPUTE TIP-BAS(TIPIDX) =
                      TIP-BAS(TIPIDX) + LINCAN * LINPRE.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
      *
       AVANZAR-TIPO.
           ADD 1 TO TIPIDX.
      *
      * ************************************************
      * Emite la rectificativa de un tipo de IVA
      * ************************************************
       EMITIR-DOCUMENTO.
           COMPUTE DOC-TOT = TIP-DBA(TIPIDX) + TIP-DCU(TIPIDX)
                           + TIP-DRE(TIPIDX).
           IF DOC-TOT > 0 THEN
              PERFORM SIGUIENTE-NUMERO
              PERFORM GRABAR-RECTIFICATIVA.
      *
      * ************************************************
      * Calcula el siguiente numero de documento desde
      * FACTURAS.CTR, igual que la facturacion, y el de la
      * rectificativa en la serie R del ano
      * ************************************************
       SIGUIENTE-NUMERO.
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
           MOVE 'R' TO SNU-SERIE.
           MOVE AA1 TO SNU-AA.
           CALL 'SERIENUM' USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
           IF SNU-OK NOT = 'S' THEN
              DISPLAY ERROR-SER LINE 23 POSITION 3 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Graba la rectificativa en FACTURAS.DAT: un abono sin pedido
      * que rebaja la partida de la factura rectificada
      * ************************************************
       GRABAR-RECTIFICATIVA.
           MOVE NEXTFAC    TO FACNUM.
           MOVE ZEROS      TO FACPED.
           MOVE CLI-E      TO FACCLI.
           MOVE AA1        TO FACAA.
           MOVE MM1        TO FACMM.
           MOVE DD1        TO FACDD.
           MOVE TIP-DBA(TIPIDX) TO FACBAS.
           MOVE TIP-DCU(TIPIDX) TO FACIVA.
           MOVE TIP-DRE(TIPIDX) TO FACREC.
           MOVE DOC-TOT    TO FACTOT.
           SET FAC-ABONO   TO TRUE.
           MOVE ORG-NUM    TO FACORG.
           MOVE ORG-EXE    TO FACEXE.
           MOVE SNU-SERIE  TO FACSCD.
           MOVE SNU-AA     TO FACSAA.
           MOVE SNU-NUM    TO FACSNU.
           SET FAC-INCOBRABLE TO TRUE.
      * Una rectificativa no se cobra: su vencimiento es su propia
      * fecha.
           MOVE AA1        TO VTOAA.
           MOVE MM1        TO VTOMM.
           MOVE DD1        TO VTODD.
           MOVE 'F' TO PRA-TIP.
           MOVE FACSER TO PRA-DOC.
           MOVE FACTOT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
            ELSE
              MOVE 'RES'      TO PEN-OPER
              MOVE ORG-NUM    TO PEN-FAC
              MOVE CLI-E      TO PEN-CLI
              MOVE DOC-TOT    TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP
              ADD DOC-TOT TO T-CLI
              ADD 1 TO NUM-EMI
              PERFORM REGISTRO-VERIFACTU
              PERFORM ANOTAR-FALLIDO
              PERFORM IMPRIMIR-RECTIFICATIVA.
      *
      * ************************************************
      * Registro de facturacion de alta de la rectificativa (R2 en
      * concurso, R3 en impago) encadenado en VERIFAC.DAT
      * ************************************************
       REGISTRO-VERIFACTU.
           MOVE 'ALT'     TO VFA-OPER.
           IF MOT-CONCURSO THEN
              MOVE 'R2'   TO VFA-TIPO
            ELSE
              MOVE 'R3'   TO VFA-TIPO.
           MOVE CLINIF    TO VFA-NIF.
           MOVE ORG-FEC   TO VFA-FORG.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
           IF VFA-OK NOT = 'S' THEN
              DISPLAY ERROR-VF LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * FALLIDOS.DAT: la rectificativa con la factura que rectifica
      * y el motivo, para la relacion anual
      * ************************************************
       ANOTAR-FALLIDO.
           MOVE CLI-E      TO FALCLI.
           MOVE NEXTFAC    TO FALABO.
           MOVE ORG-NUM    TO FALFAC.
           MOVE AA1        TO FALAA.
           MOVE MM1        TO FALMM.
           MOVE DD1        TO FALDD.
           MOVE MOTIVO     TO FALMOT.
           PERFORM MONTAR-SERIE.
           MOVE SER-ED     TO FALSER.
           MOVE ORG-SER    TO FALORG.
           MOVE TIP-IVA(TIPIDX) TO FALTIP.
           MOVE FACBAS     TO FALBAS.
           MOVE FACIVA     TO FALIVA.
           MOVE FACREC     TO FALREC.
           MOVE FACTOT     TO FALTOT.
           WRITE REGFAL.
           IF FS-FFAL NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAL.
      *
      * ************************************************
      * Rebaja el saldo del cliente con lo rectificado y lo marca
      * como insolvente (un cliente de baja sigue de baja)
      * ************************************************
       MARCAR-CLIENTE.
           MOVE CLI-E TO CLICOD.
           MOVE 'S' TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                     MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              SUBTRACT T-CLI FROM CLISAL
              IF NOT CLI-BAJA THEN
                 SET CLI-INSOLVENTE TO TRUE.
           IF EXISTE = 'S' THEN
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
      * ************************************************
      * Numero del documento de REGFAC tal como se imprime: el de
      * su serie o, antes de las series, el numero interno
      * ************************************************
       MONTAR-SERIE.
           IF FACSCD = SPACE THEN
              MOVE SPACES TO SER-ED
              MOVE FACNUM TO SER-ED
            ELSE
              MOVE FACSCD TO NSE-COD
              MOVE FACSAA TO NSE-AA
              MOVE FACSNU TO NSE-NUM
              MOVE NUM-SERIE TO SER-ED.
      *
      * ************************************************
      * Documento de la rectificativa en INCOBRA.PRN, una pagina
      * por documento, con los importes en negativo
      * ************************************************
       IMPRIMIR-RECTIFICATIVA.
           MOVE FF2 TO CAB-FEC.
           MOVE SER-ED TO LTI-NUM.
           MOVE CLI-E  TO LCL-CLI.
           MOVE CLINOM TO LCL-NOM.
           MOVE CLINIF TO LCL-NIF.
           MOVE ORG-SER TO LRE-SER.
           MOVE ORG-FEC TO FEC-NUM.
           PERFORM EDITAR-FECHA.
           MOVE FEC-ED TO LRE-FEC.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM LINEA-NIF-EMP AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TITULO AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-CLIENTE AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-RECTIFICA AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
      *
           MOVE 'Base imponible' TO LIM-TXT.
           COMPUTE LIM-IMP = 0 - FACBAS.
           WRITE LIN-IMPR FROM LINEA-IMPORTE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LIM-TXT.
           IF FAC-INTRACOM THEN
              MOVE 'Exenta de IVA (art. 25 de la Ley 37/1992)'
                TO LIM-TXT
            ELSE
              MOVE TIP-IVA(TIPIDX) TO ZTIPO
              STRING 'Cuota de IVA al ' DELIMITED BY SIZE
                     ZTIPO              DELIMITED BY SIZE
                     ' %'               DELIMITED BY SIZE
                INTO LIM-TXT.
           COMPUTE LIM-IMP = 0 - FACIVA.
           WRITE LIN-IMPR FROM LINEA-IMPORTE AFTER ADVANCING 1 LINE.
           IF FACREC > 0 THEN
              MOVE 'Recargo de equivalencia' TO LIM-TXT
              COMPUTE LIM-IMP = 0 - FACREC
              WRITE LIN-IMPR FROM LINEA-IMPORTE
                               AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL RECTIFICATIVA' TO LIM-TXT.
           COMPUTE LIM-IMP = 0 - FACTOT.
           WRITE LIN-IMPR FROM LINEA-IMPORTE AFTER ADVANCING 1 LINE.
      *
           IF MOT-CONCURSO THEN
              MOVE '.Tres,' TO LEY-ART
              MOVE ', cliente en concurso)' TO LEY-MOT
            ELSE
              MOVE '.Cuatro,' TO LEY-ART
              MOVE ', credito impagado)' TO LEY-MOT.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-LEY1 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-LEY2 AFTER ADVANCING 1 LINE.
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
           DISPLAY 'CREDITOS INCOBRABLES'
                                  LINE  3 POSITION 30 REVERSE HIGH.
      *
       ROTULOS.
           DISPLAY 'Cliente.....:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'NIF.........:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Saldo:'        LINE  7 POSITION 40 HIGH.
           DISPLAY 'Motivo <C>oncurso <I>mpago:'
                                   LINE  9 POSITION 10 HIGH.
           DISPLAY 'Factura.....:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Fecha.......:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Total.......:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Pendiente...:' LINE 14 POSITION 10 HIGH.
           DISPLAY 'Incobrable <S>i <N>o <F>in eleccion:'
                                   LINE 16 POSITION 10 HIGH.
           DISPLAY 'Elegidas....:' LINE 18 POSITION 10 HIGH.
           DISPLAY 'Importe:'      LINE 18 POSITION 40 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGPIDE         LINE 23 POSITION 14 REVERSE.
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
           MOVE 'UD23E19' TO PRA-PRG.
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
           MOVE 'UD23E19' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
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
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAL.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAL   LINE 23 POSITION 40 REVERSE.
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
      *
      * ************************************************
      * Un cliente de otra empresa del grupo se trata como
      * inexistente
      * ************************************************
       COMPROBAR-EMPRESA.
           IF EXISTE NOT = 'N' THEN
              MOVE CLICOD TO EMA-CLI
              MOVE 'C' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG
              IF EMA-OK = 'N' THEN
                 MOVE 'N' TO EXISTE.
