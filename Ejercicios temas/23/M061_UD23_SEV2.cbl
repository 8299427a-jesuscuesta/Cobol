123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E2.
       REMARKS. UNIDAD 23 EJERCICIO 2.
      *
      * Devoluciones de recibos domiciliados, el reverso de la
      * liquidacion de remesas UD17E3: cada recibo que el banco
      * devuelve impagado, sea cargado del fichero de devoluciones
      * del banco DEVUELTOS.CSV o tecleado a mano, se busca en
      * REMESAS.DAT (tiene que estar liquidado) y se deshace su
      * cobro con un cobro en negativo en COBROS.DAT (metodo D), se
      * reabre la factura en PENDIENT.DAT con la rutina comun
      * PENACT y se devuelve el importe al saldo del cliente
      * (CLISAL). Los gastos que cobra el banco por la devolucion
      * se repercuten al cliente en un cargo de gastos aparte en
      * FACTURAS.DAT (FACTIP = 'G', numerado desde FACTURAS.CTR),
      * con su propia partida abierta y su numero en la serie G
      * del ano (rutina comun SERIENUM). Cada devolucion queda
      * anotada en el diario de contactos del cliente CONTACLI.DAT
      * (tipo D), y al cliente al que le devuelven dos recibos
      * seguidos se le quita la domiciliacion (BAN-MANUAL en
      * BANCOCLI.DAT): en adelante paga por los cobros manuales.
      *
      * Formato de DEVUELTOS.CSV (sin cabecera, gastos con coma
      * decimal):
      *    REMESA;FACTURA;MOTIVO;GASTOS
      * Las lineas que no se pueden aplicar quedan en
      * DEVUELTOS.REJ con su motivo delante, como EXTRBANC.REJ en
      * UD21E3: FMT linea ilegible, REC recibo inexistente, EST
      * recibo no liquidado o ya devuelto, EMP recibo de un cliente
      * de otra empresa del grupo (rutina comun EMPRESA): cada
      * empresa devuelve solo los recibos de sus remesas.
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
      * Fichero de devoluciones del banco (texto delimitado por
      * punto y coma, como REMESA.CSV).
            SELECT FCSV ASSIGN TO DISK 'DEVUELTOS.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FCSV.
      *
            SELECT FREJ ASSIGN TO DISK 'DEVUELTOS.REJ'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FREJ.
      *
            SELECT FREM ASSIGN TO DISK 'REMESAS.DAT'
            RECORD KEY IS REMCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FREM.
      *
      * FCLI se abre en I-O: la devolucion sube el saldo
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
      * facturacion UD12E1: el cargo de gastos lleva un numero
      * mas de la serie.
            SELECT FCTR ASSIGN TO DISK 'FACTURAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
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
      * Dias formalmente cerrados por el cierre del dia UD22E5.
            SELECT FCDI ASSIGN TO DISK 'CIERREDIA.DAT'
            RECORD KEY IS CDFEC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCDI.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCSV LABEL RECORD IS STANDARD.
       01 LIN-CSV PIC X(60).
      *
       FD FREJ LABEL RECORD IS STANDARD.
       01 LIN-REJ PIC X(70).
      *
       FD FREM LABEL RECORD IS STANDARD.
           COPY REGREM.
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
       FD FCOB LABEL RECORD IS STANDARD.
           COPY REGCOB.
      *
       FD FBAN LABEL RECORD IS STANDARD.
           COPY REGBAN.
      *
       FD FCTC LABEL RECORD IS STANDARD.
           COPY REGCTC.

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
      * Empresa de trabajo y la del cliente de cada recibo.
           COPY EMPRESA.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 FINREM     PIC X.
       77 FINCTC     PIC X.
       77 EXISTE     PIC X.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <C>argar fichero banco <T>eclear recibo <F>in'.
       77 ERROR-R    PIC X(50) VALUE 'ERROR! El recibo NO existe.'.
       77 ERROR-M    PIC X(50) VALUE
           'ERROR! El recibo es de otra empresa del grupo.'.
       77 ERROR-E    PIC X(50) VALUE
           'ERROR! Recibo no liquidado o ya devuelto.'.
      *
       77 OPCION     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
      *
      * Recibo devuelto en curso: remesa, factura, motivo del
      * banco y gastos de la devolucion.
       77 NUMREM-E   PIC 9(4).
       77 FACNUM-E   PIC 9(6).
       77 MOTIVO-E   PIC X(4).
       77 GASTOS-E   PIC 9(5)V99.
       77 ZIMP       PIC ZZZZ.ZZ9,99.
      *
      * Clave del recibo en curso, para buscar el recibo anterior
      * del mismo cliente.
       77 CLAVE-ACT  PIC X(10).
       77 CLI-ACT    PIC X(4).
       77 EST-ANT    PIC X.
      *
      * Campos de la linea del fichero del banco.
       01 CAMPOS-CSV.
           02 CAMPO-REM PIC X(6).
           02 CAMPO-FAC PIC X(8).
           02 CAMPO-MOT PIC X(6).
           02 CAMPO-GAS PIC X(10).
       77 REM-X      PIC X(4).
       77 FAC-X      PIC X(6).
      *
      * Gastos descompuestos (parte entera y decimales).
       77 IMP-ENT    PIC 9(5).
       77 IMP-DEC    PIC 99.
      *
      * Motivo de rechazo del recibo en curso (espacios = se
      * aplica).
       77 MOTIVO     PIC XXX.
      *
      * Recuentos de la carga.
       77 NUMLEI     PIC 9(5) VALUE 0.
       77 NUMDEV     PIC 9(5) VALUE 0.
       77 NUMREJ     PIC 9(5) VALUE 0.
       77 NUMMAN     PIC 9(5) VALUE 0.
       77 ZNUM       PIC ZZZZ9.
      *
      * Numero del cargo de gastos y de la anotacion de contacto.
       77 NEXTFAC    PIC 9(6).
       77 NEXTCTC    PIC 9(4).
      *
      * Argumentos de la rutina comun SERIENUM: numero del cargo
      * en la serie G del ano.
       77 SNU-SERIE  PIC X.
       77 SNU-AA     PIC 9999.
       77 SNU-NUM    PIC 9(6).
       77 SNU-OK     PIC X.
       77 ERROR-SER  PIC X(50) VALUE
           'ERROR EN EL CONTADOR DE SERIES SERIES.CTR'.
       77 TEXTO-CTC  PIC X(50).
      *
       77 FS-FCSV    PIC XX.
       77 FS-FREJ    PIC XX.
       77 FS-FREM    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FCOB    PIC XX.
       77 FS-FBAN    PIC XX.
       77 FS-FCTC    PIC XX.
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
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 9999.
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
           OPEN I-O FREM.
           IF FS-FREM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FREM
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
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
           OPEN I-O FBAN.
           IF FS-FBAN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FBAN
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
           CLOSE FREM FCLI FFAC FCTR FBAN FCTC FCOB.
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
           DISPLAY 'RECIBOS DEVUELTOS'
                                   LINE  3 POSITION 32 REVERSE HIGH.
      *
           DISPLAY 'Num. remesa.:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Factura.....:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Importe.....:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Motivo......:' LINE 14 POSITION 10 HIGH.
           DISPLAY 'Gastos......:' LINE 16 POSITION 10 HIGH.
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
           IF OPCION = 'C' OR OPCION = 'c' THEN
              PERFORM CARGAR-FICHERO
              PERFORM PANTALLA
            ELSE
              IF OPCION = 'T' OR OPCION = 't' THEN
                 PERFORM TECLEAR-RECIBO.
      *
      * ************************************************
      * Un recibo tecleado a mano: se muestra y se pide
      * confirmacion antes de devolverlo
      * ************************************************
       TECLEAR-RECIBO.
           MOVE ZEROS TO NUMREM-E.
           ACCEPT NUMREM-E LINE  6 POSITION 24 NO BEEP.
           MOVE ZEROS TO FACNUM-E.
           ACCEPT FACNUM-E LINE  8 POSITION 24 NO BEEP.
      *
           PERFORM LEER-RECIBO.
           IF MOTIVO = 'REC' THEN
              DISPLAY ERROR-R LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              IF MOTIVO = 'EST' THEN
                 DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 IF MOTIVO = 'EMP' THEN
                    DISPLAY ERROR-M LINE 23 POSITION 14 REVERSE
                    PERFORM CONTINUAR
                  ELSE
                    PERFORM DATOS-DEVOLUCION.
      *
       DATOS-DEVOLUCION.
           PERFORM MOSTRAR-RECIBO.
           MOVE SPACES TO MOTIVO-E.
           ACCEPT MOTIVO-E LINE 14 POSITION 24 NO BEEP.
           MOVE ZEROS TO GASTOS-E.
           ACCEPT GASTOS-E LINE 16 POSITION 24 NO BEEP.
      *
           DISPLAY 'Confirma la devolucion? (S/N)'
                            LINE 20 POSITION 24 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 20 POSITION 55 NO BEEP.
           DISPLAY SPACES   LINE 20 POSITION 3 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM DEVOLVER-RECIBO
              DISPLAY 'RECIBO DEVUELTO!'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       MOSTRAR-RECIBO.
           MOVE REMCLI TO CLICOD.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE SPACES TO CLINOM.
           DISPLAY REMCLI   LINE 10 POSITION 24.
           DISPLAY CLINOM   LINE 10 POSITION 30.
           MOVE REMIMP TO ZIMP.
           DISPLAY ZIMP     LINE 12 POSITION 24.
      *
      * ************************************************
      * Carga el fichero de devoluciones del banco: una linea
      * por recibo devuelto
      * ************************************************
       CARGAR-FICHERO.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO NUMDEV.
           MOVE 0 TO NUMREJ.
           MOVE 0 TO NUMMAN.
           OPEN INPUT FCSV.
           IF FS-FCSV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCSV
              PERFORM CONTINUAR
            ELSE
              PERFORM CARGAR-LINEAS
              CLOSE FCSV
              PERFORM RESUMEN-CARGA.
      *
       CARGAR-LINEAS.
           OPEN OUTPUT FREJ.
           IF FS-FREJ NOT = '00' THEN
              PERFORM ERROR-FICHERO-FREJ
              PERFORM CONTINUAR
            ELSE
              PERFORM LEER-LINEA-CSV
              PERFORM TRATAR-LINEA UNTIL FINLEC = 'S'
              CLOSE FREJ.
      *
       LEER-LINEA-CSV.
           MOVE SPACE TO FINLEC.
           READ FCSV AT END MOVE 'S' TO FINLEC.
      *
       TRATAR-LINEA.
           ADD 1 TO NUMLEI.
           MOVE SPACES TO MOTIVO.
      *
           MOVE SPACES TO CAMPOS-CSV.
           UNSTRING LIN-CSV DELIMITED BY ';'
              INTO CAMPO-REM, CAMPO-FAC, CAMPO-MOT, CAMPO-GAS.
           MOVE CAMPO-REM(1:4) TO REM-X.
           MOVE CAMPO-FAC(1:6) TO FAC-X.
           IF REM-X NUMERIC AND FAC-X NUMERIC THEN
              MOVE REM-X TO NUMREM-E
              MOVE FAC-X TO FACNUM-E
              MOVE CAMPO-MOT(1:4) TO MOTIVO-E
              PERFORM DESCOMPONER-GASTOS
              PERFORM LEER-RECIBO
            ELSE
              MOVE 'FMT' TO MOTIVO.
      *
           IF MOTIVO = SPACES THEN
              PERFORM DEVOLVER-RECIBO
              ADD 1 TO NUMDEV
            ELSE
              PERFORM RECHAZAR-LINEA.
      *
           READ FCSV AT END MOVE 'S' TO FINLEC.
      *
       DESCOMPONER-GASTOS.
           MOVE ZEROS TO IMP-ENT IMP-DEC.
           UNSTRING CAMPO-GAS DELIMITED BY ','
              INTO IMP-ENT, IMP-DEC.
           COMPUTE GASTOS-E = IMP-ENT + (IMP-DEC / 100).
      *
      * ************************************************
      * Busca el recibo en REMESAS.DAT; solo se devuelve un
      * recibo liquidado de un cliente de la empresa de trabajo
      * ************************************************
       LEER-RECIBO.
           MOVE SPACES TO MOTIVO.
           MOVE NUMREM-E TO REMNUM.
           MOVE FACNUM-E TO REMFAC.
           MOVE SPACES TO EXISTE.
           READ FREM RECORD KEY IS REMCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'REC' TO MOTIVO
            ELSE
              IF NOT REM-LIQUIDADA THEN
                 MOVE 'EST' TO MOTIVO
               ELSE
                 PERFORM EMPRESA-DEL-CLIENTE
                 IF EMA-OK = 'N' THEN
                    MOVE 'EMP' TO MOTIVO.
      *
      *
      * ************************************************
      * Empresa del grupo del cliente del recibo (rutina comun
      * EMPRESA): EMA-OK 'S' si es la de trabajo
      * ************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE REMCLI TO EMA-CLI.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
      *
      * ************************************************
      * Devuelve el recibo leido: anula el cobro, reabre la
      * factura, sube el saldo, repercute los gastos, lo anota
      * en el diario de contactos y quita la domiciliacion si es
      * la segunda devolucion seguida
      * ************************************************
       DEVOLVER-RECIBO.
           MOVE REMCLAVE TO CLAVE-ACT.
           MOVE REMCLI   TO CLI-ACT.
      *
           PERFORM ANULAR-COBRO.
           PERFORM SUBIR-SALDO.
           IF GASTOS-E > 0 THEN
              PERFORM EMITIR-CARGO.
      *
           SET REM-DEVUELTA TO TRUE.
           REWRITE REGREM.
           IF FS-FREM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FREM.
      *
           MOVE SPACES TO TEXTO-CTC.
           STRING 'Recibo devuelto fra ' DELIMITED BY SIZE
                  REMFAC                 DELIMITED BY SIZE
                  ' rem '                DELIMITED BY SIZE
                  REMNUM                 DELIMITED BY SIZE
                  ' motivo '             DELIMITED BY SIZE
                  MOTIVO-E               DELIMITED BY SIZE
             INTO TEXTO-CTC.
           PERFORM ANOTAR-CONTACTO.
      *
           PERFORM BUSCAR-RECIBO-ANTERIOR.
           IF EST-ANT = 'D' THEN
              PERFORM QUITAR-DOMICILIACION.
      *
      * ************************************************
      * Cobro en negativo del importe del recibo y partida
      * abierta de la factura de vuelta a su pendiente
      * ************************************************
       ANULAR-COBRO.
           MOVE REMCLI TO COBCLI.
           MOVE REMFAC TO COBFAC.
           MOVE AA1    TO COBAA.
           MOVE MM1    TO COBMM.
           MOVE DD1    TO COBDD.
           COMPUTE COBIMP = 0 - REMIMP.
      * Anula un cobro de remesa: mismo metodo, domiciliacion.
           MOVE 'D'    TO COBMET.
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
              MOVE REMFAC TO PEN-FAC
              MOVE REMCLI TO PEN-CLI
              COMPUTE PEN-IMP = 0 - REMIMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP.
      *
      * Primer numero de orden libre en la factura del cobro.
       NUMERAR-COBRO.
           ADD 1 TO COBLIN.
           WRITE REGCOB.
      *
       SUBIR-SALDO.
           MOVE REMCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              ADD REMIMP GASTOS-E TO CLISAL
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
      * Cargo de gastos de la devolucion: un documento mas de
      * FACTURAS.DAT, sin pedido ni IVA, que vence hoy
      * ************************************************
       EMITIR-CARGO.
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
           MOVE 'G' TO SNU-SERIE.
           MOVE AA1 TO SNU-AA.
           CALL 'SERIENUM' USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
           IF SNU-OK NOT = 'S' THEN
              DISPLAY ERROR-SER LINE 23 POSITION 3 REVERSE.
      *
           MOVE NEXTFAC  TO FACNUM.
           MOVE ZEROS    TO FACPED.
           MOVE CLI-ACT  TO FACCLI.
           MOVE AA1      TO FACAA.
           MOVE MM1      TO FACMM.
           MOVE DD1      TO FACDD.
           MOVE GASTOS-E TO FACBAS.
           MOVE ZEROS    TO FACIVA.
           MOVE GASTOS-E TO FACTOT.
           MOVE ZEROS    TO FACREC.
           SET FAC-CARGO TO TRUE.
           MOVE FACNUM-E TO FACORG.
           MOVE SPACE    TO FACEXE.
           MOVE SNU-SERIE TO FACSCD.
           MOVE SNU-AA   TO FACSAA.
           MOVE SNU-NUM  TO FACSNU.
           MOVE SPACE    TO FACREP.
           MOVE AA1      TO VTOAA.
           MOVE MM1      TO VTOMM.
           MOVE DD1      TO VTODD.
           MOVE 'F' TO PRA-TIP.
           MOVE FACSER TO PRA-DOC.
           MOVE FACTOT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
            ELSE
              MOVE 'ALT'    TO PEN-OPER
              MOVE NEXTFAC  TO PEN-FAC
              MOVE CLI-ACT  TO PEN-CLI
              MOVE GASTOS-E TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP.
      *
      * ************************************************
      * Anotacion de tipo D en el diario de contactos del
      * cliente, con el siguiente numero correlativo
      * ************************************************
       ANOTAR-CONTACTO.
           PERFORM SIGUIENTE-CONTACTO.
           MOVE CLI-ACT TO CTCCLI.
           MOVE NEXTCTC TO CTCSEQ.
           MOVE AA1 TO CTCAA.
           MOVE MM1 TO CTCMM.
           MOVE DD1 TO CTCDD.
           ACCEPT HR1 FROM TIME.
           MOVE HH1 TO CTCHH.
           MOVE NN1 TO CTCNN.
           MOVE 'D' TO CTCTIP.
           MOVE 'BANCO' TO CTCUSU.
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
      * Estado del recibo anterior del mismo cliente (el ultimo
      * por orden de remesa antes del devuelto); espacio si es
      * el primero
      * ************************************************
       BUSCAR-RECIBO-ANTERIOR.
           MOVE SPACE TO EST-ANT.
           MOVE SPACE TO FINREM.
           MOVE ZEROS TO REMNUM.
           MOVE ZEROS TO REMFAC.
           START FREM KEY IS NOT LESS REMCLAVE INVALID KEY
                                      MOVE 'S' TO FINREM.
           IF FINREM NOT = 'S' THEN
              READ FREM NEXT RECORD AT END MOVE 'S' TO FINREM.
           PERFORM REVISAR-ANTERIOR UNTIL FINREM = 'S'.
      *
       REVISAR-ANTERIOR.
           IF REMCLAVE NOT < CLAVE-ACT THEN
              MOVE 'S' TO FINREM
            ELSE
              IF REMCLI = CLI-ACT THEN
                 MOVE REMEST TO EST-ANT.
           IF FINREM NOT = 'S' THEN
              READ FREM NEXT RECORD AT END MOVE 'S' TO FINREM.
      *
      * ************************************************
      * Segunda devolucion seguida: el cliente deja de estar
      * domiciliado y queda anotado en su diario de contactos
      * ************************************************
       QUITAR-DOMICILIACION.
           MOVE CLI-ACT TO BANCLI.
           MOVE SPACES TO EXISTE.
           READ FBAN RECORD KEY IS BANCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND BAN-DOMICILIADO THEN
              SET BAN-MANUAL TO TRUE
              REWRITE REGBAN
              IF FS-FBAN NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FBAN
               ELSE
                 ADD 1 TO NUMMAN
                 MOVE 'Dos recibos devueltos seguidos: pago manual'
                      TO TEXTO-CTC
                 PERFORM ANOTAR-CONTACTO.
      *
      * ************************************************
      * Deja la linea rechazada con su codigo de motivo
      * ************************************************
       RECHAZAR-LINEA.
           ADD 1 TO NUMREJ.
           MOVE SPACES TO LIN-REJ.
           STRING MOTIVO  DELIMITED BY SIZE
                  ';'     DELIMITED BY SIZE
                  LIN-CSV DELIMITED BY SIZE
             INTO LIN-REJ.
           WRITE LIN-REJ.
           IF FS-FREJ NOT = '00' THEN
              PERFORM ERROR-FICHERO-FREJ.
      *
      * ************************************************
      * Resumen de la carga en pantalla
      * ************************************************
       RESUMEN-CARGA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'CARGA DE RECIBOS DEVUELTOS'
                                  LINE  3 POSITION 27 REVERSE HIGH.
           MOVE NUMLEI TO ZNUM.
           DISPLAY 'Lineas leidas...:' LINE  8 POSITION 10 HIGH.
           DISPLAY ZNUM               LINE  8 POSITION 28.
           MOVE NUMDEV TO ZNUM.
           DISPLAY 'Recibos devueltos:' LINE 10 POSITION 10 HIGH.
           DISPLAY ZNUM               LINE 10 POSITION 29.
           MOVE NUMREJ TO ZNUM.
           DISPLAY 'Rechazados......:' LINE 12 POSITION 10 HIGH.
           DISPLAY ZNUM               LINE 12 POSITION 28.
           MOVE NUMMAN TO ZNUM.
           DISPLAY 'Pasan a manual..:' LINE 14 POSITION 10 HIGH.
           DISPLAY ZNUM               LINE 14 POSITION 28.
           DISPLAY 'Los rechazos quedan en DEVUELTOS.REJ.'
                                      LINE 16 POSITION 10 HIGH.
           DISPLAY 'CARGA TERMINADA.' LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  6 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE  8 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 14 POSITION 24 ERASE EOL.
           DISPLAY SPACES LINE 16 POSITION 24 ERASE EOL.
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
       ERROR-FICHERO-FCSV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCSV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FREJ.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FREJ   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FREM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FREM   LINE 23 POSITION 40 REVERSE.
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
       ERROR-FICHERO-FCOB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FBAN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FBAN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTC   LINE 23 POSITION 40 REVERSE.

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
           MOVE 'UD23E2' TO PRA-PRG.
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
           MOVE 'UD23E2' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
