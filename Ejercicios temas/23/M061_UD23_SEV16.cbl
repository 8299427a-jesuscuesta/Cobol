123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E16.
       REMARKS. UNIDAD 23 EJERCICIO 16.
      *
      * Emision de los rappels anuales por volumen al cierre del
      * ano: para cada acuerdo de RAPPEL.DAT que no tenga ya
      * liquidado el ano pedido (por defecto el anterior; el ano
      * en curso no se liquida), calcula la venta neta del cliente
      * en el ano como el devengo mensual UD23E15 y el tramo
      * alcanzado, y emite el rappel como abono en FACTURAS.DAT
      * (FAC-ABONO marcado FAC-RAPPEL, serie R del ano con la
      * rutina comun SERIENUM), rebajando el saldo del cliente
      * (CLISAL) y el acumulado de ventas ACUMVEN.DAT como los
      * abonos de devolucion UD12E5. Como el rappel rebaja ventas
      * de varios tipos de IVA, se emite un abono por tipo: la
      * base de cada tipo se reconstruye de las lineas de pedido
      * de las facturas del ano (con el tipo congelado LINIVA,
      * como el libro de IVA UD12E6) menos la de sus abonos (no
      * las rectificativas por credito incobrable, que no son
      * devoluciones), y lleva el porcentaje del tramo, su IVA y,
      * si el cliente esta en recargo de equivalencia, su recargo.
      * A un cliente de otro estado de la UE (CLI-INTRACOM) se le
      * emite un solo abono exento. El rappel no rectifica una
      * factura concreta: va sin pedido ni factura de origen y no
      * toca las partidas abiertas de PENDIENT.DAT; queda como
      * menor saldo del cliente para compensar en sus cobros. Cada
      * abono deja su registro de facturacion encadenado en
      * VERIFAC.DAT (rutina comun VERIFAC, tipo R1, con el 31 de
      * diciembre del ano liquidado como fecha de las operaciones
      * que rectifica). El ano queda anotado en RAPULT aunque el
      * cliente no llegue a ningun tramo, para que una segunda
      * pasada no emita nada. Relacion de lo emitido en
      * RAPPEL.PRN.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      * El membrete lleva la razon social y el CIF de la empresa
      * del grupo con la que se trabaja (rutina comun EMPRESA).
      * Los acuerdos de clientes de otra empresa quedan sin
      * liquidar para cuando se trabaje con ella.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FRAP ASSIGN TO DISK 'RAPPEL.DAT'
            RECORD KEY IS RAPCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FRAP.
      *
      * FCLI se abre en I-O: el rappel rebaja el saldo pendiente
      * de cobro del cliente (CLISAL), como UD12E5.
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
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
      * Pedidos de cada factura recapitulativa. Se abre solo al
      * reconstruir una de ellas.
            SELECT FFPD ASSIGN TO DISK 'FACPEDS.DAT'
            RECORD KEY IS FPDCLA
            ALTERNATE RECORD KEY IS FPDPED WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPD.
      *
      * Contador de numeros de factura/abono (un unico registro,
      * clave fija), el mismo que usa la facturacion.
      * LOCK MODE MANUAL: el contador se lee con READ WITH LOCK y se
      * libera con UNLOCK despues del REWRITE, igual que PEDIDOS.CTR.
            SELECT FCTR ASSIGN TO DISK 'FACTURAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
      * Acumulado corriente de ventas: cada abono resta su total
      * al cliente del mes.
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
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora.
            SELECT FLISTA ASSIGN TO DISK 'RAPPEL.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FRAP LABEL RECORD IS STANDARD.
           COPY REGRAP.
      *
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
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FAVN LABEL RECORD IS STANDARD.
           COPY REGAVN.
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
       77 FINRAP     PIC X.
       77 FINFAC     PIC X.
       77 FINLIN     PIC X.
       77 FINFPD     PIC X.
       77 EXISTE     PIC X.
       77 EXISTE-AVN PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
      *
      * Ano que se liquida (cero = el anterior al actual).
       77 ANO-E      PIC 9999.
       77 ANO-SEL    PIC 9999.
       77 ERROR-ANO  PIC X(50) VALUE
           'ERROR! Solo se liquidan anos ya terminados.'.
      *
      * Venta neta del cliente en el ano y tramo alcanzado.
       77 NETO       PIC S9(9)V99.
       77 TRAMO      PIC 9.
       77 TRIDX      PIC 9.
      *
      * Base de la venta neta del ano por tipo de IVA, reconstruida
      * de las lineas de pedido de las facturas (tipo congelado
      * LINIVA) menos los abonos en el tipo que les corresponde.
       77 NUMTIP      PIC 99.
       77 TIPIDX      PIC 99.
       77 TIPO-ABO    PIC 99V99.
       77 MEJOR-IDX   PIC 99.
       77 MEJOR-DIF   PIC 99V99.
       77 DIF-TIPO    PIC S99V99.
       77 PED-LIN     PIC 9(6).
       77 BASE-LIN    PIC 9(9)V99.
       01 TABLA-TIPOS.
           02 TIPO-ACUM OCCURS 10 TIMES.
              03 TT-TIPO  PIC 99V99.
              03 TT-BASE  PIC S9(9)V99.
      *
      * Abono de rappel en curso y total del cliente.
       77 NEXTFAC    PIC 9(6).
       77 BASE-RAP   PIC 9(7)V99.
       77 IVA-RAP    PIC 9(7)V99.
       77 REC-RAP    PIC 9(7)V99.
       77 TOT-RAP    PIC 9(7)V99.
       77 TOT-CLI    PIC 9(7)V99.
       77 EXE-RAP    PIC X.
       77 FECHA-ORG  PIC 9(8).
      *
      * Cuentas y totales de la pasada.
       77 NUM-LIQ    PIC 9(5).
       77 NUM-CLI    PIC 9(5).
       77 NUM-ABO    PIC 9(5).
       77 NUM-YA     PIC 9(5).
       77 T-BAS      PIC 9(9)V99.
       77 T-CUO      PIC 9(9)V99.
       77 T-TOT      PIC 9(9)V99.
       77 ZNUM       PIC ZZZZ9.
      *
      * Argumentos de la rutina comun SERIENUM: numero del abono
      * en la serie R del ano.
       77 SNU-SERIE  PIC X.
       77 SNU-AA     PIC 9999.
       77 SNU-NUM    PIC 9(6).
       77 SNU-OK     PIC X.
       77 ERROR-SER  PIC X(50) VALUE
           'ERROR EN EL CONTADOR DE SERIES SERIES.CTR'.
           COPY NUMSER.
      *
      * Paginacion del listado.
       77 LINPAG     PIC 99.
       77 MAXLIN     PIC 99 VALUE 55.
      *
       77 FS-FRAP    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FFPD    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FAVN    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO, que anota la imagen
      * de cada operacion sobre los maestros en DIARIO.DAT.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
      *
      * Argumentos de la rutina comun RECEQ: tipo de IVA y tipo de
      * recargo que le corresponde.
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
           02 CAB-EMP PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'CIF: '.
           02 CAB-CIF PIC X(9)  VALUE SPACES.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(24) VALUE SPACES.
           02 FILLER  PIC X(24) VALUE
              'RAPPELS EMITIDOS DEL ANO'.
           02 FILLER  PIC X     VALUE SPACES.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(27) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 FILLER  PIC X(27) VALUE 'Cliente / abono'.
           02 FILLER  PIC X(10) VALUE '  Tipo IVA'.
           02 FILLER  PIC X(15) VALUE '           Base'.
           02 FILLER  PIC X(13) VALUE '   Cuota+rec.'.
           02 FILLER  PIC X(14) VALUE '         Total'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-CLIENTE.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DCL-CLI  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DCL-NOM  PIC X(30).
           02 FILLER   PIC X(12) VALUE 'Venta neta: '.
           02 DCL-NETO PIC ---.---.--9,99.
           02 FILLER   PIC X(3)  VALUE ' T:'.
           02 DCL-TRA  PIC 9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DCL-POR  PIC Z9,99.
           02 FILLER   PIC X(1)  VALUE '%'.
           02 FILLER   PIC X(5)  VALUE SPACES.
      *
       01 LINEA-ABONO.
           02 FILLER   PIC X(8)  VALUE SPACES.
           02 FILLER   PIC X(6)  VALUE 'Abono '.
           02 DAB-DOC  PIC X(12).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(5)  VALUE ' IVA '.
           02 DAB-IVA  PIC Z9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DAB-BAS  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DAB-CUO  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DAB-TOT  PIC ZZ.ZZZ.ZZ9,99.
      *
       01 LINEA-TOTAL.
           02 FILLER   PIC X(8)  VALUE SPACES.
           02 FILLER   PIC X(20) VALUE 'TOTAL RAPPELS'.
           02 FILLER   PIC X(11) VALUE SPACES.
           02 TOT-BAS  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-CUO  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 TOT-TOT  PIC ZZ.ZZZ.ZZ9,99.
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
           PERFORM PEDIR-ANO.
           IF CONFIRMA = 'S' THEN
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
           MOVE 0 TO NUM-LIQ NUM-CLI NUM-ABO NUM-YA.
           MOVE 0 TO T-BAS T-CUO T-TOT.
      *
           OPEN I-O FRAP.
           IF FS-FRAP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRAP
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
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
      *
           OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
      * ACUMVEN.DAT puede no existir todavia (estado '35'); se crea
      * vacio.
           OPEN I-O FAVN.
           IF FS-FAVN = '35' THEN
              OPEN OUTPUT FAVN
              CLOSE FAVN
              OPEN I-O FAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN
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
      * ************************************************
      * Ano que se liquida y confirmacion de la emision
      * ************************************************
       PEDIR-ANO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'Fecha:'       NO ADVANCING LINE  1 POSITION 60 HIGH.
           DISPLAY FF2.
           DISPLAY 'EMISION DE RAPPELS ANUALES'
                                  LINE  3 POSITION 27 REVERSE HIGH.
      *
           DISPLAY 'Ano AAAA (cero = anterior):'
                                  LINE  8 POSITION 10 HIGH.
           MOVE ZEROS TO ANO-E.
           ACCEPT ANO-E LINE  8 POSITION 41 NO BEEP.
           IF ANO-E = ZEROS THEN
              COMPUTE ANO-SEL = AA1 - 1
            ELSE
              MOVE ANO-E TO ANO-SEL.
      *
           MOVE 'N' TO CONFIRMA.
           IF ANO-SEL NOT < AA1 THEN
              DISPLAY ERROR-ANO LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79 NO BEEP
            ELSE
              DISPLAY ANO-SEL LINE  8 POSITION 41
              DISPLAY 'Emitir los abonos de rappel (S/N):'
                                  LINE 10 POSITION 10 HIGH
              ACCEPT CONFIRMA LINE 10 POSITION 46 NO BEEP UPDATE
              IF CONFIRMA = 's' THEN
                 MOVE 'S' TO CONFIRMA.
      *
      * ************************************************
      * Proceso del programa: liquida cada acuerdo pendiente del
      * ano y cierra el listado con los totales
      * ************************************************
        PROCESO.
           DISPLAY 'EMITIENDO RAPPELS...' LINE 23 POSITION 14 REVERSE.
      * Las operaciones que rectifica el rappel son las del ano.
           COMPUTE FECHA-ORG = ANO-SEL * 10000 + 1231.
           PERFORM CABECERA-HOJA.
      *
           MOVE SPACE TO FINRAP.
           MOVE LOW-VALUES TO RAPCLI.
           START FRAP KEY IS NOT LESS RAPCLI INVALID KEY
                                      MOVE 'S' TO FINRAP.
           IF FINRAP NOT = 'S' THEN
              READ FRAP NEXT RECORD AT END MOVE 'S' TO FINRAP.
      *
           PERFORM TRATAR-ACUERDO UNTIL FINRAP = 'S'.
      *
           PERFORM TOTAL-LISTADO.
      *
           MOVE NUM-LIQ TO ZNUM.
           DISPLAY 'Acuerdos liquidados:' LINE 12 POSITION 10 HIGH.
           DISPLAY ZNUM LINE 12 POSITION 41.
           MOVE NUM-ABO TO ZNUM.
           DISPLAY 'Abonos de rappel emitidos:' LINE 13 POSITION 10
                                  HIGH.
           DISPLAY ZNUM LINE 13 POSITION 41.
           MOVE NUM-YA TO ZNUM.
           DISPLAY 'Ya liquidados antes:' LINE 14 POSITION 10 HIGH.
           DISPLAY ZNUM LINE 14 POSITION 41.
           DISPLAY 'RAPPELS LISTADOS EN RAPPEL.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FRAP FCLI FFAC FLIN FCTR FAVN FLISTA.
      *
       TRATAR-ACUERDO.
           IF RAPULT < ANO-SEL THEN
              PERFORM LIQUIDAR-ACUERDO
            ELSE
              ADD 1 TO NUM-YA.
           READ FRAP NEXT RECORD AT END MOVE 'S' TO FINRAP.
      *
      * ************************************************
      * Liquida el acuerdo del cliente: venta neta, tramo, abonos
      * por tipo de IVA, saldo del cliente y ano liquidado
      * ************************************************
       LIQUIDAR-ACUERDO.
           PERFORM LEER-CLIENTE.
           PERFORM COMPROBAR-EMPRESA.
           IF EXISTE = 'S' THEN
              PERFORM SUMAR-VENTA-NETA
              PERFORM CALCULAR-TRAMO
              PERFORM LISTAR-CLIENTE
              MOVE 0 TO TOT-CLI
              IF TRAMO > 0 THEN
                 PERFORM EMITIR-RAPPEL
              IF TOT-CLI > 0 THEN
                 ADD 1 TO NUM-CLI
                 PERFORM REBAJAR-SALDO.
      *
           IF EXISTE = 'S' THEN
              ADD 1 TO NUM-LIQ
              MOVE ANO-SEL TO RAPULT
              REWRITE REGRAP
              IF FS-FRAP NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FRAP.
      *
       LEER-CLIENTE.
           MOVE RAPCLI TO CLICOD.
           MOVE 'S' TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Venta neta del cliente en el ano: facturas menos abonos,
      * sin cargos de gastos ni abonos de rappel, en total y por
      * tipo de IVA
      * ************************************************
       SUMAR-VENTA-NETA.
           MOVE 0 TO NETO.
           MOVE 0 TO NUMTIP.
           MOVE SPACE TO FINFAC.
           MOVE ZEROS TO FACNUM.
           START FFAC KEY IS NOT LESS FACNUM INVALID KEY
                                      MOVE 'S' TO FINFAC.
           IF FINFAC NOT = 'S' THEN
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
           PERFORM SUMAR-DOCUMENTO UNTIL FINFAC = 'S'.
      *
       SUMAR-DOCUMENTO.
           IF FACCLI = RAPCLI AND FACAA = ANO-SEL
                             AND NOT FAC-CARGO
                             AND NOT FAC-INTERES THEN
              IF FAC-ABONO THEN
                 IF NOT FAC-RAPPEL AND NOT FAC-INCOBRABLE THEN
                    SUBTRACT FACBAS FROM NETO
                    PERFORM RESTAR-ABONO-TIPO
                  ELSE
                    CONTINUE
               ELSE
                 ADD FACBAS TO NETO
                 PERFORM SUMAR-FACTURA-TIPOS.
      *
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINFAC.
      *
      * ************************************************
      * Reconstruye la base por tipo de una factura desde las
      * lineas de su pedido (o de sus pedidos, si es
      * recapitulativa), como el libro de IVA UD12E6
      * ************************************************
       SUMAR-FACTURA-TIPOS.
           IF FAC-RECAPITULATIVA THEN
              PERFORM SUMAR-RECAPITULATIVA
            ELSE
              MOVE FACPED TO PED-LIN
              PERFORM SUMAR-PEDIDO.
      *
       SUMAR-RECAPITULATIVA.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              PERFORM POSICIONAR-ALBARAN
              PERFORM SUMAR-ALBARAN UNTIL FINFPD = 'S'
              CLOSE FFPD.
      *
       POSICIONAR-ALBARAN.
           MOVE FACNUM TO FPDFAC.
           MOVE ZEROS  TO FPDPED.
           MOVE SPACE TO FINFPD.
           START FFPD KEY IS NOT LESS FPDCLA INVALID KEY
                                   MOVE 'S' TO FINFPD.
      *
       SUMAR-ALBARAN.
           READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              IF FPDFAC NOT = FACNUM THEN
                 MOVE 'S' TO FINFPD
               ELSE
                 MOVE FPDPED TO PED-LIN
                 PERFORM SUMAR-PEDIDO.
      *
       SUMAR-PEDIDO.
           MOVE SPACE TO FINLIN.
           MOVE PED-LIN TO LINPED.
           MOVE ZEROS  TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
           PERFORM SUMAR-LINEA UNTIL FINLIN = 'S'.
      *
       SUMAR-LINEA.
           COMPUTE BASE-LIN = LINCAN * LINPRE.
           MOVE LINIVA TO TIPO-ABO.
           PERFORM LOCALIZAR-TIPO.
           IF TIPIDX > 0 THEN
              ADD BASE-LIN TO TT-BASE(TIPIDX).
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
      *
      * ************************************************
      * Un abono resta en el tipo que se reconstruye de su propia
      * cuota, acercado a una casilla existente a menos de un
      * punto como hace UD12E6
      * ************************************************
       RESTAR-ABONO-TIPO.
           IF FACBAS = 0 OR FAC-INTRACOM THEN
              MOVE ZEROS TO TIPO-ABO
            ELSE
              COMPUTE TIPO-ABO ROUNDED = FACIVA * 100 / FACBAS.
      *
           MOVE 0 TO MEJOR-IDX.
           MOVE 99,99 TO MEJOR-DIF.
           PERFORM PROBAR-TIPO
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
           IF MEJOR-IDX > 0 AND MEJOR-DIF < 1 THEN
              MOVE TT-TIPO(MEJOR-IDX) TO TIPO-ABO.
      *
           PERFORM LOCALIZAR-TIPO.
           IF TIPIDX > 0 THEN
              SUBTRACT FACBAS FROM TT-BASE(TIPIDX).
      *
       PROBAR-TIPO.
           COMPUTE DIF-TIPO = TT-TIPO(TIPIDX) - TIPO-ABO.
           IF DIF-TIPO < 0 THEN
              COMPUTE DIF-TIPO = 0 - DIF-TIPO.
           IF DIF-TIPO < MEJOR-DIF THEN
              MOVE DIF-TIPO TO MEJOR-DIF
              MOVE TIPIDX TO MEJOR-IDX.
      *
      * ************************************************
      * Localiza (o crea) la casilla del tipo TIPO-ABO; TIPIDX
      * queda a cero si la tabla esta llena
      * ************************************************
       LOCALIZAR-TIPO.
           MOVE 0 TO MEJOR-IDX.
           PERFORM COMPARAR-TIPO
              VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
           IF MEJOR-IDX = 0 AND NUMTIP < 10 THEN
              ADD 1 TO NUMTIP
              MOVE TIPO-ABO TO TT-TIPO(NUMTIP)
              MOVE 0 TO TT-BASE(NUMTIP)
              MOVE NUMTIP TO MEJOR-IDX.
           MOVE MEJOR-IDX TO TIPIDX.
      *
       COMPARAR-TIPO.
           IF TT-TIPO(TIPIDX) = TIPO-ABO THEN
              MOVE TIPIDX TO MEJOR-IDX.
      *
      * ************************************************
      * Tramo alcanzado: el ultimo en uso cuyo volumen se supera
      * ************************************************
       CALCULAR-TRAMO.
           MOVE 0 TO TRAMO.
           IF NETO > 0 THEN
              PERFORM PROBAR-TRAMO
                 VARYING TRIDX FROM 1 BY 1 UNTIL TRIDX > 5.
      *
       PROBAR-TRAMO.
           IF RAPPOR(TRIDX) > 0 AND NETO NOT < RAPDES(TRIDX) THEN
              MOVE TRIDX TO TRAMO.
      *
      * ************************************************
      * Emite el rappel: un abono exento para el cliente de otro
      * estado de la UE, o uno por cada tipo de IVA con base
      * positiva para el resto
      * ************************************************
       EMITIR-RAPPEL.
           IF CLI-INTRACOM THEN
              MOVE 'E' TO EXE-RAP
              MOVE ZEROS TO TIPO-ABO
              COMPUTE BASE-RAP ROUNDED = NETO * RAPPOR(TRAMO) / 100
              MOVE 0 TO IVA-RAP
              MOVE 0 TO REC-RAP
              PERFORM GRABAR-RAPPEL
            ELSE
              MOVE SPACE TO EXE-RAP
              PERFORM EMITIR-TIPO
                 VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
      *
       EMITIR-TIPO.
           MOVE 0 TO BASE-RAP.
           IF TT-BASE(TIPIDX) > 0 THEN
              COMPUTE BASE-RAP ROUNDED =
                      TT-BASE(TIPIDX) * RAPPOR(TRAMO) / 100.
           IF BASE-RAP > 0 THEN
              MOVE TT-TIPO(TIPIDX) TO TIPO-ABO
              COMPUTE IVA-RAP ROUNDED = BASE-RAP * TIPO-ABO / 100
              PERFORM CALCULAR-RECARGO
              PERFORM GRABAR-RAPPEL.
      *
      * El recargo de equivalencia sigue el regimen actual del
      * cliente, como en la facturacion UD12E1.
       CALCULAR-RECARGO.
           MOVE 0 TO REC-RAP.
           IF CLI-RECARGO THEN
              MOVE TIPO-ABO TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-RAP ROUNDED = BASE-RAP * REQ-REC / 100.
      *
      * ************************************************
      * Graba un abono de rappel en FACTURAS.DAT y lo refleja en
      * el acumulado de ventas y en VERIFAC.DAT
      * ************************************************
       GRABAR-RAPPEL.
           COMPUTE TOT-RAP = BASE-RAP + IVA-RAP + REC-RAP.
           PERFORM SIGUIENTE-NUMERO.
      *
           MOVE NEXTFAC    TO FACNUM.
           MOVE ZEROS      TO FACPED.
           MOVE RAPCLI     TO FACCLI.
           MOVE AA1        TO FACAA.
           MOVE MM1        TO FACMM.
           MOVE DD1        TO FACDD.
           MOVE BASE-RAP   TO FACBAS.
           MOVE IVA-RAP    TO FACIVA.
           MOVE TOT-RAP    TO FACTOT.
           MOVE REC-RAP    TO FACREC.
           SET FAC-ABONO   TO TRUE.
           MOVE ZEROS      TO FACORG.
           MOVE EXE-RAP    TO FACEXE.
           MOVE SNU-SERIE  TO FACSCD.
           MOVE SNU-AA     TO FACSAA.
           MOVE SNU-NUM    TO FACSNU.
           SET FAC-RAPPEL  TO TRUE.
      * Un abono no se cobra: su vencimiento es su propia fecha.
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
              ADD 1 TO NUM-ABO
              ADD TOT-RAP TO TOT-CLI
              PERFORM RESTAR-ABONO-AVN
              PERFORM REGISTRO-VERIFACTU
              PERFORM LISTAR-ABONO.
      *
      * ************************************************
      * Calcula el siguiente numero de documento desde
      * FACTURAS.CTR, igual que la facturacion, y el del abono en
      * la serie R del ano
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
      * El abono resta su total del acumulado de ventas del
      * cliente en el mes, como los abonos de UD12E5
      * ************************************************
       RESTAR-ABONO-AVN.
           MOVE 'C'    TO AVNTIP.
           MOVE AA1    TO AVNAA.
           MOVE MM1    TO AVNMM.
           MOVE RAPCLI TO AVNCOD.
           MOVE SPACES TO EXISTE-AVN.
           READ FAVN RECORD KEY IS AVNCLAVE INVALID KEY
                     MOVE 'N' TO EXISTE-AVN.
           IF EXISTE-AVN = 'N' THEN
              PERFORM CREAR-ACUM.
           SUBTRACT TOT-RAP FROM AVNIMP.
           REWRITE REGAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN.
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
      * Registro de facturacion de alta de la rectificativa (R1)
      * encadenado en VERIFAC.DAT
      * ************************************************
       REGISTRO-VERIFACTU.
           MOVE 'ALT'     TO VFA-OPER.
           MOVE 'R1'      TO VFA-TIPO.
           MOVE CLINIF    TO VFA-NIF.
           MOVE FECHA-ORG TO VFA-FORG.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
           IF VFA-OK NOT = 'S' THEN
              DISPLAY ERROR-VF LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Rebaja el saldo pendiente del cliente con el total de
      * sus abonos de rappel
      * ************************************************
       REBAJAR-SALDO.
           PERFORM LEER-CLIENTE.
           IF EXISTE = 'S' THEN
              SUBTRACT TOT-CLI FROM CLISAL
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
      * Lineas del listado
      * ************************************************
       LISTAR-CLIENTE.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           MOVE RAPCLI TO DCL-CLI.
           MOVE CLINOM TO DCL-NOM.
           MOVE NETO   TO DCL-NETO.
           MOVE TRAMO  TO DCL-TRA.
           MOVE 0      TO DCL-POR.
           IF TRAMO > 0 THEN
              MOVE RAPPOR(TRAMO) TO DCL-POR.
           WRITE LIN-IMPR FROM LINEA-CLIENTE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       LISTAR-ABONO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA-HOJA.
      *
           MOVE FACSCD   TO NSE-COD.
           MOVE FACSAA   TO NSE-AA.
           MOVE FACSNU   TO NSE-NUM.
           MOVE NUM-SERIE TO DAB-DOC.
           MOVE TIPO-ABO TO DAB-IVA.
           MOVE BASE-RAP TO DAB-BAS.
           COMPUTE DAB-CUO = IVA-RAP + REC-RAP.
           MOVE TOT-RAP  TO DAB-TOT.
           WRITE LIN-IMPR FROM LINEA-ABONO AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
           ADD BASE-RAP TO T-BAS.
           ADD IVA-RAP  TO T-CUO.
           ADD REC-RAP  TO T-CUO.
           ADD TOT-RAP  TO T-TOT.
      *
       TOTAL-LISTADO.
           MOVE T-BAS TO TOT-BAS.
           MOVE T-CUO TO TOT-CUO.
           MOVE T-TOT TO TOT-TOT.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Cabecera de pagina del listado
      * ************************************************
       CABECERA-HOJA.
           MOVE FF2     TO CAB-FEC.
           MOVE ANO-SEL TO CAB-AA.
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
           MOVE 'UD23E16' TO PRA-PRG.
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
           MOVE 'UD23E16' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FRAP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRAP   LINE 23 POSITION 40 REVERSE.
      *
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
       ERROR-FICHERO-FAVN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FAVN   LINE 23 POSITION 40 REVERSE.
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
           MOVE EMA-CIF TO CAB-CIF.
      *
      * ************************************************
      * Un cliente de otra empresa del grupo se trata como
      * inexistente
      * ************************************************
       COMPROBAR-EMPRESA.
           IF EXISTE = 'S' THEN
              MOVE CLICOD TO EMA-CLI
              MOVE 'C' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG
              IF EMA-OK = 'N' THEN
                 MOVE 'N' TO EXISTE.
