123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E7.
       REMARKS. UNIDAD 23 EJERCICIO 7.
      *
      * Remision a la AEAT de los registros de facturacion
      * VERI*FACTU pendientes: recorre VERIFAC.DAT en orden de
      * secuencia y escribe cada registro pendiente (VFR-PENDIENTE)
      * en VERIFAC.XML, con el formato de suministro
      * RegFactuSistemaFacturacion: una cabecera con el obligado a
      * expedir (la empresa de trabajo) y un RegistroAlta o un
      * RegistroAnulacion por registro, con su encadenamiento al
      * registro anterior de la cadena y su huella. El desglose
      * por tipo de IVA de las altas se reconstruye de las lineas
      * del pedido (LINPED.DAT) como en el libro de IVA UD12E6, y
      * las de una factura recapitulativa de las lineas de todos
      * los pedidos que reune (FACPEDS.DAT), con los portes de cada
      * pedido en el tipo con que se cargaron (PEDPOR y PEDPTI); el
      * de los abonos, de una sola linea devuelta, y el de las
      * rectificativas por credito incobrable (R2 y R3), de un solo
      * tipo, se saca de su propia cuota. Las entregas
      * intracomunitarias exentas (a un
      * cliente CLI-INTRACOM, sin cuota) identifican al destinatario
      * por su NIF-IVA (IDOtro) y van en el desglose como exentas
      * por el art. 25 (E5). La factura que rectifica un abono se
      * identifica por su numero de serie, que se toma de
      * FACTURAS.DAT, y lo mismo el ticket al que sustituye una
      * factura completa (F3). Cada registro escrito queda marcado
      * como enviado (VFR-ENVIADO). Un envio no lleva mas de 1000
      * registros, que es lo que admite la AEAT: si quedan mas,
      * salen en la siguiente ejecucion.
      * Se remiten solo los registros de la empresa de trabajo
      * (rutina comun EMPRESA), que es la obligada a expedir de la
      * cabecera; los de las otras empresas del grupo esperan a que
      * se remita entrando con ellas. El sistema informatico sigue
      * siendo el de la empresa 01 (DATEMP).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FVFR se abre en I-O: cada registro remitido queda enviado.
            SELECT FVFR ASSIGN TO DISK 'VERIFAC.DAT'
            RECORD KEY IS VFRSEQ
            ALTERNATE RECORD KEY IS VFRFAC WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FVFR.
      *
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
      * Pedidos, por los portes que se les cargaron.
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      *
      * Pedidos de cada factura recapitulativa. Se abre solo al
      * desglosar un alta.
            SELECT FFPD ASSIGN TO DISK 'FACPEDS.DAT'
            RECORD KEY IS FPDCLA
            ALTERNATE RECORD KEY IS FPDPED WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPD.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
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
      * Fichero de suministro para la sede electronica de la AEAT.
            SELECT FXML ASSIGN TO DISK 'VERIFAC.XML'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FXML.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FVFR LABEL RECORD IS STANDARD.
           COPY REGVFR.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FFPD LABEL RECORD IS STANDARD.
           COPY REGFPD.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FXML LABEL RECORD IS STANDARD.
       01 LIN-XML PIC X(200).
      *
       WORKING-STORAGE SECTION.
       77 FINVFR      PIC X.
       77 FINLIN      PIC X.
       77 FINFPD      PIC X.
      *
      * Pedido cuyas lineas se estan desglosando: el del registro
      * o, en la recapitulativa, cada uno de los suyos.
       77 PED-LIN     PIC 9(6).
       77 ALB-SN      PIC X.
       77 CONTINUA    PIC X.
       77 CONFIRMA    PIC X.
      * S si no se ha podido crear VERIFAC.XML.
       77 ERRXML      PIC X VALUE 'N'.
      *
           COPY DATEMP.
      * Empresa de trabajo, obligada a expedir del envio.
           COPY EMPRESA.
      *
      * Registros remitidos y tope de un envio.
       77 NUMENV      PIC 9(5) VALUE 0.
       77 MAXENV      PIC 9(5) VALUE 1000.
       77 NUMALT      PIC 9(5) VALUE 0.
       77 NUMANU      PIC 9(5) VALUE 0.
       77 ZNUM        PIC ZZ.ZZ9.
      *
      * Registro anterior de la cadena, para el encadenamiento.
       77 ANT-EMI     PIC X(9).
       77 ANT-SER     PIC X(20).
       77 ANT-FEC     PIC X(10).
       77 ANT-HUE     PIC X(64).
      *
      * Cliente del registro de otro estado de la UE, y registro
      * de una entrega intracomunitaria exenta.
       77 EXISTE      PIC X.
       77 CLI-UE-SN   PIC X.
       77 EXENTA-SN   PIC X.
      *
      * Escritura del XML: etiqueta, valor, sangria y puntero.
       77 ETIQ        PIC X(40).
       77 VALOR       PIC X(80).
       77 SANGRIA     PIC 99 VALUE 0.
       77 PUNTERO     PIC 999.
      *
      * Fechas dd-mm-aaaa e importes con punto decimal, como los
      * pide la AEAT.
       77 FECHA-TXT   PIC X(10).
       77 IMP-NUM     PIC S9(9)V99.
       77 IMP-ED      PIC -(10)9,99.
       77 IMP-TXT     PIC X(14).
       77 TIPO-ED     PIC Z9,99.
       77 BLANCOS     PIC 99.
       77 CUOTA-TOT   PIC S9(7)V99.
       77 SER-NUM     PIC 9(6).
           COPY NUMSER.
      *
      * Desglose por tipo de IVA del registro en curso.
       77 NUMTIP      PIC 99 VALUE 0.
       77 TIPIDX      PIC 99.
       01 TABLA-TIPOS.
           02 TIPO-ACUM OCCURS 10 TIMES.
              03 TT-TIPO  PIC 99V99.
              03 TT-BASE  PIC S9(9)V99.
              03 TT-CUOTA PIC S9(9)V99.
              03 TT-TREC  PIC 99V99.
              03 TT-REC   PIC S9(9)V99.
      *
      * Tipos de IVA en vigor, para asentar el tipo que se saca de
      * la cuota de un abono (truncada a centimos en la devolucion).
       01 TABLA-IVA-INI.
           02 FILLER PIC X(4) VALUE '2100'.
           02 FILLER PIC X(4) VALUE '1000'.
           02 FILLER PIC X(4) VALUE '0400'.
           02 FILLER PIC X(4) VALUE '0500'.
           02 FILLER PIC X(4) VALUE '0200'.
           02 FILLER PIC X(4) VALUE '0750'.
       01 TABLA-IVA REDEFINES TABLA-IVA-INI.
           02 TIVA PIC 99V99 OCCURS 6.
       77 IVAIDX      PIC 99.
       77 MEJOR-IDX   PIC 99.
       77 MEJOR-DIF   PIC 99V99.
       77 DIF-TIPO    PIC S9(5)V99.
       77 TIPO-ABO    PIC 99V99.
      *
      * Base, cuota y recargo de la linea en curso, y descuadre por
      * redondeo contra los totales del registro.
       77 BASE-LIN    PIC 9(7)V99.
       77 CUOTA-LIN   PIC 9(7)V99.
       77 REC-LIN     PIC 9(7)V99.
       77 SUMA-BASE   PIC S9(9)V99.
       77 SUMA-CUOTA  PIC S9(9)V99.
       77 SUMA-REC    PIC S9(9)V99.
      *
      * Argumentos de la rutina comun RECEQ.
       77 REQ-IVA     PIC 99V99.
       77 REQ-REC     PIC 99V99.
      *
       77 FS-FVFR     PIC XX.
       77 FS-FLIN     PIC XX.
       77 FS-FPED     PIC XX.
       77 FS-FFPD     PIC XX.
       77 FS-FCLI     PIC XX.
       77 FS-FFAC     PIC XX.
       77 FS-FXML     PIC XX.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
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
           MOVE 0 TO NUMENV.
           MOVE 0 TO NUMALT.
           MOVE 0 TO NUMANU.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
      *
           OPEN I-O FVFR.
           IF FS-FVFR = '35' THEN
              OPEN OUTPUT FVFR
              CLOSE FVFR
              OPEN I-O FVFR.
           IF FS-FVFR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVFR
              GOBACK.
      *
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
      *
           OPEN INPUT FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
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
           DISPLAY SPACES ERASE.
           DISPLAY EMA-NOM        LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'REMISION DE REGISTROS VERI*FACTU'
                                  LINE  3 POSITION 24 REVERSE HIGH.
      *
           DISPLAY 'Se escribiran en VERIFAC.XML los registros'
                                  LINE  8 POSITION 10.
           DISPLAY 'de facturacion pendientes de remitir.'
                                  LINE  9 POSITION 10.
           DISPLAY 'Confirma la remision? (S/N)'
                                  LINE 12 POSITION 10 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 12 POSITION 39 NO BEEP.
           IF CONFIRMA = 's' THEN
              MOVE 'S' TO CONFIRMA.
      *
      * ************************************************
      * Proceso del programa: recorre la cadena entera para
      * conocer el eslabon anterior de cada pendiente
      * ************************************************
        PROCESO.
           MOVE SPACES TO ANT-EMI ANT-SER ANT-FEC ANT-HUE.
      *
           MOVE 1 TO VFRSEQ.
           MOVE SPACE TO FINVFR.
           START FVFR KEY IS NOT LESS VFRSEQ INVALID KEY
                                      MOVE 'S' TO FINVFR.
           IF FINVFR NOT = 'S' THEN
              READ FVFR NEXT RECORD AT END MOVE 'S' TO FINVFR.
      *
           PERFORM TRATAR-REGISTRO UNTIL FINVFR = 'S'.
      *
           IF NUMENV > 0 THEN
              PERFORM CERRAR-XML.
           PERFORM MOSTRAR-RESUMEN.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FVFR FLIN FPED FCLI FFAC.
      *
      * ************************************************
      * Un registro de la cadena: si esta pendiente se escribe y
      * se marca enviado; en todo caso pasa a ser el anterior
      * ************************************************
       TRATAR-REGISTRO.
           STRING VFRDD '-' VFRMM '-' VFRAA
                  DELIMITED BY SIZE INTO FECHA-TXT.
           IF VFR-PENDIENTE AND VFREMI = EMA-CIF THEN
              IF NUMENV = 0 THEN
                 PERFORM ABRIR-XML.
           IF VFR-PENDIENTE AND VFREMI = EMA-CIF
                            AND ERRXML = 'N' THEN
              PERFORM ESCRIBIR-REGISTRO
              SET VFR-ENVIADO TO TRUE
              REWRITE REGVFR
              IF FS-FVFR NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FVFR.
      *
           MOVE VFREMI    TO ANT-EMI.
           MOVE VFRSER    TO ANT-SER.
           MOVE FECHA-TXT TO ANT-FEC.
           MOVE VFRHUE    TO ANT-HUE.
      *
           IF NUMENV NOT < MAXENV OR ERRXML = 'S' THEN
              MOVE 'S' TO FINVFR
            ELSE
              READ FVFR NEXT RECORD AT END MOVE 'S' TO FINVFR.
      *
      * ************************************************
      * Declaracion, elemento raiz y cabecera del envio
      * ************************************************
       ABRIR-XML.
           OPEN OUTPUT FXML.
           IF FS-FXML NOT = '00' THEN
              MOVE 'S' TO ERRXML
              PERFORM ERROR-FICHERO-FXML
            ELSE
              MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO LIN-XML
              WRITE LIN-XML
              MOVE SPACES TO LIN-XML
              STRING '<sum:RegFactuSistemaFacturacion xmlns:sum="'
                     'https://www2.agenciatributaria.gob.es'
                     '/static_files/common/internet/dep/aplicaciones'
                     '/es/aeat/tike/cont/ws/SuministroLR.xsd"'
                     DELIMITED BY SIZE INTO LIN-XML
              WRITE LIN-XML
              MOVE SPACES TO LIN-XML
              STRING '  xmlns:sum1="'
                     'https://www2.agenciatributaria.gob.es'
                     '/static_files/common/internet/dep/aplicaciones'
                     '/es/aeat/tike/cont/ws/SuministroInformacion.xsd">'
                     DELIMITED BY SIZE INTO LIN-XML
              WRITE LIN-XML
              MOVE 2 TO SANGRIA
              MOVE 'sum:Cabecera' TO ETIQ
              PERFORM ABRIR-ETIQUETA
              MOVE 'sum1:ObligadoEmision' TO ETIQ
              PERFORM ABRIR-ETIQUETA
              MOVE 'sum1:NombreRazon' TO ETIQ
              MOVE EMA-NOM TO VALOR
              PERFORM ESCRIBIR-DATO
              MOVE 'sum1:NIF' TO ETIQ
              MOVE EMA-CIF TO VALOR
              PERFORM ESCRIBIR-DATO
              MOVE 'sum1:ObligadoEmision' TO ETIQ
              PERFORM CERRAR-ETIQUETA
              MOVE 'sum:Cabecera' TO ETIQ
              PERFORM CERRAR-ETIQUETA.
      *
       CERRAR-XML.
           MOVE '</sum:RegFactuSistemaFacturacion>' TO LIN-XML.
           WRITE LIN-XML.
           CLOSE FXML.
      *
      * ************************************************
      * RegistroFactura: alta o anulacion
      * ************************************************
       ESCRIBIR-REGISTRO.
           ADD 1 TO NUMENV.
           MOVE 'sum:RegistroFactura' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           IF VFR-ANULACION THEN
              ADD 1 TO NUMANU
              PERFORM ESCRIBIR-ANULACION
            ELSE
              ADD 1 TO NUMALT
              PERFORM ESCRIBIR-ALTA.
           MOVE 'sum:RegistroFactura' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
       ESCRIBIR-ALTA.
           MOVE 'sum1:RegistroAlta' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDVersion' TO ETIQ.
           MOVE '1.0' TO VALOR.
           PERFORM ESCRIBIR-DATO.
      *
           MOVE 'sum1:IDFactura' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDEmisorFactura' TO ETIQ.
           MOVE VFREMI TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:NumSerieFactura' TO ETIQ.
           MOVE VFRSER TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:FechaExpedicionFactura' TO ETIQ.
           MOVE FECHA-TXT TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IDFactura' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
           MOVE 'sum1:NombreRazonEmisor' TO ETIQ.
           MOVE EMA-NOM TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:TipoFactura' TO ETIQ.
           MOVE VFRTFA TO VALOR.
           PERFORM ESCRIBIR-DATO.
           IF VFRTFA = 'R1' OR VFRTFA = 'R2' OR VFRTFA = 'R3' THEN
              PERFORM ESCRIBIR-RECTIFICADA.
           IF VFRTFA = 'F3' THEN
              PERFORM ESCRIBIR-SUSTITUIDA.
           MOVE 'sum1:DescripcionOperacion' TO ETIQ.
           MOVE 'Venta de mercaderias' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           PERFORM LEER-CLIENTE.
           IF VFRNIF NOT = SPACES OR CLI-UE-SN = 'S' THEN
              PERFORM ESCRIBIR-DESTINATARIO.
      *
           MOVE 'sum1:Desglose' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           IF EXENTA-SN = 'S' THEN
              PERFORM ESCRIBIR-DETALLE-EXENTO
            ELSE
              PERFORM MONTAR-DESGLOSE
              PERFORM ESCRIBIR-DETALLE
                 VARYING TIPIDX FROM 1 BY 1 UNTIL TIPIDX > NUMTIP.
           MOVE 'sum1:Desglose' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
           COMPUTE CUOTA-TOT = VFRIVA + VFRREC.
           MOVE CUOTA-TOT TO IMP-NUM.
           PERFORM FORMATEAR-IMPORTE.
           MOVE 'sum1:CuotaTotal' TO ETIQ.
           MOVE IMP-TXT TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE VFRTOT TO IMP-NUM.
           PERFORM FORMATEAR-IMPORTE.
           MOVE 'sum1:ImporteTotal' TO ETIQ.
           MOVE IMP-TXT TO VALOR.
           PERFORM ESCRIBIR-DATO.
      *
           PERFORM ESCRIBIR-PIE-REGISTRO.
           MOVE 'sum1:RegistroAlta' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
      * Factura rectificada por el abono (rectificativa por
      * diferencias: los importes del registro ya van en negativo).
       ESCRIBIR-RECTIFICADA.
           MOVE 'sum1:TipoRectificativa' TO ETIQ.
           MOVE 'I' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:FacturasRectificadas' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDFacturaRectificada' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDEmisorFactura' TO ETIQ.
           MOVE VFREMI TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:NumSerieFactura' TO ETIQ.
           PERFORM SERIE-RECTIFICADA.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:FechaExpedicionFactura' TO ETIQ.
           MOVE SPACES TO VALOR.
           STRING VFRFOR(7:2) '-' VFRFOR(5:2) '-' VFRFOR(1:4)
                  DELIMITED BY SIZE INTO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IDFacturaRectificada' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
           MOVE 'sum1:FacturasRectificadas' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
      * Ticket sustituido por la factura completa (F3), con el
      * mismo numero de serie y fecha que la rectificada.
       ESCRIBIR-SUSTITUIDA.
           MOVE 'sum1:FacturasSustituidas' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDFacturaSustituida' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDEmisorFactura' TO ETIQ.
           MOVE VFREMI TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:NumSerieFactura' TO ETIQ.
           PERFORM SERIE-RECTIFICADA.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:FechaExpedicionFactura' TO ETIQ.
           MOVE SPACES TO VALOR.
           STRING VFRFOR(7:2) '-' VFRFOR(5:2) '-' VFRFOR(1:4)
                  DELIMITED BY SIZE INTO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IDFacturaSustituida' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
           MOVE 'sum1:FacturasSustituidas' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
      * Numero de serie de la factura rectificada; las anteriores a
      * las series van con su numero interno.
       SERIE-RECTIFICADA.
           MOVE VFRORG TO FACNUM.
           MOVE SPACES TO EXISTE.
           READ FFAC INVALID KEY MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' OR FACSCD = SPACE THEN
              MOVE VFRORG TO SER-NUM
              MOVE SER-NUM TO VALOR
            ELSE
              MOVE FACSCD TO NSE-COD
              MOVE FACSAA TO NSE-AA
              MOVE FACSNU TO NSE-NUM
              MOVE NUM-SERIE TO VALOR.
      *
      * Cliente del registro en CLIENTES.DAT. El registro no guarda
      * si la factura fue exenta: lo es la de un cliente de la UE
      * sin cuota de IVA ni recargo.
       LEER-CLIENTE.
           MOVE 'N' TO CLI-UE-SN.
           MOVE 'N' TO EXENTA-SN.
           MOVE VFRCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI INVALID KEY MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE SPACES TO CLINOM
            ELSE
              IF CLI-INTRACOM AND CLIVIE NOT = SPACES THEN
                 MOVE 'S' TO CLI-UE-SN.
           IF CLI-UE-SN = 'S' AND VFRIVA = 0 AND VFRREC = 0 THEN
              MOVE 'S' TO EXENTA-SN.
      *
      * Cliente con NIF (o NIF-IVA de otro estado de la UE, que va
      * en IDOtro con su pais y tipo de identificacion 02).
       ESCRIBIR-DESTINATARIO.
           IF CLINOM = SPACES THEN
              MOVE VFRCLI TO CLINOM.
      * Los caracteres reservados del XML no pueden ir sueltos.
           INSPECT CLINOM REPLACING ALL '&' BY 'y'
                                    ALL '<' BY ' '
                                    ALL '>' BY ' '.
           MOVE 'sum1:Destinatarios' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDDestinatario' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:NombreRazon' TO ETIQ.
           MOVE CLINOM TO VALOR.
           PERFORM ESCRIBIR-DATO.
           IF CLI-UE-SN = 'S' THEN
              PERFORM ESCRIBIR-ID-OTRO
            ELSE
              MOVE 'sum1:NIF' TO ETIQ
              MOVE VFRNIF TO VALOR
              PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IDDestinatario' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
           MOVE 'sum1:Destinatarios' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
       ESCRIBIR-ID-OTRO.
           MOVE 'sum1:IDOtro' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:CodigoPais' TO ETIQ.
           MOVE CLIPAI TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IDType' TO ETIQ.
           MOVE '02' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:ID' TO ETIQ.
           MOVE CLIVIE TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IDOtro' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
      * Entrega intracomunitaria: una sola linea del desglose,
      * regimen general (01) y exenta por el art. 25 (E5), con la
      * base de todo el registro.
       ESCRIBIR-DETALLE-EXENTO.
           MOVE 'sum1:DetalleDesglose' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:ClaveRegimen' TO ETIQ.
           MOVE '01' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:OperacionExenta' TO ETIQ.
           MOVE 'E5' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE VFRBAS TO IMP-NUM.
           PERFORM FORMATEAR-IMPORTE.
           MOVE 'sum1:BaseImponibleOimporteNoSujeto' TO ETIQ.
           MOVE IMP-TXT TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:DetalleDesglose' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
      * Una linea del desglose: regimen general (01) o recargo de
      * equivalencia (18), operacion sujeta y no exenta (S1).
       ESCRIBIR-DETALLE.
           MOVE 'sum1:DetalleDesglose' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:ClaveRegimen' TO ETIQ.
           IF VFRREC NOT = 0 THEN
              MOVE '18' TO VALOR
            ELSE
              MOVE '01' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:CalificacionOperacion' TO ETIQ.
           MOVE 'S1' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE TT-TIPO(TIPIDX) TO TIPO-ED.
           PERFORM FORMATEAR-TIPO.
           MOVE 'sum1:TipoImpositivo' TO ETIQ.
           MOVE IMP-TXT TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE TT-BASE(TIPIDX) TO IMP-NUM.
           PERFORM FORMATEAR-IMPORTE.
           MOVE 'sum1:BaseImponibleOimporteNoSujeto' TO ETIQ.
           MOVE IMP-TXT TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE TT-CUOTA(TIPIDX) TO IMP-NUM.
           PERFORM FORMATEAR-IMPORTE.
           MOVE 'sum1:CuotaRepercutida' TO ETIQ.
           MOVE IMP-TXT TO VALOR.
           PERFORM ESCRIBIR-DATO.
           IF VFRREC NOT = 0 THEN
              MOVE TT-TREC(TIPIDX) TO TIPO-ED
              PERFORM FORMATEAR-TIPO
              MOVE 'sum1:TipoRecargoEquivalencia' TO ETIQ
              MOVE IMP-TXT TO VALOR
              PERFORM ESCRIBIR-DATO
              MOVE TT-REC(TIPIDX) TO IMP-NUM
              PERFORM FORMATEAR-IMPORTE
              MOVE 'sum1:CuotaRecargoEquivalencia' TO ETIQ
              MOVE IMP-TXT TO VALOR
              PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:DetalleDesglose' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
       ESCRIBIR-ANULACION.
           MOVE 'sum1:RegistroAnulacion' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDVersion' TO ETIQ.
           MOVE '1.0' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IDFactura' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDEmisorFacturaAnulada' TO ETIQ.
           MOVE VFREMI TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:NumSerieFacturaAnulada' TO ETIQ.
           MOVE VFRSER TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:FechaExpedicionFacturaAnulada' TO ETIQ.
           MOVE FECHA-TXT TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IDFactura' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
           PERFORM ESCRIBIR-PIE-REGISTRO.
           MOVE 'sum1:RegistroAnulacion' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
      * ************************************************
      * Comun a altas y anulaciones: encadenamiento, sistema
      * informatico, fecha de generacion y huella
      * ************************************************
       ESCRIBIR-PIE-REGISTRO.
           MOVE 'sum1:Encadenamiento' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           IF VFRANT = SPACES THEN
              MOVE 'sum1:PrimerRegistro' TO ETIQ
              MOVE 'S' TO VALOR
              PERFORM ESCRIBIR-DATO
            ELSE
              PERFORM ESCRIBIR-ANTERIOR.
           MOVE 'sum1:Encadenamiento' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
           MOVE 'sum1:SistemaInformatico' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:NombreRazon' TO ETIQ.
           MOVE EMPNOM TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:NIF' TO ETIQ.
           MOVE EMPNIF TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:NombreSistemaInformatico' TO ETIQ.
           MOVE 'Gestion Grupo DyS' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IdSistemaInformatico' TO ETIQ.
           MOVE '01' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:Version' TO ETIQ.
           MOVE '1.0' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:NumeroInstalacion' TO ETIQ.
           MOVE '1' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:TipoUsoPosibleSoloVerifactu' TO ETIQ.
           MOVE 'S' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:TipoUsoPosibleMultiOT' TO ETIQ.
           MOVE 'N' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:IndicadorMultiplesOT' TO ETIQ.
           MOVE 'N' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:SistemaInformatico' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
           MOVE 'sum1:FechaHoraHusoGenRegistro' TO ETIQ.
           MOVE VFRGEN TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:TipoHuella' TO ETIQ.
           MOVE '01' TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:Huella' TO ETIQ.
           MOVE VFRHUE TO VALOR.
           PERFORM ESCRIBIR-DATO.
      *
       ESCRIBIR-ANTERIOR.
           MOVE 'sum1:RegistroAnterior' TO ETIQ.
           PERFORM ABRIR-ETIQUETA.
           MOVE 'sum1:IDEmisorFactura' TO ETIQ.
           MOVE ANT-EMI TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:NumSerieFactura' TO ETIQ.
           MOVE ANT-SER TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:FechaExpedicionFactura' TO ETIQ.
           MOVE ANT-FEC TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:Huella' TO ETIQ.
           MOVE VFRANT TO VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE 'sum1:RegistroAnterior' TO ETIQ.
           PERFORM CERRAR-ETIQUETA.
      *
      * ************************************************
      * Desglose por tipo del alta en curso
      * ************************************************
       MONTAR-DESGLOSE.
           MOVE 0 TO NUMTIP.
           MOVE 0 TO SUMA-BASE.
           MOVE 0 TO SUMA-CUOTA.
           MOVE 0 TO SUMA-REC.
           IF VFRTFA = 'F1' OR VFRTFA = 'F2' OR VFRTFA = 'F3' THEN
              PERFORM DESGLOSE-PEDIDO.
      *
      * Abono, o pedido sin lineas: un solo tipo, el de su cuota.
           IF NUMTIP = 0 THEN
              PERFORM DESGLOSE-IMPORTES
            ELSE
              PERFORM CUADRAR-DESGLOSE.
      *
      * Si la factura tiene pedidos en FACPEDS.DAT es una
      * recapitulativa y se desglosan todos; si no, el del registro.
       DESGLOSE-PEDIDO.
           MOVE 'N' TO ALB-SN.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              PERFORM POSICIONAR-ALBARAN
              PERFORM DESGLOSE-ALBARAN UNTIL FINFPD = 'S'
              CLOSE FFPD.
           IF ALB-SN = 'N' THEN
              MOVE VFRPED TO PED-LIN
              PERFORM DESGLOSE-LINEAS.
      *
       POSICIONAR-ALBARAN.
           MOVE VFRFAC TO FPDFAC.
           MOVE ZEROS  TO FPDPED.
           MOVE SPACE TO FINFPD.
           START FFPD KEY IS NOT LESS FPDCLA INVALID KEY
                                   MOVE 'S' TO FINFPD.
      *
       DESGLOSE-ALBARAN.
           READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              IF FPDFAC NOT = VFRFAC THEN
                 MOVE 'S' TO FINFPD
               ELSE
                 MOVE 'S' TO ALB-SN
                 MOVE FPDPED TO PED-LIN
                 PERFORM DESGLOSE-LINEAS.
      *
       DESGLOSE-LINEAS.
           MOVE SPACE TO FINLIN.
           MOVE PED-LIN TO LINPED.
           MOVE ZEROS  TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
      *
           PERFORM ACUMULAR-LINEA UNTIL FINLIN = 'S'.
           PERFORM DESGLOSE-PORTES.
      *
      * Mismos calculos que la facturacion UD12E1.
       ACUMULAR-LINEA.
           COMPUTE BASE-LIN = LINCAN * LINPRE.
           COMPUTE CUOTA-LIN = BASE-LIN * LINIVA / 100.
           MOVE 0 TO REC-LIN.
           MOVE 0 TO REQ-REC.
           IF VFRREC > 0 THEN
              MOVE LINIVA TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-LIN = BASE-LIN * REQ-REC / 100.
           MOVE LINIVA TO TIPO-ABO.
           PERFORM LOCALIZAR-TIPO.
           IF TIPIDX > 0 THEN
              ADD BASE-LIN  TO TT-BASE(TIPIDX)
              ADD CUOTA-LIN TO TT-CUOTA(TIPIDX)
              ADD REC-LIN   TO TT-REC(TIPIDX)
              ADD BASE-LIN  TO SUMA-BASE
              ADD CUOTA-LIN TO SUMA-CUOTA
              ADD REC-LIN   TO SUMA-REC.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' AND LINPED NOT = PED-LIN THEN
              MOVE 'S' TO FINLIN.
      *
      * Portes cargados al pedido, en el tipo con que se cargaron.
       DESGLOSE-PORTES.
           MOVE PED-LIN TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND PEDPOR > 0 THEN
              MOVE PEDPOR TO BASE-LIN
              COMPUTE CUOTA-LIN = BASE-LIN * PEDPTI / 100
              MOVE 0 TO REC-LIN
              MOVE 0 TO REQ-REC
              PERFORM RECARGO-PORTES
              MOVE PEDPTI TO TIPO-ABO
              PERFORM SUMAR-PORTES.
      *
       RECARGO-PORTES.
           IF VFRREC > 0 THEN
              MOVE PEDPTI TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-LIN = BASE-LIN * REQ-REC / 100.
      *
       SUMAR-PORTES.
           PERFORM LOCALIZAR-TIPO.
           IF TIPIDX > 0 THEN
              ADD BASE-LIN  TO TT-BASE(TIPIDX)
              ADD CUOTA-LIN TO TT-CUOTA(TIPIDX)
              ADD REC-LIN   TO TT-REC(TIPIDX)
              ADD BASE-LIN  TO SUMA-BASE
              ADD CUOTA-LIN TO SUMA-CUOTA
              ADD REC-LIN   TO SUMA-REC.
      *
      * Los centimos de redondeo entre la suma de las lineas y los
      * totales del registro van al primer tipo, para que el
      * desglose cuadre con la cuota y el importe total declarados.
       CUADRAR-DESGLOSE.
           COMPUTE TT-BASE(1)  = TT-BASE(1)  + VFRBAS - SUMA-BASE.
           COMPUTE TT-CUOTA(1) = TT-CUOTA(1) + VFRIVA - SUMA-CUOTA.
           COMPUTE TT-REC(1)   = TT-REC(1)   + VFRREC - SUMA-REC.
      *
       DESGLOSE-IMPORTES.
           IF VFRBAS = 0 THEN
              MOVE ZEROS TO TIPO-ABO
            ELSE
              COMPUTE TIPO-ABO ROUNDED = VFRIVA * 100 / VFRBAS.
           PERFORM ACERCAR-TIPO.
           MOVE 0 TO REQ-REC.
           IF VFRREC NOT = 0 THEN
              MOVE TIPO-ABO TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC.
           PERFORM LOCALIZAR-TIPO.
           MOVE VFRBAS TO TT-BASE(1).
           MOVE VFRIVA TO TT-CUOTA(1).
           MOVE VFRREC TO TT-REC(1).
      *
      * La cuota del abono viene truncada a centimos, asi que el
      * tipo que sale de ella puede desviarse unas decimas: se
      * asienta en el tipo en vigor mas cercano si dista menos de
      * un punto.
       ACERCAR-TIPO.
           MOVE 99,99 TO MEJOR-DIF.
           MOVE 0 TO MEJOR-IDX.
           PERFORM PROBAR-TIPO
              VARYING IVAIDX FROM 1 BY 1 UNTIL IVAIDX > 6.
           IF MEJOR-IDX > 0 AND MEJOR-DIF < 1 THEN
              MOVE TIVA(MEJOR-IDX) TO TIPO-ABO.
      *
       PROBAR-TIPO.
           COMPUTE DIF-TIPO = TIVA(IVAIDX) - TIPO-ABO.
           IF DIF-TIPO < 0 THEN
              COMPUTE DIF-TIPO = 0 - DIF-TIPO.
           IF DIF-TIPO < MEJOR-DIF THEN
              MOVE DIF-TIPO TO MEJOR-DIF
              MOVE IVAIDX TO MEJOR-IDX.
      *
      * Localiza (o crea) la casilla del tipo TIPO-ABO; al crearla
      * guarda el tipo de recargo que devolvio RECEQ.
       LOCALIZAR-TIPO.
           MOVE 1 TO TIPIDX.
           PERFORM AVANZAR-TIPO
              UNTIL TIPIDX > NUMTIP OR TT-TIPO(TIPIDX) = TIPO-ABO.
           IF TIPIDX > NUMTIP THEN
              IF NUMTIP < 10 THEN
                 ADD 1 TO NUMTIP
                 MOVE TIPO-ABO TO TT-TIPO(NUMTIP)
                 MOVE REQ-REC  TO TT-TREC(NUMTIP)
                 MOVE 0 TO TT-BASE(NUMTIP)
                 MOVE 0 TO TT-CUOTA(NUMTIP)
                 MOVE 0 TO TT-REC(NUMTIP)
                 MOVE NUMTIP TO TIPIDX
               ELSE
                 MOVE 0 TO TIPIDX.
      *
       AVANZAR-TIPO.
           ADD 1 TO TIPIDX.
      *
      * ************************************************
      * Escritura de etiquetas con la sangria en curso
      * ************************************************
       ABRIR-ETIQUETA.
           MOVE SPACES TO LIN-XML.
           COMPUTE PUNTERO = SANGRIA + 1.
           STRING '<' ETIQ DELIMITED BY SPACE '>' DELIMITED BY SIZE
                  INTO LIN-XML WITH POINTER PUNTERO.
           WRITE LIN-XML.
           ADD 2 TO SANGRIA.
      *
       CERRAR-ETIQUETA.
           SUBTRACT 2 FROM SANGRIA.
           MOVE SPACES TO LIN-XML.
           COMPUTE PUNTERO = SANGRIA + 1.
           STRING '</' ETIQ DELIMITED BY SPACE '>' DELIMITED BY SIZE
                  INTO LIN-XML WITH POINTER PUNTERO.
           WRITE LIN-XML.
      *
      * El valor acaba en el primer doble blanco, para admitir
      * nombres con espacios.
       ESCRIBIR-DATO.
           MOVE SPACES TO LIN-XML.
           COMPUTE PUNTERO = SANGRIA + 1.
           STRING '<' ETIQ DELIMITED BY SPACE '>' DELIMITED BY SIZE
                  VALOR DELIMITED BY '  '
                  '</' ETIQ DELIMITED BY SPACE '>' DELIMITED BY SIZE
                  INTO LIN-XML WITH POINTER PUNTERO.
           WRITE LIN-XML.
           MOVE SPACES TO VALOR.
      *
      * ************************************************
      * IMP-NUM -> IMP-TXT con punto decimal y ajustado a la
      * izquierda, como en la rutina VERIFAC; TIPO-ED igual
      * ************************************************
       FORMATEAR-IMPORTE.
           MOVE IMP-NUM TO IMP-ED.
           INSPECT IMP-ED REPLACING ALL ',' BY '.'.
           MOVE ZEROS TO BLANCOS.
           INSPECT IMP-ED TALLYING BLANCOS FOR LEADING SPACES.
           MOVE SPACES TO IMP-TXT.
           MOVE IMP-ED(BLANCOS + 1:) TO IMP-TXT.
      *
       FORMATEAR-TIPO.
           INSPECT TIPO-ED REPLACING ALL ',' BY '.'.
           MOVE ZEROS TO BLANCOS.
           INSPECT TIPO-ED TALLYING BLANCOS FOR LEADING SPACES.
           MOVE SPACES TO IMP-TXT.
           MOVE TIPO-ED(BLANCOS + 1:) TO IMP-TXT.
      *
      * ************************************************
      * Resultado en pantalla
      * ************************************************
       MOSTRAR-RESUMEN.
           DISPLAY SPACES LINE  8 POSITION 10 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 10 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 10 ERASE EOL.
           IF NUMENV = 0 THEN
              DISPLAY 'No hay registros pendientes de remitir.'
                                      LINE 10 POSITION 10
              DISPLAY 'PULSE UNA TECLA PARA CONTINUAR'
                               LINE 23 POSITION 14 REVERSE
            ELSE
              MOVE NUMALT TO ZNUM
              DISPLAY 'Registros de alta.......:'
                                      LINE 10 POSITION 10 HIGH
              DISPLAY ZNUM            LINE 10 POSITION 37
              MOVE NUMANU TO ZNUM
              DISPLAY 'Registros de anulacion..:'
                                      LINE 11 POSITION 10 HIGH
              DISPLAY ZNUM            LINE 11 POSITION 37
              MOVE NUMENV TO ZNUM
              DISPLAY 'Total remitidos.........:'
                                      LINE 13 POSITION 10 HIGH
              DISPLAY ZNUM            LINE 13 POSITION 37
              DISPLAY 'FICHERO GENERADO EN VERIFAC.XML'
                               LINE 23 POSITION 14 REVERSE.
           IF NUMENV NOT < MAXENV THEN
              DISPLAY 'Quedan registros para el siguiente envio.'
                                      LINE 15 POSITION 10 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FVFR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVFR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FXML.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FXML   LINE 23 POSITION 40 REVERSE.
